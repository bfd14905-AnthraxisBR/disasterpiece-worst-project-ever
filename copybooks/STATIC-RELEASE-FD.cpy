       FD RLS-LOG-FILE.
       01 RLS-LOG-RECORD PIC X(512).
       FD RLS-LIST-FILE.
       01 RLS-LIST-RECORD PIC X(1040).
