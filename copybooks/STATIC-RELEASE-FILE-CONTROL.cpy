           SELECT RLS-LOG-FILE ASSIGN TO RLS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLS-LOG-STATUS.
           SELECT RLS-LIST-FILE ASSIGN TO RLS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLS-LIST-STATUS.
