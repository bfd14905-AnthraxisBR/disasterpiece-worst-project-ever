               10 VHOST-HOST           PIC X(128).
               10 VHOST-DOC-ROOT       PIC X(128).
               10 VHOST-ROUTES-SCRIPT  PIC X(128).
      *> "Y": served from RELEASES_DIR/<host>/current instead of
      *> VHOST-DOC-ROOT (STATIC-RELEASE.cbl).
               10 VHOST-RELEASED       PIC X.
       01 VHOST-COUNT               PIC 9(4) COMP-5 VALUE 0.
       01 VHOST-IDX                 PIC 9(4) COMP-5.
       01 VHOST-FOUND               PIC X VALUE "N".
      *> vhost column -- "-" when no configured host matched, so
      *> TRAFFIC-REPORT can break its numbers out per site.
       01 ACTIVE-VHOST-NAME         PIC X(128) VALUE "-".
       01 ACTIVE-RELEASES-SITE      PIC X VALUE "N".
       01 REQUEST-HOST              PIC X(128).
       01 REQUEST-HOST-PORT         PIC X(16).
