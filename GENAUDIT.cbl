           05  CAT-OPTION PIC X(2).
           05  CAT-PARMS PIC X(20).
           05  CAT-FILENAME PIC X(40).
           05  CAT-STATUS PIC X.
           05  CAT-APPROVER PIC X(8).
           05  CAT-APPROVE-DATE PIC X(8).
           05  CAT-PROMOTE-DATE PIC X(8).
           05  CAT-REGR-RESULT PIC X.
           05  CAT-REGR-DATE PIC X(8).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD PIC X(80).
           IF WS-STATUS-CATALOG NOT = '00'
               DISPLAY 'Generation catalog unavailable, status '
                   WS-STATUS-CATALOG
               IF WS-STATUS-CATALOG = '39'
                   DISPLAY 'The catalog is in the old 90-byte layout;'
                       ' convert it with GENCATBK CONVERT'
               END-IF
               MOVE 'NO CATALOG AVAILABLE, NOTHING AUDITED.'
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
