       COPY ACCTREC.

       FD  BACKUP-FILE.
       01  BACKUP-LINE              PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS            PIC XX.

       01 WS-BACKUP-DETAIL.
           05 BD-REC-TYPE           PIC X(01) VALUE "D".
           05 BD-IMAGE              PIC X(62).

       01 WS-BACKUP-TRAILER.
           05 BT-REC-TYPE           PIC X(01) VALUE "T".
