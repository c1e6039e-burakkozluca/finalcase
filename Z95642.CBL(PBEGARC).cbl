           05 AUDIT-NEW-BALANCE     PIC S9(13)V99.
           05 AUDIT-RC              PIC 9(02).
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

       FD  ARCH-FILE RECORDING MODE F.
       01  ARCH-FIELDS              PIC X(131).

       FD  NEW-FILE RECORDING MODE F.
       01  NEW-FIELDS               PIC X(131).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).
