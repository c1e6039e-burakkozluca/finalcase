              88 AUDIT-SUCCESS                  VALUE 00
                                                      97.
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  ACCT-REC.
