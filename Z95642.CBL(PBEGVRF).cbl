       FILE SECTION.
      *PBEGIDX ILE AYNI DUZENDEKI IZ KAYIT DOSYASI
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-FIELDS             PIC X(131).

       FD  SRT-FILE RECORDING MODE F.
       01  SRT-FIELDS.
      *       YAZDIGI OZEL KOD - ZINCIRE KATILMAZ
              88 SRT-NOOP                      VALUE 94.
           05 SRT-TIMESTAMP         PIC 9(14).
           05 SRT-BATCH-ID          PIC X(08).
           05 SRT-SEQ               PIC 9(08).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-KEY              PIC S9(05).
           05 FILLER                PIC X(96).
           05 SORT-TIMESTAMP        PIC 9(14).
           05 FILLER                PIC X(16).

      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  ACCT-REC.
