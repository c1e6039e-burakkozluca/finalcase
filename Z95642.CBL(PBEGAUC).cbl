       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGAUC.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *TEK SEFERLIK DONUSUM ISI: 115 BAYTLIK ESKI IZ KAYIT
      *DOSYASININ (AUDITFL YA DA ARSIV KUSAGI) PARTI NUMARASI VE
      *PARTI ICI SIRA ALANLARINI TASIYAN 131 BAYTLIK YENI DUZENE
      *CEVRILMESI. ESKI KAYITLARIN PARTI BILGISI YOKTUR - PARTI
      *BOS, SIRA SIFIR YAZILIR; DIGER ALANLAR VE BAKIYELER AYNEN
      *TASINIR (KURUS DONUSUMU PBEGDEC'TE YAPILMISTIR). HER KUSAK
      *ICIN AYRI ADIM OLARAK CALISTIRILIR. KONTROL TOPLAMLARI
      *DENGEDEYSE (RC=0) JCL'DEKI SONRAKI ADIM YENI DOSYAYI
      *ESKISININ YERINE KOYAR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDF-FILE ASSIGN TO    AUDOLD
                            STATUS       OLDF-ST.
           SELECT NEWF-FILE ASSIGN TO    AUDNEW
                            STATUS       NEWF-ST.
           SELECT RPT-FILE  ASSIGN TO    AUCRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *ESKI DUZENDEKI IZ KAYIT DOSYASI - 115 BAYT
       FD  OLDF-FILE RECORDING MODE F.
       01  OLDF-FIELDS.
           05 OLDF-KEY              PIC S9(05).
           05 OLDF-FUNC             PIC 9(01).
           05 OLDF-DVZ              PIC 9(03).
           05 OLDF-OLD-NAME         PIC X(15).
           05 OLDF-OLD-SURNAME      PIC X(15).
           05 OLDF-OLD-BALANCE      PIC S9(13)V99.
           05 OLDF-NEW-NAME         PIC X(15).
           05 OLDF-NEW-SURNAME      PIC X(15).
           05 OLDF-NEW-BALANCE      PIC S9(13)V99.
           05 OLDF-RC               PIC 9(02).
           05 OLDF-TIMESTAMP        PIC 9(14).

      *YENI DUZENDEKI IZ KAYIT DOSYASI - PBEGIDX ILE AYNI DUZEN,
      *131 BAYT
       FD  NEWF-FILE RECORDING MODE F.
       01  NEWF-FIELDS.
           05 NEWF-KEY              PIC S9(05).
           05 NEWF-FUNC             PIC 9(01).
           05 NEWF-DVZ              PIC 9(03).
           05 NEWF-OLD-NAME         PIC X(15).
           05 NEWF-OLD-SURNAME      PIC X(15).
           05 NEWF-OLD-BALANCE      PIC S9(13)V99.
           05 NEWF-NEW-NAME         PIC X(15).
           05 NEWF-NEW-SURNAME      PIC X(15).
           05 NEWF-NEW-BALANCE      PIC S9(13)V99.
           05 NEWF-RC               PIC 9(02).
           05 NEWF-TIMESTAMP        PIC 9(14).
           05 NEWF-BATCH-ID         PIC X(08).
           05 NEWF-SEQ              PIC 9(08).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

      *KOSUM KUTUGU KAYDI - TUM GECE ISLERINDE AYNI DUZEN
       FD  RUN-FILE RECORDING MODE F.
       01  RUN-FIELDS.
           05 RUN-PROGRAM           PIC X(08).
           05 RUN-EVENT             PIC X(01).
           05 RUN-BUS-DATE          PIC 9(08).
           05 RUN-RC                PIC 9(02).
           05 RUN-COUNT             PIC 9(09).
           05 RUN-TIMESTAMP         PIC 9(14).
           05 RUN-HWM               PIC 9(14).
           05 FILLER                PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 OLDF-ST               PIC 9(02).
              88 OLDF-EOF                       VALUE 10.
              88 OLDF-SUCCESS                   VALUE 00
                                                      97.
              88 OLDF-NOTFOUND                  VALUE 35.
           05 NEWF-ST               PIC 9(02).
              88 NEWF-SUCCESS                   VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCCESS                    VALUE 00
                                                      97.
              88 RUN-NOTFOUND                   VALUE 35.
           05 WS-RUN-OPEN           PIC X(01)   VALUE 'N'.
              88 RUN-OPEN                       VALUE 'Y'.
           05 WS-FILES-OPEN         PIC X(01)   VALUE 'N'.
              88 FILES-OPEN                     VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGAUC'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 WS-AUD-READ           PIC 9(09)   VALUE 0.
           05 WS-AUD-WRITE          PIC 9(09)   VALUE 0.
      *KONTROL TOPLAMLARI: OKUNAN VE YAZILAN KAYITLARIN ESKI VE
      *YENI BAKIYE TOPLAMLARI BIREBIR AYNI OLMALI
           05 WS-OLD-IN-TOTAL       PIC S9(16)V99 VALUE 0.
           05 WS-NEW-IN-TOTAL       PIC S9(16)V99 VALUE 0.
           05 WS-OLD-OUT-TOTAL      PIC S9(16)V99 VALUE 0.
           05 WS-NEW-OUT-TOTAL      PIC S9(16)V99 VALUE 0.

       01  WS-CNT-LINE.
           05 CNT-TEXT              PIC X(10).
           05 FILLER                PIC X(07) VALUE ' ADET: '.
           05 CNT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  ESK:'.
           05 CNT-OLD-TOTAL         PIC Z(15)9.99-.
           05 FILLER                PIC X(06) VALUE '  YEN:'.
           05 CNT-NEW-TOTAL         PIC Z(15)9.99-.
       01  WS-OK-LINE.
           05 FILLER                PIC X(35) VALUE
              'KONTROL: DENGEDE - DOSYA DEVREDE'.
           05 FILLER                PIC X(45) VALUE SPACES.
       01  WS-BAD-LINE.
           05 FILLER                PIC X(50) VALUE
              'KONTROL: TUTMUYOR - CANLI DOSYA DEGISMEYECEK'.
           05 FILLER                PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-CONVERT-AUDIT UNTIL OLDF-EOF.
           PERFORM H500-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.

      *IZ KAYIT DOSYASI HENUZ HIC OLUSMAMISSA BOS SAYILIR
      *(PBEGDEC'TE YAPILDIGI GIBI) - BOS YENI DOSYA YAZILIR
       H100-OPEN-FILES.
           OPEN INPUT OLDF-FILE.
           IF OLDF-NOTFOUND
              SET OLDF-EOF TO TRUE
           ELSE
              IF NOT OLDF-SUCCESS
                 DISPLAY 'OLD AUDIT FILE NOT OPEN: ' OLDF-ST
                 MOVE OLDF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT NEWF-FILE.
           IF NOT NEWF-SUCCESS
              DISPLAY 'NEW AUDIT FILE NOT OPEN: ' NEWF-ST
              MOVE NEWF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN.
           IF NOT OLDF-EOF
              READ OLDF-FILE
                 AT END SET OLDF-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *IZ KAYDININ CEVRILMESI - TUM ALANLAR AYNEN KOPYALANIR,
      *PARTI NUMARASI BOS, SIRA SIFIR OLARAK EKLENIR. BOYLECE
      *PBEGREV VE PBEGAML ESKI SATIRLARI PARTISIZ (FAIZ/UCRET
      *GIBI) GORUR
       H200-CONVERT-AUDIT.
           ADD 1 TO WS-AUD-READ
           ADD OLDF-OLD-BALANCE  TO WS-OLD-IN-TOTAL
           ADD OLDF-NEW-BALANCE  TO WS-NEW-IN-TOTAL
           MOVE OLDF-KEY         TO NEWF-KEY
           MOVE OLDF-FUNC        TO NEWF-FUNC
           MOVE OLDF-DVZ         TO NEWF-DVZ
           MOVE OLDF-OLD-NAME    TO NEWF-OLD-NAME
           MOVE OLDF-OLD-SURNAME TO NEWF-OLD-SURNAME
           MOVE OLDF-OLD-BALANCE TO NEWF-OLD-BALANCE
           MOVE OLDF-NEW-NAME    TO NEWF-NEW-NAME
           MOVE OLDF-NEW-SURNAME TO NEWF-NEW-SURNAME
           MOVE OLDF-NEW-BALANCE TO NEWF-NEW-BALANCE
           MOVE OLDF-RC          TO NEWF-RC
           MOVE OLDF-TIMESTAMP   TO NEWF-TIMESTAMP
           MOVE SPACES           TO NEWF-BATCH-ID
           MOVE 0                TO NEWF-SEQ
           WRITE NEWF-FIELDS
           IF NEWF-SUCCESS
              ADD 1 TO WS-AUD-WRITE
              ADD NEWF-OLD-BALANCE TO WS-OLD-OUT-TOTAL
              ADD NEWF-NEW-BALANCE TO WS-NEW-OUT-TOTAL
           END-IF
           READ OLDF-FILE
              AT END SET OLDF-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *KONTROL: OKUNAN = YAZILAN OLMALI VE BAKIYE TOPLAMLARI
      *AYNI KALMALI. DENGE YOKSA RC 16 ILE CIKILIR VE JCL'DEKI
      *DEGISTIRME ADIMI CANLI DOSYAYA DOKUNMAZ
       H500-PRINT-TOTALS.
           MOVE 'ESKI IZ   '       TO CNT-TEXT
           MOVE WS-AUD-READ        TO CNT-COUNT
           MOVE WS-OLD-IN-TOTAL    TO CNT-OLD-TOTAL
           MOVE WS-NEW-IN-TOTAL    TO CNT-NEW-TOTAL
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'YENI IZ   '       TO CNT-TEXT
           MOVE WS-AUD-WRITE       TO CNT-COUNT
           MOVE WS-OLD-OUT-TOTAL   TO CNT-OLD-TOTAL
           MOVE WS-NEW-OUT-TOTAL   TO CNT-NEW-TOTAL
           WRITE RPT-LINE FROM WS-CNT-LINE
           IF WS-AUD-READ     = WS-AUD-WRITE     AND
              WS-OLD-IN-TOTAL = WS-OLD-OUT-TOTAL AND
              WS-NEW-IN-TOTAL = WS-NEW-OUT-TOTAL
              WRITE RPT-LINE FROM WS-OK-LINE
           ELSE
              WRITE RPT-LINE FROM WS-BAD-LINE
              DISPLAY 'CONVERSION TOTALS OUT OF BALANCE'
              MOVE 16 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.

       H900-CLOSE-FILES.
           IF FILES-OPEN
              CLOSE OLDF-FILE
                    NEWF-FILE
                    RPT-FILE
           END-IF.
       H900-END. EXIT.

      *KOSUM KUTUGUNE BASLANGIC OLAYININ YAZILMASI - KUTUK ILK
      *CALISMADA YOKSA YENIDEN OLUSTURULUR
       H950-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN EXTEND RUN-FILE.
           IF RUN-NOTFOUND
              OPEN OUTPUT RUN-FILE
           END-IF.
           IF NOT RUN-SUCCESS
              DISPLAY 'RUNCTL FILE NOT OPEN: ' RUN-ST
              MOVE RUN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-RUN-OPEN.
           INITIALIZE RUN-FIELDS.
           MOVE WS-RUN-PROGRAM TO RUN-PROGRAM.
           MOVE 'S'            TO RUN-EVENT.
           MOVE WS-RUN-DATE    TO RUN-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-TIMESTAMP.
           WRITE RUN-FIELDS.
       H950-END. EXIT.

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE CEVRILEN
      *KAYIT SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-AUD-WRITE   TO RUN-COUNT
              MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-TIMESTAMP
              WRITE RUN-FIELDS
              CLOSE RUN-FILE
              MOVE 'N' TO WS-RUN-OPEN
           END-IF.
       H960-END. EXIT.

      *PROGRAM SONU
       H999-PROGRAM-EXIT.
           PERFORM H960-LOG-END.
           PERFORM H900-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
