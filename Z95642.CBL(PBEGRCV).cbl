       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGRCV.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *ANA KUTUK (ACCTREC) ILERI KURTARMA PROGRAMI. SECILEN PBEGEOD
      *FOTOGRAF KUSAGINDAN BASLAR, FOTOGRAF TARIHINDEN SONRA
      *DAMGALANMIS BASARILI IZ KAYITLARINI (ISTEGE BAGLI BIR KESIM
      *DAMGASINA KADAR) DOSYA SIRASIYLA YENIDEN OYNATIR VE YENI BIR
      *ANA KUTUK (ACCTNEW) YAZAR. AD/SOYAD/ACILIS TARIHI FOTOGRAFTA
      *OLMADIGINDAN MEVCUT ACCTREC'TEN ALINIR. KONTROL RAPORU YENI
      *DOSYAYI MEVCUT DOSYAYLA HESAP HESAP KARSILASTIRIR.
      *  RC 0  - FOTOGRAF KAPANISI TUTTU, ZINCIR KOPUKSUZ, KONTROL
      *          TOPLAMI DENK: JCL YENI DOSYAYI YERINE KOYABILIR
      *  RC 4  - DENK, ANCAK BASLANGICI FOTOGRAFTAN GELMEYEN HESAP
      *          VAR (FOTOGRAFTAN SONRA YUKLENMIS) - ELLE ONAY GEREKIR
      *  RC 16 - FOTOGRAF BOZUK VEYA ZINCIR KOPUK / TOPLAM DENK DEGIL
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BASLANGIC NOKTASI OLARAK SECILEN PBEGEOD FOTOGRAF KUSAGI
           SELECT SNAP-FILE ASSIGN TO    SNAPIN
                            STATUS       SNAP-ST.
      *FOTOGRAF TARIHINDEN SONRAKI ARSIV KUSAKLARI AUDITFL
      *DD'SINE ARKA ARKAYA BAGLANIR - DOSYA SIRASI ZAMAN SIRASIDIR
           SELECT AUDIT-FILE ASSIGN TO   AUDITFL
                            STATUS       AUD-ST.
      *PBEGDRM UYKUYA ALMA TARIHCESI - UYKUYA ALMA IZ KAYDI
      *YAZMADIGINDAN DURUM DEGISIKLIGI BURADAN OYNATILIR
           SELECT HIST-FILE ASSIGN TO    DRMHIST
                            STATUS       HIST-ST.
      *MEVCUT ANA KUTUK - AD/SOYAD/TARIH KAYNAGI VE KARSILASTIRMA
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
      *YENIDEN KURULAN ANA KUTUK
           SELECT NEW-ACCT  ASSIGN TO    ACCTNEW
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       NEW-KEY
                            STATUS       NEW-ST.
           SELECT RPT-FILE  ASSIGN TO    RCVRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *PBEGEOD ILE AYNI DUZEN
       FD  SNAP-FILE RECORDING MODE F.
       01  SNAP-HDR-REC.
           05 SNH-REC-TYPE          PIC X(01).
           05 SNH-SYSTEM            PIC X(04).
           05 SNH-SNAP-DATE         PIC 9(08).
           05 FILLER                PIC X(67).
       01  SNAP-DTL-REC.
           05 SND-REC-TYPE          PIC X(01).
           05 SND-ID                PIC 9(05).
           05 SND-DVZ               PIC 9(03).
           05 SND-STATUS            PIC X(01).
           05 SND-BALANCE           PIC S9(13)V99.
           05 FILLER                PIC X(55).
       01  SNAP-TRL-REC.
           05 SNT-REC-TYPE          PIC X(01).
           05 SNT-REC-COUNT         PIC 9(09).
           05 SNT-BAL-TOTAL         PIC S9(16)V99.
           05 FILLER                PIC X(52).

      *PBEGIDX ILE AYNI DUZENDEKI IZ KAYIT DOSYASI
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-FIELDS.
           05 AUDIT-KEY             PIC S9(05).
           05 AUDIT-FUNC            PIC 9(01).
              88 AUDIT-FUNC-WRITE               VALUE 2.
              88 AUDIT-FUNC-UPDATE              VALUE 3.
              88 AUDIT-FUNC-DELETE              VALUE 4.
              88 AUDIT-FUNC-MOVE                VALUE 5 6.
              88 AUDIT-FUNC-FREEZE              VALUE 8.
              88 AUDIT-FUNC-RELEASE             VALUE 0.
           05 AUDIT-DVZ             PIC 9(03).
           05 AUDIT-OLD-NAME        PIC X(15).
           05 AUDIT-OLD-SURNAME     PIC X(15).
           05 AUDIT-OLD-BALANCE     PIC S9(13)V99.
           05 AUDIT-NEW-NAME        PIC X(15).
           05 AUDIT-NEW-SURNAME     PIC X(15).
           05 AUDIT-NEW-BALANCE     PIC S9(13)V99.
           05 AUDIT-RC              PIC 9(02).
              88 AUDIT-SUCCESS                  VALUE 00
                                                      97.
      *       PBEGIDX'IN DEGISIKLIK YAPMAYAN CAGRILAR ICIN
      *       YAZDIGI OZEL KOD - OYNATILMAZ
              88 AUDIT-NOOP                     VALUE 94.
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

      *PBEGDRM ILE AYNI DUZEN
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIST-ID               PIC 9(05).
           05 HIST-DVZ              PIC 9(03).
           05 HIST-DORMANT-DATE     PIC 9(08).
           05 HIST-LAST-ACT         PIC 9(08).

      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID            PIC S9(05)  COMP-3.
           03 ACCT-DVZ              PIC 9(03)   COMP.
           03 ACCT-NAME             PIC X(15).
           03 ACCT-SURNAME          PIC X(15).
           03 ACCT-DATE             PIC 9(8)    COMP-3.
           03 ACCT-BALANCE          PIC S9(13)V99 COMP-3.
      *HESAP DURUMU - ESKI 48 BAYTLIK KAYITLARDA BOSLUK GELIR VE
      *AKTIF GIBI ISLEM GORUR
           03 ACCT-STATUS           PIC X(01).
              88 ACCT-ST-ACTIVE                 VALUE 'A'.
              88 ACCT-ST-FROZEN                 VALUE 'F'.
              88 ACCT-ST-DORMANT                VALUE 'D'.
              88 ACCT-ST-CLOSED                 VALUE 'C'.

      *ACCTREC ILE AYNI DUZEN
      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  NEW-ACCT.
       01  NEW-FIELDS.
           03 NEW-KEY.
              05 NEW-ID             PIC S9(05)  COMP-3.
           03 NEW-DVZ               PIC 9(03)   COMP.
           03 NEW-NAME              PIC X(15).
           03 NEW-SURNAME           PIC X(15).
           03 NEW-DATE              PIC 9(8)    COMP-3.
           03 NEW-BALANCE           PIC S9(13)V99 COMP-3.
           03 NEW-STATUS            PIC X(01).

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
           05 SNAP-ST               PIC 9(02).
              88 SNAP-EOF                       VALUE 10.
              88 SNAP-SUCCESS                   VALUE 00
                                                      97.
           05 AUD-ST                PIC 9(02).
              88 AUD-EOF                        VALUE 10.
              88 AUD-SUCCESS                    VALUE 00
                                                      97.
           05 HIST-ST               PIC 9(02).
              88 HIST-EOF                       VALUE 10.
              88 HIST-SUCCESS                   VALUE 00
                                                      97.
              88 HIST-NOTFOUND                  VALUE 35.
           05 ACCT-ST               PIC 9(02).
              88 ACCT-EOF                       VALUE 10.
              88 ACCT-SUCCESS                   VALUE 00
                                                      97.
           05 NEW-ST                PIC 9(02).
              88 NEW-SUCCESS                    VALUE 00
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
           05 WS-NEW-OPEN           PIC X(01)   VALUE 'N'.
              88 NEW-OPEN                       VALUE 'Y'.
           05 WS-HIST-OPEN          PIC X(01)   VALUE 'N'.
              88 HIST-OPEN                      VALUE 'Y'.
           05 WS-HDR-SEEN           PIC X(01)   VALUE 'N'.
              88 HDR-SEEN                       VALUE 'Y'.
           05 WS-TRL-SEEN           PIC X(01)   VALUE 'N'.
              88 TRL-SEEN                       VALUE 'Y'.
           05 WS-SNAP-BAD           PIC X(01)   VALUE 'N'.
              88 SNAP-BAD                       VALUE 'Y'.
           05 WS-CUR-MATCH          PIC X(01)   VALUE 'N'.
              88 CUR-MATCH                      VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGRCV'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 WS-REC-COUNT          PIC 9(09)   VALUE 0.
           05 WS-IX                 PIC 9(06)   VALUE 0.
           05 WS-PREV-ID            PIC 9(05)   VALUE 0.
           05 WS-SNAP-DATE          PIC 9(08)   VALUE 0.

      *KESIM KARTI: BOSSA KESIM YOK; YALNIZ YYYYMMDD VERILIRSE O
      *GUNUN SONU (235959), 14 HANE VERILIRSE O DAMGA DAHIL
      *OYNATILIR. SAYI OLMAYAN KART ISI RC 16 ILE DURDURUR
       01  WS-CUT-CARD              PIC X(14)   VALUE SPACES.
       01  WS-CUT-CARD-R REDEFINES WS-CUT-CARD.
           05 WS-CUT-CARD-DATE      PIC X(08).
           05 WS-CUT-CARD-TIME      PIC X(06).
       01  WS-CUT-GIVEN             PIC X(01)   VALUE 'N'.
           88 CUT-GIVEN                         VALUE 'Y'.
       01  WS-CUT-STAMP             PIC 9(14)   VALUE 99999999999999.
       01  WS-CUT-STAMP-R REDEFINES WS-CUT-STAMP.
           05 WS-CUT-DATE           PIC 9(08).
           05 WS-CUT-TIME           PIC 9(06).

       01  WS-AUDIT-STAMP           PIC 9(14)   VALUE 0.
       01  WS-AUDIT-STAMP-R REDEFINES WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE         PIC 9(08).
           05 WS-AUDIT-TIME         PIC 9(06).

      *KONTROL SAYILARI VE TOPLAMLARI
       01  WS-CONTROL-AREA.
           05 WS-SNAP-COUNT         PIC 9(09)   VALUE 0.
           05 WS-SNAP-TOTAL         PIC S9(16)V99 VALUE 0.
           05 WS-TRL-COUNT          PIC 9(09)   VALUE 0.
           05 WS-TRL-TOTAL          PIC S9(16)V99 VALUE 0.
           05 WS-FIRST-COUNT        PIC 9(09)   VALUE 0.
           05 WS-FIRST-TOTAL        PIC S9(16)V99 VALUE 0.
           05 WS-START-TOTAL        PIC S9(16)V99 VALUE 0.
           05 WS-AUD-READ           PIC 9(09)   VALUE 0.
           05 WS-APPLY-COUNT        PIC 9(09)   VALUE 0.
           05 WS-MOVE-TOTAL         PIC S9(16)V99 VALUE 0.
           05 WS-SKIP-BEFORE        PIC 9(09)   VALUE 0.
           05 WS-SKIP-AFTER         PIC 9(09)   VALUE 0.
           05 WS-SKIP-FAILED        PIC 9(09)   VALUE 0.
           05 WS-DRM-COUNT          PIC 9(09)   VALUE 0.
           05 WS-CHAIN-COUNT        PIC 9(09)   VALUE 0.
           05 WS-BUILT-COUNT        PIC 9(09)   VALUE 0.
           05 WS-BUILT-TOTAL        PIC S9(16)V99 VALUE 0.
           05 WS-CARRY-COUNT        PIC 9(09)   VALUE 0.
           05 WS-CARRY-TOTAL        PIC S9(16)V99 VALUE 0.
           05 WS-DIFF-COUNT         PIC 9(09)   VALUE 0.
           05 WS-MISS-COUNT         PIC 9(09)   VALUE 0.
           05 WS-CHECK-TOTAL        PIC S9(16)V99 VALUE 0.

      *YENIDEN KURULAN HESAPLAR - ACCT-ID DOGRUDAN INDIS OLARAK
      *KULLANILIR (PBEGAML'DEKI TABLOLAR GIBI).
      *  KAYNAK: ' ' HESAP YOK / 'S' FOTOGRAFTAN / 'N' FOTOGRAFTA
      *          YOK, ILK IZ SATIRININ ESKI DEGERLERINDEN BASLADI
      *  DURUM 'R': BASLANGICTA ZATEN DONDURULMUS HESABIN COZULMESI
      *          - IZ KAYDI GERI YUKLENEN DURUMU TASIMADIGINDAN
      *          YAZARKEN MEVCUT DOSYADAKI A/D DURUMU, YOKSA 'A'
      *  ONCEKI DURUM: DONDURMADAN ONCEKI DURUM (COZULUNCE DONER)
      *  UYKU TARIHI: HENUZ UYGULANMAMIS PBEGDRM UYKU TARIHI
       01  WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 99999 TIMES.
              10 RCV-SOURCE         PIC X(01).
              10 RCV-DVZ            PIC 9(03)   COMP.
              10 RCV-STATUS         PIC X(01).
              10 RCV-PRIOR-STATUS   PIC X(01).
              10 RCV-NAMED          PIC X(01).
              10 RCV-NAME           PIC X(15).
              10 RCV-SURNAME        PIC X(15).
              10 RCV-BALANCE        PIC S9(13)V99 COMP-3.
              10 RCV-DRM-DATE       PIC 9(08)   COMP-3.

       01  WS-TTL-LINE.
           05 FILLER                PIC X(36) VALUE
              'ANA KUTUK ILERI KURTARMA  FOTOGRAF: '.
           05 TTL-SNAP-DATE         PIC 9(08).
           05 FILLER                PIC X(09) VALUE '  KESIM: '.
           05 TTL-CUT               PIC X(14).
           05 FILLER                PIC X(13) VALUE SPACES.
       01  WS-HDR-LINE.
           05 FILLER                PIC X(08) VALUE 'TIP'.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
           05 FILLER                PIC X(16) VALUE 'ZAMAN'.
           05 FILLER                PIC X(17) VALUE '  YENI/BEKLENEN'.
           05 FILLER                PIC X(17) VALUE '  MEVCUT/BULUNAN'.
           05 FILLER                PIC X(15) VALUE ' YD MD'.
       01  WS-DTL-LINE.
           05 DTL-TIP               PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ID                PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-EXPECTED          PIC Z(11)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-FOUND             PIC Z(11)9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-NEW-STATUS        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-CUR-STATUS        PIC X(01).
           05 FILLER                PIC X(10) VALUE SPACES.
       01  WS-TOT-LINE.
           05 TOT-LABEL             PIC X(30).
           05 TOT-COUNT             PIC Z(8)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TOT-AMOUNT            PIC Z(15)9.99-.
           05 FILLER                PIC X(19) VALUE SPACES.
       01  WS-RESULT-LINE.
           05 FILLER                PIC X(08) VALUE 'SONUC: '.
           05 RES-TEXT              PIC X(50).
           05 FILLER                PIC X(05) VALUE ' RC: '.
           05 RES-RC                PIC 9(02).
           05 FILLER                PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-SNAPSHOT.
           PERFORM H160-LOAD-DORMANT.
           PERFORM H200-REPLAY UNTIL AUD-EOF.
           PERFORM H400-APPLY-LEFT-DORMANT.
           PERFORM H500-BUILD-FILE.
           PERFORM H600-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-CUTOFF.
           OPEN INPUT SNAP-FILE.
           IF NOT SNAP-SUCCESS
              DISPLAY 'SNAP FILE NOT OPEN: ' SNAP-ST
              MOVE SNAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN: ' AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HIST-FILE.
           IF HIST-NOTFOUND
              SET HIST-EOF TO TRUE
           ELSE
              IF NOT HIST-SUCCESS
                 DISPLAY 'DRMHIST FILE NOT OPEN: ' HIST-ST
                 MOVE HIST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'ACCT FILE NOT OPEN: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *TEK SYSIN KARTINDAN ISTEGE BAGLI KESIM DAMGASI OKUNUR
       H110-ACCEPT-CUTOFF.
           ACCEPT WS-CUT-CARD FROM SYSIN.
           EVALUATE TRUE
              WHEN WS-CUT-CARD = SPACES
                 CONTINUE
              WHEN WS-CUT-CARD IS NUMERIC
                 MOVE WS-CUT-CARD TO WS-CUT-STAMP
                 MOVE 'Y'         TO WS-CUT-GIVEN
              WHEN WS-CUT-CARD-DATE IS NUMERIC AND
                   WS-CUT-CARD-TIME = SPACES
                 MOVE WS-CUT-CARD-DATE TO WS-CUT-DATE
                 MOVE 235959           TO WS-CUT-TIME
                 MOVE 'Y'              TO WS-CUT-GIVEN
              WHEN OTHER
                 DISPLAY 'INVALID CUT-OFF CARD: ' WS-CUT-CARD
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H110-END. EXIT.

      *FOTOGRAF BASTAN SONA OKUNUP TABLOYA YUKLENIR. BASLIK ILK
      *KAYIT OLMALI, DETAYLAR HESAP SIRASINDA GELMELI VE DETAY
      *SAYISI/BAKIYE TOPLAMI KAPANIS KAYDIYLA TUTMALI - TUTMAZSA
      *BASLANGIC NOKTASI GUVENILMEZ, YENI DOSYA HIC YAZILMAZ
       H150-LOAD-SNAPSHOT.
           INITIALIZE WS-RCV-TABLE.
           PERFORM UNTIL SNAP-EOF
              READ SNAP-FILE
                 AT END SET SNAP-EOF TO TRUE
                 NOT AT END PERFORM H155-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           IF NOT HDR-SEEN OR NOT TRL-SEEN
              MOVE 'Y' TO WS-SNAP-BAD
           END-IF.
           IF WS-SNAP-COUNT NOT = WS-TRL-COUNT OR
              WS-SNAP-TOTAL NOT = WS-TRL-TOTAL
              MOVE 'Y' TO WS-SNAP-BAD
           END-IF.
           MOVE WS-SNAP-DATE TO TTL-SNAP-DATE.
           IF CUT-GIVEN
              MOVE WS-CUT-STAMP TO TTL-CUT
           ELSE
              MOVE 'YOK'        TO TTL-CUT
           END-IF.
           WRITE RPT-LINE FROM WS-TTL-LINE.
           IF SNAP-BAD
              PERFORM H610-PRINT-SNAPSHOT-TOTALS
              MOVE 16 TO RES-RC
              MOVE 'FOTOGRAF GECERSIZ - KAPANIS TUTMUYOR'
                 TO RES-TEXT
              WRITE RPT-LINE FROM WS-RESULT-LINE
              DISPLAY 'SNAPSHOT DOES NOT TIE TO TRAILER - COUNT: '
                 WS-SNAP-COUNT ' TRAILER: ' WS-TRL-COUNT
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-SNAP-TOTAL TO WS-START-TOTAL.
           WRITE RPT-LINE FROM WS-HDR-LINE.
       H150-END. EXIT.

      *TEK FOTOGRAF KAYDININ TIPINE GORE ISLENMESI
       H155-SNAPSHOT-RECORD.
           EVALUATE TRUE
              WHEN SNH-REC-TYPE = 'H'
                 IF HDR-SEEN OR SNH-SYSTEM NOT = 'PBEG' OR
                    SNH-SNAP-DATE IS NOT NUMERIC
                    MOVE 'Y' TO WS-SNAP-BAD
                 ELSE
                    MOVE SNH-SNAP-DATE TO WS-SNAP-DATE
                 END-IF
                 MOVE 'Y' TO WS-HDR-SEEN
              WHEN SND-REC-TYPE = 'D'
                 IF NOT HDR-SEEN OR TRL-SEEN OR
                    SND-ID IS NOT NUMERIC OR
                    SND-ID = 0 OR SND-ID NOT > WS-PREV-ID
                    MOVE 'Y' TO WS-SNAP-BAD
                 ELSE
                    MOVE SND-ID      TO WS-PREV-ID
                    MOVE 'S'         TO RCV-SOURCE  (SND-ID)
                    MOVE SND-DVZ     TO RCV-DVZ     (SND-ID)
                    MOVE SND-STATUS  TO RCV-STATUS  (SND-ID)
                    MOVE SND-BALANCE TO RCV-BALANCE (SND-ID)
                    ADD 1            TO WS-SNAP-COUNT
                    ADD SND-BALANCE  TO WS-SNAP-TOTAL
                 END-IF
              WHEN SNT-REC-TYPE = 'T'
                 IF TRL-SEEN
                    MOVE 'Y' TO WS-SNAP-BAD
                 END-IF
                 MOVE 'Y'           TO WS-TRL-SEEN
                 MOVE SNT-REC-COUNT TO WS-TRL-COUNT
                 MOVE SNT-BAL-TOTAL TO WS-TRL-TOTAL
              WHEN OTHER
                 MOVE 'Y' TO WS-SNAP-BAD
           END-EVALUATE.
       H155-END. EXIT.

      *FOTOGRAFTAN SONRA (VE KESIMDEN ONCE) UYKUYA ALINMIS
      *HESAPLARIN EN SON UYKU TARIHI TABLOYA ALINIR. PBEGDRM GUNUN
      *SONUNDA CALISTIGINDAN KESIM GUNUNDEKI UYKUYA ALMA YALNIZ
      *KESIM O GUNUN SONUYSA SAYILIR
       H160-LOAD-DORMANT.
           PERFORM UNTIL HIST-EOF
              READ HIST-FILE
                 AT END SET HIST-EOF TO TRUE
                 NOT AT END
                    IF HIST-ID > 0 AND
                       HIST-DORMANT-DATE > WS-SNAP-DATE AND
                       (HIST-DORMANT-DATE < WS-CUT-DATE OR
                        (HIST-DORMANT-DATE = WS-CUT-DATE AND
                         WS-CUT-TIME = 235959)) AND
                       HIST-DORMANT-DATE > RCV-DRM-DATE (HIST-ID)
                       MOVE HIST-DORMANT-DATE
                          TO RCV-DRM-DATE (HIST-ID)
                    END-IF
              END-READ
           END-PERFORM.
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
       H160-END. EXIT.

      *IZ KAYITLARI DOSYA SIRASIYLA OKUNUR. YALNIZCA BASARILI VE
      *DEGISIKLIK YAPAN SATIRLAR, FOTOGRAF GUNUNDEN SONRA VE KESIM
      *DAMGASINA KADAR DAMGALANMISLARSA OYNATILIR
       H200-REPLAY.
           ADD 1 TO WS-AUD-READ
           MOVE AUDIT-TIMESTAMP TO WS-AUDIT-STAMP
           EVALUATE TRUE
              WHEN NOT AUDIT-SUCCESS OR AUDIT-NOOP
                 ADD 1 TO WS-SKIP-FAILED
              WHEN AUDIT-KEY NOT > 0
                 ADD 1 TO WS-SKIP-FAILED
              WHEN WS-AUDIT-DATE NOT > WS-SNAP-DATE
                 ADD 1 TO WS-SKIP-BEFORE
              WHEN WS-AUDIT-STAMP > WS-CUT-STAMP
                 ADD 1 TO WS-SKIP-AFTER
              WHEN OTHER
                 PERFORM H300-APPLY-LINE
           END-EVALUATE
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *TEK IZ SATIRININ TABLODAKI HESABA UYGULANMASI. SATIRIN
      *ESKI BAKIYESI TABLODAKI BAKIYEYE ESIT OLMALI (PBEGVRF'TEKI
      *ZINCIR HALKASI); ESIT DEGILSE KOPUKLUK RAPORLANIR, BAKIYE
      *YINE DE IZ KAYDININ YENI BAKIYESINE GETIRILIR
       H300-APPLY-LINE.
           MOVE AUDIT-KEY TO WS-IX
           IF RCV-SOURCE (WS-IX) = SPACE
              PERFORM H310-FIRST-SEEN
           END-IF
           IF RCV-DRM-DATE (WS-IX) > 0 AND
              WS-AUDIT-DATE > RCV-DRM-DATE (WS-IX)
              PERFORM H340-APPLY-DORMANT
           END-IF
           IF AUDIT-OLD-BALANCE NOT = RCV-BALANCE (WS-IX)
              ADD 1 TO WS-CHAIN-COUNT
              MOVE 'ZINCIR'              TO DTL-TIP
              MOVE WS-IX                 TO DTL-ID
              MOVE AUDIT-TIMESTAMP       TO DTL-TIMESTAMP
              MOVE RCV-BALANCE (WS-IX)   TO DTL-EXPECTED
              MOVE AUDIT-OLD-BALANCE     TO DTL-FOUND
              MOVE SPACES                TO DTL-NEW-STATUS
                                            DTL-CUR-STATUS
              WRITE RPT-LINE FROM WS-DTL-LINE
           END-IF
           EVALUATE TRUE
      *       AC: PBEGIDX H700 AD/SOYAD/DOVIZ/BAKIYEYI YAZIP
      *       HESABI AKTIF YAPAR
              WHEN AUDIT-FUNC-WRITE
                 MOVE AUDIT-NEW-NAME    TO RCV-NAME    (WS-IX)
                 MOVE AUDIT-NEW-SURNAME TO RCV-SURNAME (WS-IX)
                 MOVE 'Y'               TO RCV-NAMED   (WS-IX)
                 MOVE AUDIT-DVZ         TO RCV-DVZ     (WS-IX)
                 MOVE 'A'               TO RCV-STATUS  (WS-IX)
                 MOVE SPACE         TO RCV-PRIOR-STATUS (WS-IX)
                 PERFORM H320-SET-BALANCE
              WHEN AUDIT-FUNC-UPDATE
                 MOVE AUDIT-NEW-NAME    TO RCV-NAME    (WS-IX)
                 MOVE AUDIT-NEW-SURNAME TO RCV-SURNAME (WS-IX)
                 MOVE 'Y'               TO RCV-NAMED   (WS-IX)
              WHEN AUDIT-FUNC-DELETE
                 MOVE 'C'               TO RCV-STATUS  (WS-IX)
      *       ALACAK/BORC VE VIRMAN BACAKLARI. REDDEDILEN HAREKET
      *       DE 00 ILE YAZILIR AMA BAKIYESI DEGISMEZ - DEGISMEYEN
      *       SATIR UYGULANMAZ. HAREKET UYUYAN HESABI UYANDIRIR
              WHEN AUDIT-FUNC-MOVE
                 IF AUDIT-NEW-BALANCE NOT = AUDIT-OLD-BALANCE
                    PERFORM H320-SET-BALANCE
                    IF RCV-STATUS (WS-IX) = 'D' OR 'R'
                       MOVE 'A' TO RCV-STATUS (WS-IX)
                    END-IF
                 END-IF
              WHEN AUDIT-FUNC-FREEZE
                 IF RCV-STATUS (WS-IX) = SPACE
                    MOVE 'A' TO RCV-PRIOR-STATUS (WS-IX)
                 ELSE
                    MOVE RCV-STATUS (WS-IX)
                       TO RCV-PRIOR-STATUS (WS-IX)
                 END-IF
                 MOVE 'F'               TO RCV-STATUS  (WS-IX)
              WHEN AUDIT-FUNC-RELEASE
                 IF RCV-PRIOR-STATUS (WS-IX) = SPACE
                    MOVE 'R' TO RCV-STATUS (WS-IX)
                 ELSE
                    MOVE RCV-PRIOR-STATUS (WS-IX)
                       TO RCV-STATUS (WS-IX)
                 END-IF
                 MOVE SPACE         TO RCV-PRIOR-STATUS (WS-IX)
      *       OKUMA VE REDDEDILEN VIRMANIN TEK SATIRI BIR SEY
      *       DEGISTIRMEZ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO WS-APPLY-COUNT.
       H300-END. EXIT.

      *FOTOGRAFTA OLMAYAN HESAP (FOTOGRAFTAN SONRA YUKLENMIS):
      *BASLANGIC ILK IZ SATIRININ ESKI DEGERLERIDIR. BU HESAPLAR
      *FOTOGRAFLA DOGRULANAMADIGINDAN IS RC 4 ILE BITER
       H310-FIRST-SEEN.
           MOVE 'N'               TO RCV-SOURCE  (WS-IX)
           MOVE AUDIT-DVZ         TO RCV-DVZ     (WS-IX)
           MOVE 'A'               TO RCV-STATUS  (WS-IX)
           MOVE AUDIT-OLD-NAME    TO RCV-NAME    (WS-IX)
           MOVE AUDIT-OLD-SURNAME TO RCV-SURNAME (WS-IX)
           MOVE AUDIT-OLD-BALANCE TO RCV-BALANCE (WS-IX)
           ADD 1                  TO WS-FIRST-COUNT
           ADD AUDIT-OLD-BALANCE  TO WS-FIRST-TOTAL
                                     WS-START-TOTAL
           MOVE 'ILKIZ '          TO DTL-TIP
           MOVE WS-IX             TO DTL-ID
           MOVE AUDIT-TIMESTAMP   TO DTL-TIMESTAMP
           MOVE AUDIT-OLD-BALANCE TO DTL-EXPECTED
           MOVE 0                 TO DTL-FOUND
           MOVE SPACES            TO DTL-NEW-STATUS
                                     DTL-CUR-STATUS
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H310-END. EXIT.

      *BAKIYE IZ KAYDININ YENI BAKIYESINE GETIRILIR, HAREKET
      *TOPLAMINA SATIRIN KENDI FARKI EKLENIR
       H320-SET-BALANCE.
           COMPUTE WS-MOVE-TOTAL = WS-MOVE-TOTAL
                 + AUDIT-NEW-BALANCE - AUDIT-OLD-BALANCE
           MOVE AUDIT-NEW-BALANCE TO RCV-BALANCE (WS-IX).
       H320-END. EXIT.

      *PBEGDRM YALNIZ AKTIF HESABI UYKUYA ALIR
       H340-APPLY-DORMANT.
           IF RCV-STATUS (WS-IX) = 'A' OR SPACE OR 'R'
              MOVE 'D' TO RCV-STATUS (WS-IX)
              ADD 1    TO WS-DRM-COUNT
           END-IF
           MOVE 0 TO RCV-DRM-DATE (WS-IX).
       H340-END. EXIT.

      *KESIMDEN SONRA HAREKET GORMEYEN HESAPLARIN BEKLEYEN UYKU
      *TARIHLERI UYGULANIR
       H400-APPLY-LEFT-DORMANT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 99999
              IF RCV-SOURCE (WS-IX) NOT = SPACE AND
                 RCV-DRM-DATE (WS-IX) > 0
                 PERFORM H340-APPLY-DORMANT
              END-IF
           END-PERFORM.
       H400-END. EXIT.

      *YENI DOSYA HESAP SIRASIYLA YAZILIR; MEVCUT DOSYA AYNI
      *SIRADA YANINDAN OKUNUR. TABLODA OLMAYAN MEVCUT KAYITLAR
      *(NE FOTOGRAFTA NE IZDE) OLDUGU GIBI AKTARILIR
       H500-BUILD-FILE.
           OPEN OUTPUT NEW-ACCT.
           IF NOT NEW-SUCCESS
              DISPLAY 'ACCTNEW FILE NOT OPEN: ' NEW-ST
              MOVE NEW-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-NEW-OPEN.
           PERFORM H590-READ-CURRENT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 99999
              PERFORM UNTIL ACCT-EOF OR ACCT-ID NOT < WS-IX
                 PERFORM H520-CARRY-CURRENT
                 PERFORM H590-READ-CURRENT
              END-PERFORM
              MOVE 'N' TO WS-CUR-MATCH
              IF NOT ACCT-EOF AND ACCT-ID = WS-IX
                 MOVE 'Y' TO WS-CUR-MATCH
              END-IF
              IF RCV-SOURCE (WS-IX) NOT = SPACE
                 PERFORM H510-WRITE-REBUILT
                 IF CUR-MATCH
                    PERFORM H590-READ-CURRENT
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM UNTIL ACCT-EOF
              PERFORM H520-CARRY-CURRENT
              PERFORM H590-READ-CURRENT
           END-PERFORM.
       H500-END. EXIT.

      *TABLODAKI HESABIN YAZILMASI VE MEVCUT KAYITLA
      *KARSILASTIRILMASI
       H510-WRITE-REBUILT.
           MOVE SPACES               TO NEW-FIELDS
           MOVE WS-IX                TO NEW-ID
           MOVE RCV-DVZ (WS-IX)      TO NEW-DVZ
           MOVE RCV-BALANCE (WS-IX)  TO NEW-BALANCE
           MOVE RCV-STATUS (WS-IX)   TO NEW-STATUS
           MOVE 0                    TO NEW-DATE
           IF CUR-MATCH
              MOVE ACCT-NAME         TO NEW-NAME
              MOVE ACCT-SURNAME      TO NEW-SURNAME
              MOVE ACCT-DATE         TO NEW-DATE
           END-IF
           IF RCV-NAMED (WS-IX) = 'Y' OR
              (NOT CUR-MATCH AND RCV-SOURCE (WS-IX) = 'N')
              MOVE RCV-NAME (WS-IX)    TO NEW-NAME
              MOVE RCV-SURNAME (WS-IX) TO NEW-SURNAME
           END-IF
           IF NEW-STATUS = 'R'
              IF CUR-MATCH AND (ACCT-ST-ACTIVE OR ACCT-ST-DORMANT)
                 MOVE ACCT-STATUS    TO NEW-STATUS
              ELSE
                 MOVE 'A'            TO NEW-STATUS
              END-IF
           END-IF
           WRITE NEW-FIELDS
           IF NOT NEW-SUCCESS
              DISPLAY 'ACCTNEW WRITE ERROR: ' NEW-ST ' ID: ' WS-IX
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1           TO WS-REC-COUNT
                              WS-BUILT-COUNT
           ADD NEW-BALANCE TO WS-BUILT-TOTAL
           MOVE WS-IX       TO DTL-ID
           MOVE 0           TO DTL-TIMESTAMP
           MOVE NEW-BALANCE TO DTL-EXPECTED
           MOVE NEW-STATUS  TO DTL-NEW-STATUS
           IF CUR-MATCH
              IF ACCT-BALANCE NOT = NEW-BALANCE OR
                 ACCT-STATUS NOT = NEW-STATUS OR
                 ACCT-DVZ NOT = NEW-DVZ
                 ADD 1 TO WS-DIFF-COUNT
                 MOVE 'FARK  '     TO DTL-TIP
                 MOVE ACCT-BALANCE TO DTL-FOUND
                 MOVE ACCT-STATUS  TO DTL-CUR-STATUS
                 WRITE RPT-LINE FROM WS-DTL-LINE
              END-IF
           ELSE
              ADD 1 TO WS-MISS-COUNT
              MOVE 'YOK   '        TO DTL-TIP
              MOVE 0               TO DTL-FOUND
              MOVE SPACE           TO DTL-CUR-STATUS
              WRITE RPT-LINE FROM WS-DTL-LINE
           END-IF.
       H510-END. EXIT.

      *NE FOTOGRAFTA NE OYNATILAN IZDE BULUNAN MEVCUT KAYIT
      *OLDUGU GIBI AKTARILIR - BASLANGICI DOGRULANAMADIGINDAN
      *IS RC 4 ILE BITER
       H520-CARRY-CURRENT.
           MOVE ACCT-FIELDS TO NEW-FIELDS
           WRITE NEW-FIELDS
           IF NOT NEW-SUCCESS
              DISPLAY 'ACCTNEW WRITE ERROR: ' NEW-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1            TO WS-REC-COUNT
                               WS-CARRY-COUNT
           ADD ACCT-BALANCE TO WS-CARRY-TOTAL
           MOVE 'AKTAR '     TO DTL-TIP
           MOVE ACCT-ID      TO DTL-ID
           MOVE 0            TO DTL-TIMESTAMP
           MOVE ACCT-BALANCE TO DTL-EXPECTED
                                DTL-FOUND
           MOVE ACCT-STATUS  TO DTL-NEW-STATUS
                                DTL-CUR-STATUS
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H520-END. EXIT.

       H590-READ-CURRENT.
           READ ACCT-REC NEXT RECORD
              AT END SET ACCT-EOF TO TRUE
           END-READ.
           IF NOT ACCT-EOF AND NOT ACCT-SUCCESS
              DISPLAY 'ACCT FILE READ ERROR: ' ACCT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H590-END. EXIT.

      *KONTROL OZETI: BASLANGIC (FOTOGRAF + FOTOGRAF DISI ILK IZ)
      *+ OYNATILAN HAREKET = YENIDEN KURULAN TOPLAM OLMALI. MEVCUT
      *DOSYAYLA FARKLAR BILGI ICINDIR - MEVCUT DOSYA ZATEN BOZUK
      *OLABILIR YA DA KESIMLE GERI ALINAN CALISMAYI ICERIR
       H600-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM H610-PRINT-SNAPSHOT-TOTALS.
           MOVE 'FOTOGRAF DISI BASLANGIC' TO TOT-LABEL
           MOVE WS-FIRST-COUNT  TO TOT-COUNT
           MOVE WS-FIRST-TOTAL  TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'OKUNAN IZ SATIRI' TO TOT-LABEL
           MOVE WS-AUD-READ     TO TOT-COUNT
           MOVE 0               TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'OYNATILAN IZ SATIRI / HAREKET' TO TOT-LABEL
           MOVE WS-APPLY-COUNT  TO TOT-COUNT
           MOVE WS-MOVE-TOTAL   TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'ATLANAN - FOTOGRAF ONCESI' TO TOT-LABEL
           MOVE WS-SKIP-BEFORE  TO TOT-COUNT
           MOVE 0               TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'ATLANAN - KESIM SONRASI' TO TOT-LABEL
           MOVE WS-SKIP-AFTER   TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'ATLANAN - BASARISIZ/ETKISIZ' TO TOT-LABEL
           MOVE WS-SKIP-FAILED  TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'UYKUYA ALINAN (DRMHIST)' TO TOT-LABEL
           MOVE WS-DRM-COUNT    TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'KOPUK ZINCIR' TO TOT-LABEL
           MOVE WS-CHAIN-COUNT  TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'YENIDEN KURULAN HESAP' TO TOT-LABEL
           MOVE WS-BUILT-COUNT  TO TOT-COUNT
           MOVE WS-BUILT-TOTAL  TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'OLDUGU GIBI AKTARILAN' TO TOT-LABEL
           MOVE WS-CARRY-COUNT  TO TOT-COUNT
           MOVE WS-CARRY-TOTAL  TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'MEVCUT DOSYADAN FARKLI' TO TOT-LABEL
           MOVE WS-DIFF-COUNT   TO TOT-COUNT
           MOVE 0               TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'MEVCUT DOSYADA OLMAYAN' TO TOT-LABEL
           MOVE WS-MISS-COUNT   TO TOT-COUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           COMPUTE WS-CHECK-TOTAL = WS-START-TOTAL + WS-MOVE-TOTAL.
           EVALUATE TRUE
              WHEN WS-CHAIN-COUNT > 0 OR
                   WS-CHECK-TOTAL NOT = WS-BUILT-TOTAL
                 MOVE 16 TO RETURN-CODE
                 MOVE 'DENK DEGIL - DOSYA DEGISTIRILMEMELI'
                    TO RES-TEXT
                 DISPLAY 'RECOVERY DOES NOT BALANCE - CHAIN: '
                    WS-CHAIN-COUNT ' START+MOVE: ' WS-CHECK-TOTAL
                    ' BUILT: ' WS-BUILT-TOTAL
              WHEN WS-FIRST-COUNT > 0 OR WS-CARRY-COUNT > 0
                 MOVE 4 TO RETURN-CODE
                 MOVE 'DENK - FOTOGRAF DISI HESAPLAR ONAYLANMALI'
                    TO RES-TEXT
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
                 MOVE 'DENK - DOSYA DEGISTIRILEBILIR' TO RES-TEXT
           END-EVALUATE.
           MOVE RETURN-CODE TO RES-RC.
           WRITE RPT-LINE FROM WS-RESULT-LINE.
       H600-END. EXIT.

      *FOTOGRAF DETAY TOPLAMI VE KAPANIS KAYDI
       H610-PRINT-SNAPSHOT-TOTALS.
           MOVE 'FOTOGRAF DETAY' TO TOT-LABEL
           MOVE WS-SNAP-COUNT   TO TOT-COUNT
           MOVE WS-SNAP-TOTAL   TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'FOTOGRAF KAPANIS KAYDI' TO TOT-LABEL
           MOVE WS-TRL-COUNT    TO TOT-COUNT
           MOVE WS-TRL-TOTAL    TO TOT-AMOUNT
           WRITE RPT-LINE FROM WS-TOT-LINE.
       H610-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE SNAP-FILE
                 AUDIT-FILE
                 ACCT-REC
                 RPT-FILE.
           IF HIST-OPEN
              CLOSE HIST-FILE
           END-IF.
           IF NEW-OPEN
              CLOSE NEW-ACCT
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE YENI DOSYAYA
      *YAZILAN KAYIT SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-REC-COUNT   TO RUN-COUNT
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
