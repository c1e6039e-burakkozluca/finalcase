       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGAPR.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ONCEKI CALISMALARDAN DEVREDEN ONAY BEKLEYEN KALEMLER
           SELECT APRI-FILE ASSIGN TO    APRIN
                            STATUS       APRI-ST.
      *PBEGFNL'NIN BUGUN ONAY KUYRUGUNA ALDIGI YUKSEK TUTARLI
      *BORC VE VIRMANLAR
           SELECT APR-FILE  ASSIGN TO    APRFILE
                            STATUS       APR-ST.
      *IKINCI MEMURUN ONAY ('O') / RED ('R') KARTLARI
           SELECT CRD-FILE  ASSIGN TO    APRCARD
                            STATUS       CRD-ST.
      *ONAYLANAN KALEMLERIN INPFILE DUZENINDE SERBEST BIRAKMA
      *DOSYASI - NORMAL PBEGFNL CALISMASINA VERILIR
           SELECT REL-FILE  ASSIGN TO    APRREL
                            STATUS       REL-ST.
      *KARARI HENUZ VERILMEMIS KALEMLERIN DEVIR DOSYASI
           SELECT APRO-FILE ASSIGN TO    APROUT
                            STATUS       APRO-ST.
           SELECT RPT-FILE  ASSIGN TO    APRRPT
                            STATUS       RPT-ST.
      *SERBEST BIRAKILAN KALEMLERIN KUTUGU - PBEGFNL ONAY
      *ISARETLI PARTININ KALEMINI YALNIZ BURADA AYNI PARTI, SIRA
      *VE GIRDI KAYDIYLA BULURSA SINIR KONTROLUNDEN GECIRMEZ
           SELECT ARG-FILE  ASSIGN TO    APRBREG
                            STATUS       ARG-ST.
      *REDDEDILEN VE SURESI DOLAN KALEMLERIN KUTUGU - KALEMI
      *KUYRUGA ALAN PROGRAMLAR (PBEGSOG, PBEGREV) KALEMIN AKIBETINI
      *BURADAN OGRENIR
           SELECT DRG-FILE  ASSIGN TO    APRDREG
                            STATUS       DRG-ST.
      *PARTI NUMARASI SAYACI - KART VERILMEDIGINDE HER CALISMAYA
      *BIR SONRAKI NUMARA VERILIR
           SELECT BNO-FILE  ASSIGN TO    BATCHNO
                            STATUS       BNO-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *ONAY KUYRUGU KAYDI - PBEGFNL ILE AYNI DUZEN
       FD  APRI-FILE RECORDING MODE F.
       01  APRI-FIELDS              PIC X(135).

       FD  APR-FILE RECORDING MODE F.
       01  APR-FIELDS               PIC X(135).

      *ONAY KARTI: ISLEM KODU, KALEMIN PARTI NUMARASI VE PARTI
      *ICI SIRASI (PBEGFNL CIKTI SATIRINDAKI 'SIRA:'), KARARI
      *VEREN MEMURUN SICILI
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-FIELDS.
           05 CRD-ACTION            PIC X(01).
           05 CRD-BATCH-ID          PIC X(08).
           05 CRD-SEQ               PIC X(08).
           05 CRD-OFFICER           PIC X(08).
           05 FILLER                PIC X(55).

      *INPFILE ILE AYNI DUZEN - PBEGFNL PARTI BASLIK/KAPANIS
      *KAYITLARI BEKLEDIGINDEN DOSYA H/T KAYITLARIYLA SARILIR
      *(PBEGWHR'IN SERBEST BIRAKMA DOSYASI GIBI)
       FD  REL-FILE RECORDING MODE F.
       01  REL-FIELDS.
           05 REL-ISLEM-TIPI        PIC X(01).
           05 REL-ID                PIC X(05).
           05 REL-NAME              PIC X(15).
           05 REL-SURNAME           PIC X(15).
           05 REL-DVZ               PIC 9(03).
           05 REL-DATE              PIC 9(08).
           05 REL-BALANCE           PIC 9(13)V99.
           05 REL-BALANCE-X REDEFINES
              REL-BALANCE           PIC X(15).
           05 REL-AMOUNT            PIC 9(13)V99.
           05 REL-AMOUNT-X REDEFINES
              REL-AMOUNT            PIC X(15).
       01  REL-HDR-REC.
           05 REL-HDR-TYPE          PIC X(01).
           05 REL-HDR-BATCH-ID      PIC X(08).
           05 REL-HDR-BUS-DATE      PIC X(08).
           05 REL-HDR-EXP-COUNT     PIC 9(08).
           05 REL-HDR-MAKER-ID      PIC X(08).
           05 REL-HDR-APR-FLAG      PIC X(01).
           05 FILLER                PIC X(43).
       01  REL-TRL-REC.
           05 REL-TRL-TYPE          PIC X(01).
           05 REL-TRL-ACT-COUNT     PIC 9(08).
           05 REL-TRL-HASH          PIC 9(16)V99.
           05 FILLER                PIC X(50).

       FD  APRO-FILE RECORDING MODE F.
       01  APRO-FIELDS              PIC X(135).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

      *SERBEST BIRAKMA KUTUGU KAYDI: SERBEST BIRAKMA PARTISI VE
      *PARTI ICI SIRA, GIRDI KAYDININ TIPKISI, KALEMIN ASIL
      *PARTI/SIRA NUMARASI, GIRIS YAPAN VE ONAYLAYAN MEMUR
       FD  ARG-FILE RECORDING MODE F.
       01  ARG-FIELDS.
           05 ARG-BATCH-ID          PIC X(08).
           05 ARG-SEQ               PIC 9(08).
           05 ARG-INP-IMAGE         PIC X(77).
           05 ARG-ORG-BATCH-ID      PIC X(08).
           05 ARG-ORG-SEQ           PIC 9(08).
           05 ARG-MAKER-ID          PIC X(08).
           05 ARG-CHECKER-ID        PIC X(08).
           05 ARG-DATE              PIC 9(08).

      *RED/SURE KUTUGU KAYDI: KALEMIN ASIL PARTI/SIRA NUMARASI,
      *GIRDI KAYDININ TIPKISI, GIRIS YAPAN VE REDDEDEN MEMUR,
      *KARAR ('R' REDDEDILDI, 'S' SURESI DOLDU) VE ISLEM TARIHI
       FD  DRG-FILE RECORDING MODE F.
       01  DRG-FIELDS.
           05 DRG-BATCH-ID          PIC X(08).
           05 DRG-SEQ               PIC 9(08).
           05 DRG-INP-IMAGE         PIC X(77).
           05 DRG-MAKER-ID          PIC X(08).
           05 DRG-CHECKER-ID        PIC X(08).
           05 DRG-DECISION          PIC X(01).
           05 DRG-DATE              PIC 9(08).

      *PARTI NUMARASI SAYACI - TEK KAYIT: SON VERILEN NUMARA
       FD  BNO-FILE RECORDING MODE F.
       01  BNO-FIELDS.
           05 BNO-LAST-NO           PIC 9(07).
           05 BNO-BATCH-ID          PIC X(08).
           05 BNO-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 BNO-ST                PIC 9(02).
              88 BNO-SUCCESS                    VALUE 00
                                                      97.
              88 BNO-NOTFOUND                   VALUE 35.
           05 WS-BATCH-NO           PIC 9(07)   VALUE 0.
           05 APRI-ST               PIC 9(02).
              88 APRI-EOF                       VALUE 10.
              88 APRI-SUCCESS                   VALUE 00
                                                      97.
              88 APRI-NOTFOUND                  VALUE 35.
           05 APR-ST                PIC 9(02).
              88 APR-EOF                        VALUE 10.
              88 APR-SUCCESS                    VALUE 00
                                                      97.
              88 APR-NOTFOUND                   VALUE 35.
           05 CRD-ST                PIC 9(02).
              88 CRD-EOF                        VALUE 10.
              88 CRD-SUCCESS                    VALUE 00
                                                      97.
              88 CRD-NOTFOUND                   VALUE 35.
           05 REL-ST                PIC 9(02).
              88 REL-SUCCESS                    VALUE 00
                                                      97.
           05 APRO-ST               PIC 9(02).
              88 APRO-SUCCESS                   VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 ARG-ST                PIC 9(02).
              88 ARG-SUCCESS                    VALUE 00
                                                      97.
              88 ARG-NOTFOUND                   VALUE 35.
           05 DRG-ST                PIC 9(02).
              88 DRG-SUCCESS                    VALUE 00
                                                      97.
              88 DRG-NOTFOUND                   VALUE 35.
           05 WS-RELEASE-COUNT      PIC 9(07)   VALUE 0.
           05 WS-DECLINE-COUNT      PIC 9(07)   VALUE 0.
           05 WS-EXPIRE-COUNT       PIC 9(07)   VALUE 0.
           05 WS-CARRY-COUNT        PIC 9(07)   VALUE 0.
           05 WS-CARD-ERR-COUNT     PIC 9(07)   VALUE 0.
           05 WS-REL-HASH           PIC 9(16)V99 VALUE 0.
           05 WS-REL-SUB            PIC 9(03)   VALUE 0.
           05 WS-CARD-USED          PIC 9(03)   VALUE 0.
           05 WS-CARD-SUB           PIC 9(03)   VALUE 0.
           05 WS-DECIDED            PIC X(01)   VALUE 'N'.
              88 DECIDED                        VALUE 'Y'.
           05 WS-AGE-FOUND          PIC X(01)   VALUE 'N'.
              88 AGE-FOUND                      VALUE 'Y'.
           05 WS-AGE-USED           PIC 9(03)   VALUE 0.
           05 WS-TAB-SUB            PIC 9(03)   VALUE 0.
           05 WS-AGE-DAYS           PIC 9(05)   VALUE 0.
           05 WS-ASOF-INT           PIC 9(07).
           05 WS-CHECKER-ID         PIC X(08).

      *ISLEM TARIHI - SYSIN'DEN ILK KART OLARAK YYYYMMDD
      *BICIMINDE OKUNUR, KART BOSSA BUGUNUN TARIHI KULLANILIR.
      *SERBEST BIRAKMA PARTISININ IS TARIHI DE BUDUR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *SERBEST BIRAKMA PARTISININ NUMARASI - SYSIN'DEN IKINCI
      *KART OLARAK OKUNUR. KART BOSSA PARTI NUMARASI SAYACINDAN
      *'O' ONEKIYLE TURETILIR KI PBEGWHR/PBEGSUS PARTI
      *NUMARALARIYLA CAKISMASIN
       01  WS-BATCH-CARD            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08).

      *KARARSIZ KALEMIN KUYRUKTA BEKLEYEBILECEGI GUN SAYISI -
      *SYSIN'DEN UCUNCU KART OLARAK OKUNUR, KART BOSSA 5 GUN.
      *SURESI DOLAN KALEM ISLENMEDEN KUYRUKTAN DUSER
       01  WS-EXPIRY-CARD           PIC X(03)   VALUE SPACES.
       01  WS-EXPIRY-DAYS           PIC 9(03)   VALUE 5.

      *ISLENMEKTE OLAN KUYRUK KALEMI - PBEGFNL'NIN YAZDIGI DUZEN.
      *ONAYLAYAN MEMUR YALNIZ ONAYLANIP VADESI BEKLENEN KALEMDE
      *DOLUDUR (H325)
       01  WS-ITEM-AREA.
           05 ITEM-INP-IMAGE.
              10 ITEM-ISLEM-TIPI    PIC X(01).
              10 ITEM-ID            PIC X(05).
              10 ITEM-NAME          PIC X(15).
              10 ITEM-SURNAME       PIC X(15).
              10 ITEM-DVZ           PIC X(03).
              10 ITEM-DATE          PIC X(08).
              10 ITEM-DATE-N REDEFINES
                 ITEM-DATE          PIC 9(08).
              10 ITEM-BALANCE       PIC X(15).
              10 ITEM-AMOUNT        PIC X(15).
           05 ITEM-BATCH-ID         PIC X(08).
           05 ITEM-SEQ              PIC 9(08).
           05 ITEM-MAKER-ID         PIC X(08).
           05 ITEM-ENTRY-DATE       PIC 9(08).
           05 ITEM-ACCT-DVZ         PIC 9(03).
           05 ITEM-LIMIT            PIC 9(13)V99.
           05 ITEM-CHECKER-ID       PIC X(08).
       01  WS-ITEM-AMOUNT-N         PIC 9(13)V99.

      *ONAY KARTLARI ONCE TABLOYA ALINIR, HER KUYRUK KALEMI
      *KENDI KARTINI BURADA ARAR. KART DURUMU: BOS ISLENMEDI,
      *'K' KULLANILDI, 'M' GIRIS YAPAN MEMURUN KENDI ONAYI OLDUGU
      *ICIN REDDEDILDI, 'B' GIRIS YAPAN MEMUR BILINMEDIGI ICIN
      *REDDEDILDI, 'G' GECERSIZ KART
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 500 TIMES.
              10 WS-CARD-ACTION     PIC X(01).
              10 WS-CARD-BATCH-ID   PIC X(08).
              10 WS-CARD-SEQ        PIC 9(08).
              10 WS-CARD-OFFICER    PIC X(08).
              10 WS-CARD-STATE      PIC X(01).

      *ONAYLANAN KALEMLER ONCE BURADA BIRIKTIRILIR KI PARTI
      *BASLIGINDAKI BEKLENEN SAYI DOSYA YAZILMADAN BILINEBILSIN
      *(PBEGWHR'IN SERBEST BIRAKMA TABLOSU GIBI). KUTUGE YAZILAN
      *ASIL PARTI/SIRA VE MEMUR BILGILERI DE BURADA TUTULUR
       01  WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 500 TIMES.
              10 WS-REL-IMAGE       PIC X(77).
              10 WS-REL-ORG-BATCH   PIC X(08).
              10 WS-REL-ORG-SEQ     PIC 9(08).
              10 WS-REL-MAKER       PIC X(08).
              10 WS-REL-CHECKER     PIC X(08).

      *REDDEDILEN VE SURESI DOLAN KALEMLERIN KUYRUKTA GECIRDIGI
      *GUN SAYISI BAZINDA YASLANDIRMA TABLOSU
       01  WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 200 TIMES.
              10 WS-AGE-DAY         PIC 9(05).
              10 WS-AGE-COUNT       PIC 9(07).
              10 WS-AGE-AMOUNT      PIC 9(16)V99.

       01  WS-HDR-LINE.
           05 FILLER                PIC X(09) VALUE 'PARTI'.
           05 FILLER                PIC X(09) VALUE 'SIRA'.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(15) VALUE '         TUTAR'.
           05 FILLER                PIC X(09) VALUE 'GIREN'.
           05 FILLER                PIC X(09) VALUE 'KARAR'.
           05 FILLER                PIC X(05) VALUE ' GUN'.
           05 FILLER                PIC X(16) VALUE 'DURUM'.
       01  WS-DTL-LINE.
           05 DTL-BATCH-ID          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-SEQ               PIC Z(07)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-ID                PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-TIP               PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-AMOUNT            PIC Z(10)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-MAKER             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-CHECKER           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DAYS              PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DURUM             PIC X(15).
       01  WS-CRD-HDR-LINE.
           05 FILLER                PIC X(34) VALUE
              'ISLENEMEYEN ONAY KARTLARI'.
           05 FILLER                PIC X(46) VALUE SPACES.
       01  WS-CRD-DTL-LINE.
           05 CRD-DTL-ACTION        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CRD-DTL-BATCH-ID      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CRD-DTL-SEQ           PIC Z(07)9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CRD-DTL-OFFICER       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CRD-DTL-DURUM         PIC X(30).
           05 FILLER                PIC X(19) VALUE SPACES.
       01  WS-AGE-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'REDDEDILEN/SURESI DOLAN - GUN BAZINDA'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-AGE-COL-LINE.
           05 FILLER                PIC X(07) VALUE '  GUN'.
           05 FILLER                PIC X(11) VALUE '     ADET'.
           05 FILLER                PIC X(19) VALUE '  TUTAR TOPLAMI'.
           05 FILLER                PIC X(43) VALUE SPACES.
       01  WS-AGE-DTL-LINE.
           05 AGE-DTL-DAYS          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AGE-DTL-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AGE-DTL-AMOUNT        PIC Z(14)9.99.
           05 FILLER                PIC X(44) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(08) VALUE 'ONAYLI:'.
           05 SUM-RELEASE           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  RED:'.
           05 SUM-DECLINE           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE '  SURESI:'.
           05 SUM-EXPIRE            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  BEKLEYEN:'.
           05 SUM-CARRY             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE '  KART:'.
           05 SUM-CARD-ERR          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-CARDS UNTIL CRD-EOF.
           PERFORM H200-PROCESS-CARRY UNTIL APRI-EOF.
           PERFORM H250-PROCESS-NEW UNTIL APR-EOF.
           PERFORM H600-WRITE-RELEASE-FILE.
           PERFORM H460-PRINT-CARDS.
           PERFORM H450-PRINT-AGING.
           PERFORM H500-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

      *DEVIR, BUGUNUN KUYRUK VE KART DOSYALARI BULUNMAYABILIR -
      *BULUNMAYAN GIRDI DOSYASI BOS SAYILIR (PBEGWHR'DAKI GIBI)
       H100-OPEN-FILES.
           OPEN INPUT APRI-FILE.
           IF APRI-NOTFOUND
              SET APRI-EOF TO TRUE
           ELSE
              IF NOT APRI-SUCCESS
                 DISPLAY 'APR-IN FILE NOT OPEN: ' APRI-ST
                 MOVE APRI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT APR-FILE.
           IF APR-NOTFOUND
              SET APR-EOF TO TRUE
           ELSE
              IF NOT APR-SUCCESS
                 DISPLAY 'APPROVAL FILE NOT OPEN: ' APR-ST
                 MOVE APR-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT CRD-FILE.
           IF CRD-NOTFOUND
              SET CRD-EOF TO TRUE
           ELSE
              IF NOT CRD-SUCCESS
                 DISPLAY 'CARD FILE NOT OPEN: ' CRD-ST
                 MOVE CRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF NOT REL-SUCCESS
              DISPLAY 'RELEASE FILE NOT OPEN: ' REL-ST
              MOVE REL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT APRO-FILE.
           IF NOT APRO-SUCCESS
              DISPLAY 'APR-OUT FILE NOT OPEN: ' APRO-ST
              MOVE APRO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND ARG-FILE.
           IF ARG-NOTFOUND
              OPEN OUTPUT ARG-FILE
           END-IF.
           IF NOT ARG-SUCCESS
              DISPLAY 'RELEASE REGISTER NOT OPEN: ' ARG-ST
              MOVE ARG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND DRG-FILE.
           IF DRG-NOTFOUND
              OPEN OUTPUT DRG-FILE
           END-IF.
           IF NOT DRG-SUCCESS
              DISPLAY 'DECLINE REGISTER NOT OPEN: ' DRG-ST
              MOVE DRG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-ACCEPT-CARDS.
           WRITE RPT-LINE FROM WS-HDR-LINE.
           IF NOT APRI-EOF
              READ APRI-FILE
                 AT END SET APRI-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT APR-EOF
              READ APR-FILE
                 AT END SET APR-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT CRD-EOF
              READ CRD-FILE
                 AT END SET CRD-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *ILK SYSIN KARTINDAN ISLEM TARIHI (BOSSA BUGUN), IKINCI
      *KARTTAN PARTI NUMARASI (BOSSA SAYACTAN), UCUNCU
      *KARTTAN BEKLEME SURESI (BOSSA 5 GUN) OKUNUR
       H110-ACCEPT-CARDS.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-ASOF-CARD NOT = SPACES AND
              WS-ASOF-CARD IS NUMERIC
              MOVE WS-ASOF-CARD TO WS-ASOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
           ACCEPT WS-BATCH-CARD FROM SYSIN.
           IF WS-BATCH-CARD NOT = SPACES
              MOVE WS-BATCH-CARD TO WS-BATCH-ID
           ELSE
              PERFORM H115-NEXT-BATCH-ID
           END-IF.
           ACCEPT WS-EXPIRY-CARD FROM SYSIN.
           IF WS-EXPIRY-CARD NOT = SPACES AND
              WS-EXPIRY-CARD IS NUMERIC
              MOVE WS-EXPIRY-CARD TO WS-EXPIRY-DAYS
           END-IF.
       H110-END. EXIT.

      *SAYACTAKI SON NUMARA BIR ARTIRILIP 'O' ONEKIYLE PARTI
      *NUMARASI YAPILIR VE SAYAC HEMEN GERI YAZILIR - AYNI GUN
      *ICINDE KAC KEZ CALISILIRSA CALISILSIN IKI CALISMA AYNI
      *NUMARAYI ALMAZ. SAYAC ILK CALISMADA YOKSA SIFIRDAN BASLAR
       H115-NEXT-BATCH-ID.
           MOVE 0 TO WS-BATCH-NO.
           OPEN INPUT BNO-FILE.
           IF BNO-SUCCESS
              READ BNO-FILE
                 AT END CONTINUE
                 NOT AT END MOVE BNO-LAST-NO TO WS-BATCH-NO
              END-READ
              CLOSE BNO-FILE
           ELSE
              IF NOT BNO-NOTFOUND
                 DISPLAY 'BATCHNO FILE NOT OPEN: ' BNO-ST
                 MOVE BNO-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           ADD 1 TO WS-BATCH-NO.
           MOVE 'O'         TO WS-BATCH-ID (1:1).
           MOVE WS-BATCH-NO TO WS-BATCH-ID (2:7).
           OPEN OUTPUT BNO-FILE.
           IF NOT BNO-SUCCESS
              DISPLAY 'BATCHNO FILE NOT OPEN: ' BNO-ST
              MOVE BNO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           INITIALIZE BNO-FIELDS.
           MOVE WS-BATCH-NO TO BNO-LAST-NO.
           MOVE WS-BATCH-ID TO BNO-BATCH-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO BNO-TIMESTAMP.
           WRITE BNO-FIELDS.
           CLOSE BNO-FILE.
       H115-END. EXIT.

      *ONAY KARTLARININ TABLOYA ALINMASI - ISLEM KODU 'O'/'R'
      *OLMAYAN, SIRASI SAYISAL OLMAYAN VEYA KARAR VEREN MEMURU
      *BOS KART GECERSIZ ISARETLENIR VE HICBIR KALEME UYGULANMAZ
       H150-LOAD-CARDS.
           IF WS-CARD-USED >= 500
              DISPLAY 'WS-CARD-TABLE FULL - TOO MANY CARDS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-CARD-USED
           MOVE WS-CARD-USED  TO WS-CARD-SUB
           MOVE CRD-ACTION    TO WS-CARD-ACTION (WS-CARD-SUB)
           MOVE CRD-BATCH-ID  TO WS-CARD-BATCH-ID (WS-CARD-SUB)
           MOVE CRD-OFFICER   TO WS-CARD-OFFICER (WS-CARD-SUB)
           MOVE SPACE         TO WS-CARD-STATE (WS-CARD-SUB)
           IF CRD-SEQ IS NUMERIC
              MOVE CRD-SEQ    TO WS-CARD-SEQ (WS-CARD-SUB)
           ELSE
              MOVE 0          TO WS-CARD-SEQ (WS-CARD-SUB)
              MOVE 'G'        TO WS-CARD-STATE (WS-CARD-SUB)
           END-IF
           IF (CRD-ACTION NOT = 'O' AND CRD-ACTION NOT = 'R')
              OR CRD-OFFICER = SPACES
              MOVE 'G'        TO WS-CARD-STATE (WS-CARD-SUB)
           END-IF
           READ CRD-FILE
              AT END SET CRD-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *DEVREDEN KALEMLERIN ISLENMESI
       H200-PROCESS-CARRY.
           MOVE APRI-FIELDS TO WS-ITEM-AREA
           PERFORM H300-PROCESS-ITEM
           READ APRI-FILE
              AT END SET APRI-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *BUGUN KUYRUGA ALINAN KALEMLERIN ISLENMESI
       H250-PROCESS-NEW.
           MOVE APR-FIELDS TO WS-ITEM-AREA
           PERFORM H300-PROCESS-ITEM
           READ APR-FILE
              AT END SET APR-EOF TO TRUE
           END-READ.
       H250-END. EXIT.

      *KALEMIN KARTI ARANIR: GECERLI ONAY KALEMI SERBEST BIRAKIR,
      *RED KALEMI KUYRUKTAN DUSURUR. KARARSIZ KALEM BEKLEME
      *SURESINI ASTIYSA SURESI DOLMUS SAYILIP DUSER, ASMADIYSA
      *DEVIR DOSYASINA YAZILIR. DAHA ONCE ONAYLANIP VADESI
      *BEKLENEN KALEM KART ARANMADAN VE SURESI DOLMADAN ONAYLAYAN
      *MEMURUYLA YENIDEN DEGERLENDIRILIR
       H300-PROCESS-ITEM.
           IF ITEM-AMOUNT IS NUMERIC
              MOVE ITEM-AMOUNT TO WS-ITEM-AMOUNT-N
           ELSE
              MOVE 0           TO WS-ITEM-AMOUNT-N
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF ITEM-ENTRY-DATE IS NUMERIC AND ITEM-ENTRY-DATE > 0
              AND ITEM-ENTRY-DATE <= WS-ASOF-DATE
              COMPUTE WS-AGE-DAYS = WS-ASOF-INT -
                 FUNCTION INTEGER-OF-DATE (ITEM-ENTRY-DATE)
           END-IF
           MOVE 'N'    TO WS-DECIDED
           MOVE SPACES TO WS-CHECKER-ID
           IF ITEM-CHECKER-ID NOT = SPACES
              MOVE ITEM-CHECKER-ID TO WS-CHECKER-ID
              PERFORM H318-APPROVE-ITEM
           ELSE
              PERFORM H310-FIND-CARD
              IF NOT DECIDED
                 IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                    PERFORM H340-EXPIRE-ITEM
                 ELSE
                    PERFORM H330-CARRY-FORWARD
                 END-IF
              END-IF
           END-IF.
       H300-END. EXIT.

      *KALEMIN PARTI/SIRA NUMARASINA UYAN KARTLAR SIRAYLA
      *DENENIR, ILK GECERLI KARAR UYGULANIR. GIRIS YAPAN MEMURUN
      *KENDI ONAY KARTI REDDEDILIR VE ARAMA SURER - BASKA BIR
      *MEMURUN KARTI AYNI KALEMI YINE ONAYLAYABILIR. GIRIS
      *YAPANI BILINMEYEN (SICILSIZ PARTIDEN GELEN) KALEM HICBIR
      *MEMURCA ONAYLANAMAZ, YALNIZ REDDEDILEBILIR YA DA SURESI
      *DOLAR. RED KARARINI GIRIS YAPAN MEMUR DA VEREBILIR
       H310-FIND-CARD.
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > WS-CARD-USED
              IF WS-CARD-STATE (WS-CARD-SUB) = SPACE
                 AND WS-CARD-BATCH-ID (WS-CARD-SUB) = ITEM-BATCH-ID
                 AND WS-CARD-SEQ (WS-CARD-SUB) = ITEM-SEQ
                 EVALUATE TRUE
                    WHEN WS-CARD-ACTION (WS-CARD-SUB) = 'O'
                       AND ITEM-MAKER-ID = SPACES
                       MOVE 'B' TO WS-CARD-STATE (WS-CARD-SUB)
                    WHEN WS-CARD-ACTION (WS-CARD-SUB) = 'O'
                       AND WS-CARD-OFFICER (WS-CARD-SUB)
                           = ITEM-MAKER-ID
                       MOVE 'M' TO WS-CARD-STATE (WS-CARD-SUB)
                    WHEN OTHER
                       MOVE 'K' TO WS-CARD-STATE (WS-CARD-SUB)
                       MOVE WS-CARD-OFFICER (WS-CARD-SUB)
                          TO WS-CHECKER-ID
                       MOVE 'Y' TO WS-DECIDED
                       IF WS-CARD-ACTION (WS-CARD-SUB) = 'O'
                          PERFORM H318-APPROVE-ITEM
                       ELSE
                          PERFORM H350-DECLINE-ITEM
                       END-IF
                 END-EVALUATE
              END-IF
              IF DECIDED
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H310-END. EXIT.

      *ONAYLANAN KALEMIN VALORU GELMISSE SERBEST BIRAKILIR. ILERI
      *VALORLU KALEM PBEGFNL'DE DEPOYA DUSUP PBEGWHR SERBEST
      *BIRAKMASIYLA YENIDEN ONAYA GITMESIN DIYE VALORUNA KADAR
      *ONAYLAYAN MEMURLA BIRLIKTE KUYRUKTA TUTULUR
       H318-APPROVE-ITEM.
           IF ITEM-DATE IS NUMERIC AND ITEM-DATE-N > WS-ASOF-DATE
              PERFORM H325-HOLD-ITEM
           ELSE
              PERFORM H320-RELEASE-ITEM
           END-IF.
       H318-END. EXIT.

      *ONAYLANAN KALEMIN GIRDI KAYDININ TABLOYA ALINMASI - TUTAR
      *VE BAKIYE PARTI KONTROL TOPLAMINA PBEGFNL'DEKI KURALLA
      *(SAYISAL OLMAYAN ALAN KATILMAZ) EKLENIR
       H320-RELEASE-ITEM.
           IF WS-RELEASE-COUNT >= 500
              DISPLAY 'WS-REL-TABLE FULL - TOO MANY RELEASES'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-RELEASE-COUNT
           MOVE ITEM-INP-IMAGE TO WS-REL-IMAGE (WS-RELEASE-COUNT)
           MOVE ITEM-BATCH-ID  TO WS-REL-ORG-BATCH (WS-RELEASE-COUNT)
           MOVE ITEM-SEQ       TO WS-REL-ORG-SEQ (WS-RELEASE-COUNT)
           MOVE ITEM-MAKER-ID  TO WS-REL-MAKER (WS-RELEASE-COUNT)
           MOVE WS-CHECKER-ID  TO WS-REL-CHECKER (WS-RELEASE-COUNT)
           MOVE ITEM-INP-IMAGE TO REL-FIELDS
           IF REL-BALANCE-X IS NUMERIC
              ADD REL-BALANCE TO WS-REL-HASH
           END-IF
           IF REL-AMOUNT-X IS NUMERIC
              ADD REL-AMOUNT TO WS-REL-HASH
           END-IF
           MOVE 'ONAYLANDI' TO DTL-DURUM
           PERFORM H400-WRITE-DETAIL.
       H320-END. EXIT.

      *ONAYLANIP VALORU BEKLENEN KALEMIN ONAYLAYAN MEMURLA
      *DEVIR DOSYASINA YAZILMASI
       H325-HOLD-ITEM.
           MOVE WS-CHECKER-ID TO ITEM-CHECKER-ID
           MOVE WS-ITEM-AREA TO APRO-FIELDS
           WRITE APRO-FIELDS
           ADD 1 TO WS-CARRY-COUNT
           MOVE 'VADESI BEKLENIR' TO DTL-DURUM
           PERFORM H400-WRITE-DETAIL.
       H325-END. EXIT.

      *KARARSIZ KALEMIN DEVIR DOSYASINA YAZILMASI
       H330-CARRY-FORWARD.
           MOVE WS-ITEM-AREA TO APRO-FIELDS
           WRITE APRO-FIELDS
           ADD 1 TO WS-CARRY-COUNT
           MOVE 'BEKLIYOR' TO DTL-DURUM
           PERFORM H400-WRITE-DETAIL.
       H330-END. EXIT.

      *BEKLEME SURESI DOLAN KALEM ISLENMEDEN KUYRUKTAN DUSER VE
      *RED/SURE KUTUGUNE YAZILIR - GIRIS YAPAN SUBE GEREKIRSE
      *HAREKETI YENIDEN GIRER
       H340-EXPIRE-ITEM.
           ADD 1 TO WS-EXPIRE-COUNT
           MOVE 'S' TO DRG-DECISION
           PERFORM H370-WRITE-DECLINE-REG
           PERFORM H360-AGE-BY-DAYS
           MOVE 'SURESI DOLDU' TO DTL-DURUM
           PERFORM H400-WRITE-DETAIL.
       H340-END. EXIT.

      *REDDEDILEN KALEM ISLENMEDEN KUYRUKTAN DUSER VE RED/SURE
      *KUTUGUNE YAZILIR
       H350-DECLINE-ITEM.
           ADD 1 TO WS-DECLINE-COUNT
           MOVE 'R' TO DRG-DECISION
           PERFORM H370-WRITE-DECLINE-REG
           PERFORM H360-AGE-BY-DAYS
           MOVE 'REDDEDILDI' TO DTL-DURUM
           PERFORM H400-WRITE-DETAIL.
       H350-END. EXIT.

      *TABLODA KUYRUKTA GECEN GUN SAYISI ARANIR, YOKSA YENI
      *SATIR ACILIR (PBEGWHR'DAKI VADE TABLOSUYLA AYNI YONTEM)
       H360-AGE-BY-DAYS.
           MOVE 'N' TO WS-AGE-FOUND
           MOVE 0   TO WS-TAB-SUB
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-AGE-USED
              IF WS-AGE-DAY (WS-TAB-SUB) = WS-AGE-DAYS
                 MOVE 'Y' TO WS-AGE-FOUND
              END-IF
              IF AGE-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT AGE-FOUND
              IF WS-AGE-USED >= 200
                 DISPLAY 'WS-AGE-TABLE FULL - TOO MANY AGES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-AGE-USED
              MOVE WS-AGE-USED TO WS-TAB-SUB
              MOVE WS-AGE-DAYS TO WS-AGE-DAY (WS-TAB-SUB)
              MOVE 0           TO WS-AGE-COUNT (WS-TAB-SUB)
              MOVE 0           TO WS-AGE-AMOUNT (WS-TAB-SUB)
           END-IF
           ADD 1                TO WS-AGE-COUNT (WS-TAB-SUB)
           ADD WS-ITEM-AMOUNT-N TO WS-AGE-AMOUNT (WS-TAB-SUB).
       H360-END. EXIT.

      *DUSEN KALEMIN RED/SURE KUTUGU KAYDI - KARAR KODU CAGIRAN
      *PARAGRAFTA DRG-DECISION'A KONUR
       H370-WRITE-DECLINE-REG.
           MOVE ITEM-BATCH-ID  TO DRG-BATCH-ID
           MOVE ITEM-SEQ       TO DRG-SEQ
           MOVE ITEM-INP-IMAGE TO DRG-INP-IMAGE
           MOVE ITEM-MAKER-ID  TO DRG-MAKER-ID
           MOVE WS-CHECKER-ID  TO DRG-CHECKER-ID
           MOVE WS-ASOF-DATE   TO DRG-DATE
           WRITE DRG-FIELDS.
       H370-END. EXIT.

      *TEK KALEMIN RAPOR SATIRI
       H400-WRITE-DETAIL.
           MOVE ITEM-BATCH-ID    TO DTL-BATCH-ID
           MOVE ITEM-SEQ         TO DTL-SEQ
           MOVE ITEM-ID          TO DTL-ID
           MOVE ITEM-ISLEM-TIPI  TO DTL-TIP
           MOVE WS-ITEM-AMOUNT-N TO DTL-AMOUNT
           MOVE ITEM-MAKER-ID    TO DTL-MAKER
           MOVE WS-CHECKER-ID    TO DTL-CHECKER
           MOVE WS-AGE-DAYS      TO DTL-DAYS
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H400-END. EXIT.

      *HICBIR KALEME UYGULANAMAYAN KARTLARIN DOKUMU: KUYRUKTA
      *KALEMI OLMAYAN, GECERSIZ VE GIRIS YAPAN MEMURUN KENDI
      *ONAYI OLDUGU ICIN REDDEDILEN KARTLAR. HERHANGI BIRI VARSA
      *IS RC 4 ILE BITER KI OPERASYON KARTLARI GOZDEN GECIRSIN
       H460-PRINT-CARDS.
           WRITE RPT-LINE FROM WS-CRD-HDR-LINE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
              UNTIL WS-CARD-SUB > WS-CARD-USED
              IF WS-CARD-STATE (WS-CARD-SUB) NOT = 'K'
                 ADD 1 TO WS-CARD-ERR-COUNT
                 MOVE WS-CARD-ACTION (WS-CARD-SUB)
                    TO CRD-DTL-ACTION
                 MOVE WS-CARD-BATCH-ID (WS-CARD-SUB)
                    TO CRD-DTL-BATCH-ID
                 MOVE WS-CARD-SEQ (WS-CARD-SUB)
                    TO CRD-DTL-SEQ
                 MOVE WS-CARD-OFFICER (WS-CARD-SUB)
                    TO CRD-DTL-OFFICER
                 EVALUATE WS-CARD-STATE (WS-CARD-SUB)
                    WHEN 'M'
                       MOVE 'GIREN MEMUR ONAYLAYAMAZ'
                          TO CRD-DTL-DURUM
                    WHEN 'B'
                       MOVE 'GIREN MEMUR BILINMIYOR'
                          TO CRD-DTL-DURUM
                    WHEN 'G'
                       MOVE 'GECERSIZ ONAY KARTI' TO CRD-DTL-DURUM
                    WHEN OTHER
                       MOVE 'KUYRUKTA KALEM YOK' TO CRD-DTL-DURUM
                 END-EVALUATE
                 WRITE RPT-LINE FROM WS-CRD-DTL-LINE
              END-IF
           END-PERFORM
           IF WS-CARD-ERR-COUNT > 0
              DISPLAY 'APPROVAL CARDS NOT APPLIED: ' WS-CARD-ERR-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       H460-END. EXIT.

      *REDDEDILEN VE SURESI DOLAN KALEMLERIN KUYRUKTA GECIRDIGI
      *GUN BAZINDA DOKUMU
       H450-PRINT-AGING.
           WRITE RPT-LINE FROM WS-AGE-HDR-LINE
           WRITE RPT-LINE FROM WS-AGE-COL-LINE
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-AGE-USED
              MOVE WS-AGE-DAY    (WS-TAB-SUB) TO AGE-DTL-DAYS
              MOVE WS-AGE-COUNT  (WS-TAB-SUB) TO AGE-DTL-COUNT
              MOVE WS-AGE-AMOUNT (WS-TAB-SUB) TO AGE-DTL-AMOUNT
              WRITE RPT-LINE FROM WS-AGE-DTL-LINE
           END-PERFORM.
       H450-END. EXIT.

      *ONAYLANAN, REDDEDILEN, SURESI DOLAN VE BEKLEYEN KALEM
      *SAYILARI ILE UYGULANAMAYAN KART SAYISININ OZETI
       H500-PRINT-SUMMARY.
           MOVE WS-RELEASE-COUNT  TO SUM-RELEASE
           MOVE WS-DECLINE-COUNT  TO SUM-DECLINE
           MOVE WS-EXPIRE-COUNT   TO SUM-EXPIRE
           MOVE WS-CARRY-COUNT    TO SUM-CARRY
           MOVE WS-CARD-ERR-COUNT TO SUM-CARD-ERR
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H500-END. EXIT.

      *SERBEST BIRAKMA DOSYASININ PBEGFNL'NIN BEKLEDIGI PARTI
      *YAPISIYLA YAZILMASI: BASLIK + KALEMLER + KAPANIS. BASLIK
      *ONAY ISARETI TASIR; HER KALEM AYNI PARTI/SIRA ILE
      *SERBEST BIRAKMA KUTUGUNE DE YAZILIR. PBEGFNL KALEMI
      *KUTUKTE BIREBIR BULURSA YENIDEN KUYRUGA ALMAZ - YALNIZ
      *BASLIKTAKI ISARET HICBIR KALEMI SINIRDAN GECIRMEZ. HIC
      *KALEM YOKSA BILE BOS PARTI YAZILIR
       H600-WRITE-RELEASE-FILE.
           MOVE SPACES           TO REL-HDR-REC
           MOVE 'H'              TO REL-HDR-TYPE
           MOVE WS-BATCH-ID      TO REL-HDR-BATCH-ID
           MOVE WS-ASOF-DATE     TO REL-HDR-BUS-DATE
           MOVE WS-RELEASE-COUNT TO REL-HDR-EXP-COUNT
           MOVE 'PBEGAPR'        TO REL-HDR-MAKER-ID
           MOVE 'O'              TO REL-HDR-APR-FLAG
           WRITE REL-HDR-REC
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
              UNTIL WS-REL-SUB > WS-RELEASE-COUNT
              MOVE WS-REL-IMAGE (WS-REL-SUB) TO REL-FIELDS
              WRITE REL-FIELDS
              MOVE WS-BATCH-ID                TO ARG-BATCH-ID
              MOVE WS-REL-SUB                 TO ARG-SEQ
              MOVE WS-REL-IMAGE (WS-REL-SUB)  TO ARG-INP-IMAGE
              MOVE WS-REL-ORG-BATCH (WS-REL-SUB)
                                              TO ARG-ORG-BATCH-ID
              MOVE WS-REL-ORG-SEQ (WS-REL-SUB) TO ARG-ORG-SEQ
              MOVE WS-REL-MAKER (WS-REL-SUB)  TO ARG-MAKER-ID
              MOVE WS-REL-CHECKER (WS-REL-SUB) TO ARG-CHECKER-ID
              MOVE WS-ASOF-DATE               TO ARG-DATE
              WRITE ARG-FIELDS
           END-PERFORM
           MOVE SPACES           TO REL-TRL-REC
           MOVE 'T'              TO REL-TRL-TYPE
           MOVE WS-RELEASE-COUNT TO REL-TRL-ACT-COUNT
           MOVE WS-REL-HASH      TO REL-TRL-HASH
           WRITE REL-TRL-REC.
       H600-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE APRI-FILE
                 APR-FILE
                 CRD-FILE
                 REL-FILE
                 APRO-FILE
                 RPT-FILE
                 ARG-FILE
                 DRG-FILE.
       H900-END. EXIT.

      *PROGRAM SONU
       H999-PROGRAM-EXIT.
           PERFORM H900-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
