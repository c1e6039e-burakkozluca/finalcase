       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGSOG.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DUZENLI ODEME TALIMAT KUTUGU - PBEGSOM ILE BAKILIR
           SELECT SO-MAST   ASSIGN TO    SOMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       SO-KEY
                            STATUS       SO-ST.
      *DUNKU TALIMAT PARTISININ PBEGFNL CIKTI DOSYASI (OUTFILE)
           SELECT PRV-FILE  ASSIGN TO    SOPRVOUT
                            STATUS       PRV-ST.
      *DUN URETILEN KALEMLERIN LISTESI - CIKTI SATIRLARI BU
      *LISTEYLE TALIMATLARA BAGLANIR
           SELECT SNTI-FILE ASSIGN TO    SOSENTI
                            STATUS       SNTI-ST.
      *BUGUN URETILEN KALEMLERIN VE IKINCI ONAY BEKLEYEN ESKI
      *KALEMLERIN LISTESI - YARINKI CALISMANIN SOSENTI DOSYASIDIR
           SELECT SNTO-FILE ASSIGN TO    SOSENTO
                            STATUS       SNTO-ST.
      *PBEGAPR'IN SERBEST BIRAKMA VE RED/SURE KUTUKLERI - ONAY
      *KUYRUGUNA DUSEN KALEMIN AKIBETI BURADAN OGRENILIR
           SELECT ARG-FILE  ASSIGN TO    APRBREG
                            STATUS       ARG-ST.
           SELECT DRG-FILE  ASSIGN TO    APRDREG
                            STATUS       DRG-ST.
      *VADESI GELEN TALIMATLARIN INPFILE DUZENINDE VIRMAN PARTISI
      *- NORMAL PBEGFNL CALISMASINA VERILIR
           SELECT BAT-FILE  ASSIGN TO    SOBATCH
                            STATUS       BAT-ST.
           SELECT RPT-FILE  ASSIGN TO    SOGRPT
                            STATUS       RPT-ST.
      *ASKIYA ALINAN TALIMATLARIN SUBEYE GONDERILEN LISTESI
           SELECT BRN-FILE  ASSIGN TO    SOBRRPT
                            STATUS       BRN-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
      *PARTI NUMARASI SAYACI - KART VERILMEDIGINDE HER CALISMAYA
      *BIR SONRAKI NUMARA VERILIR
           SELECT BNO-FILE  ASSIGN TO    BATCHNO
                            STATUS       BNO-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *VSAM-FILE RECSZ: 64 KEY: 5 - PBEGSOM ILE AYNI DUZEN
       FD  SO-MAST.
       01  SO-FIELDS.
           03 SO-KEY.
              05 SO-SRC-ID          PIC S9(05)  COMP-3.
              05 SO-ORDER-NO        PIC S9(03)  COMP-3.
           03 SO-TGT-ID             PIC S9(05)  COMP-3.
           03 SO-AMOUNT             PIC 9(13)V99 COMP-3.
           03 SO-FREQ               PIC X(01).
              88 SO-FREQ-WEEKLY                 VALUE 'W'.
              88 SO-FREQ-MONTHLY                VALUE 'M'.
              88 SO-FREQ-QUARTERLY              VALUE 'Q'.
           03 SO-ANCHOR-DAY         PIC 9(02).
           03 SO-NEXT-DUE           PIC 9(8)    COMP-3.
           03 SO-END-DATE           PIC 9(8)    COMP-3.
           03 SO-RETRY-LIMIT        PIC 9(02).
           03 SO-RETRY-USED         PIC 9(02).
           03 SO-RETRY-DUE          PIC X(01).
              88 SO-RETRY-PENDING               VALUE 'Y'.
           03 SO-STATUS             PIC X(01).
              88 SO-ST-ACTIVE                   VALUE 'A'.
              88 SO-ST-SUSPENDED                VALUE 'S'.
              88 SO-ST-CANCELLED                VALUE 'C'.
              88 SO-ST-ENDED                    VALUE 'B'.
           03 SO-LAST-DATE          PIC 9(8)    COMP-3.
           03 SO-LAST-REASON        PIC X(24).

      *PBEGFNL CIKTI SATIRI - OUT-DATA 'HESAP-ISLEM-RC:NN-ACIKLAMA'
      *BICIMINDEDIR, ONAY KUYRUGUNA ALINAN KALEMDE
      *'HESAP-V-SIRA:NNNNNNNN-ONAYA ALINDI' (PRV-PRK-FIELDS).
      *DEPOYA ALINAN KALEMIN SATIRI DA 'HESAP-V-' ILE BASLAR
       FD  PRV-FILE RECORDING MODE F.
       01  PRV-FIELDS.
           05 PRV-DATA.
              10 PRV-ID             PIC X(05).
              10 FILLER             PIC X(01).
              10 PRV-ISLEM          PIC X(04).
              10 FILLER             PIC X(07).
              10 PRV-ACIKLAMA       PIC X(24).
           05 FILLER                PIC X(56).
       01  PRV-PRK-FIELDS.
           05 FILLER                PIC X(13).
           05 PRV-PRK-SEQ           PIC X(08).
           05 PRV-PRK-SEQ-N REDEFINES
              PRV-PRK-SEQ           PIC 9(08).
           05 PRV-PRK-TEXT          PIC X(13).
           05 FILLER                PIC X(63).

      *URETILEN KALEM: TALIMAT ANAHTARI, 'N' VADE ODEMESI VEYA
      *'T' YENIDEN DENEME, HEDEF, TUTAR, IS TARIHI, PARTI, PARTI
      *ICI SIRA VE ONCEKI GUNLERDEN IKINCI ONAY BEKLEYEREK DEVREDEN
      *KALEMDE 'O' BEKLEME ISARETI
       FD  SNTI-FILE RECORDING MODE F.
       01  SNTI-FIELDS              PIC X(54).

       FD  SNTO-FILE RECORDING MODE F.
       01  SNTO-FIELDS.
           05 SNT-SRC-ID            PIC 9(05).
           05 SNT-ORDER-NO          PIC 9(03).
           05 SNT-KIND              PIC X(01).
           05 SNT-TGT-ID            PIC 9(05).
           05 SNT-AMOUNT            PIC 9(13)V99.
           05 SNT-BUS-DATE          PIC 9(08).
           05 SNT-BATCH-ID          PIC X(08).
           05 SNT-SEQ               PIC 9(08).
           05 SNT-WAIT              PIC X(01).

      *PBEGAPR ILE AYNI DUZEN
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

      *PBEGAPR ILE AYNI DUZEN
       FD  DRG-FILE RECORDING MODE F.
       01  DRG-FIELDS.
           05 DRG-BATCH-ID          PIC X(08).
           05 DRG-SEQ               PIC 9(08).
           05 DRG-INP-IMAGE         PIC X(77).
           05 DRG-MAKER-ID          PIC X(08).
           05 DRG-CHECKER-ID        PIC X(08).
           05 DRG-DECISION          PIC X(01).
           05 DRG-DATE              PIC 9(08).

      *INPFILE ILE AYNI DUZEN - PBEGFNL PARTI BASLIK/KAPANIS
      *KAYITLARI BEKLEDIGINDEN DOSYA H/T KAYITLARIYLA SARILIR
      *(PBEGWHR'IN SERBEST BIRAKMA DOSYASI GIBI)
       FD  BAT-FILE RECORDING MODE F.
       01  BAT-FIELDS.
           05 BAT-ISLEM-TIPI        PIC X(01).
           05 BAT-ID                PIC X(05).
           05 BAT-NAME              PIC X(15).
           05 BAT-SURNAME           PIC X(15).
           05 BAT-DVZ               PIC 9(03).
           05 BAT-DATE              PIC 9(08).
           05 BAT-BALANCE           PIC 9(13)V99.
           05 BAT-AMOUNT            PIC 9(13)V99.
       01  BAT-HDR-REC.
           05 BAT-HDR-TYPE          PIC X(01).
           05 BAT-HDR-BATCH-ID      PIC X(08).
           05 BAT-HDR-BUS-DATE      PIC X(08).
           05 BAT-HDR-EXP-COUNT     PIC 9(08).
           05 BAT-HDR-MAKER-ID      PIC X(08).
           05 BAT-HDR-APR-FLAG      PIC X(01).
           05 FILLER                PIC X(43).
       01  BAT-TRL-REC.
           05 BAT-TRL-TYPE          PIC X(01).
           05 BAT-TRL-ACT-COUNT     PIC 9(08).
           05 BAT-TRL-HASH          PIC 9(16)V99.
           05 FILLER                PIC X(50).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

       FD  BRN-FILE RECORDING MODE F.
       01  BRN-LINE                PIC X(80).

      *KOSUM KUTUGU KAYDI - TUM GECE ISLERINDE AYNI DUZEN.
      *SINIR DAMGASI (RUN-HWM) YALNIZ PBEGGLX'CE DOLDURULUR
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
           05 SO-ST                 PIC 9(02).
              88 SO-SUCCESS                     VALUE 00
                                                      97.
              88 SO-NOTFOUND                    VALUE 35.
           05 PRV-ST                PIC 9(02).
              88 PRV-EOF                        VALUE 10.
              88 PRV-SUCCESS                    VALUE 00
                                                      97.
              88 PRV-NOTFOUND                   VALUE 35.
           05 SNTI-ST               PIC 9(02).
              88 SNTI-EOF                       VALUE 10.
              88 SNTI-SUCCESS                   VALUE 00
                                                      97.
              88 SNTI-NOTFOUND                  VALUE 35.
           05 SNTO-ST               PIC 9(02).
              88 SNTO-SUCCESS                   VALUE 00
                                                      97.
           05 ARG-ST                PIC 9(02).
              88 ARG-EOF                        VALUE 10.
              88 ARG-SUCCESS                    VALUE 00
                                                      97.
              88 ARG-NOTFOUND                   VALUE 35.
           05 DRG-ST                PIC 9(02).
              88 DRG-EOF                        VALUE 10.
              88 DRG-SUCCESS                    VALUE 00
                                                      97.
              88 DRG-NOTFOUND                   VALUE 35.
           05 BAT-ST                PIC 9(02).
              88 BAT-SUCCESS                    VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 BRN-ST                PIC 9(02).
              88 BRN-SUCCESS                    VALUE 00
                                                      97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCCESS                    VALUE 00
                                                      97.
              88 RUN-NOTFOUND                   VALUE 35.
           05 WS-RUN-OPEN           PIC X(01)   VALUE 'N'.
              88 RUN-OPEN                       VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGSOG'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-MAST-EOF           PIC X(01)   VALUE 'N'.
              88 MAST-EOF                       VALUE 'Y'.
           05 WS-CHANGED            PIC X(01)   VALUE 'N'.
              88 ORDER-CHANGED                  VALUE 'Y'.
           05 WS-MATCHED            PIC X(01)   VALUE 'N'.
              88 LINE-MATCHED                   VALUE 'Y'.
           05 WS-GEN-COUNT          PIC 9(07)   VALUE 0.
           05 WS-RETRY-COUNT        PIC 9(07)   VALUE 0.
           05 WS-OK-COUNT           PIC 9(07)   VALUE 0.
           05 WS-FAIL-COUNT         PIC 9(07)   VALUE 0.
           05 WS-SUSP-COUNT         PIC 9(07)   VALUE 0.
           05 WS-ENDED-COUNT        PIC 9(07)   VALUE 0.
           05 WS-MISS-COUNT         PIC 9(07)   VALUE 0.
           05 WS-WAIT-COUNT         PIC 9(07)   VALUE 0.
           05 WS-BAT-HASH           PIC 9(16)V99 VALUE 0.
           05 WS-BAT-SUB            PIC 9(04)   VALUE 0.
           05 WS-SNT-USED           PIC 9(04)   VALUE 0.
           05 WS-SNT-SUB            PIC 9(04)   VALUE 0.
           05 WS-PRV-ID-NUM         PIC 9(05).
           05 WS-ID-OUT             PIC 9(05).
           05 WS-KIND               PIC X(01).
           05 WS-ADD-MONTHS         PIC 9(01).
           05 WS-TOT-MONTHS         PIC 9(07).
           05 WS-MONTH-REM          PIC 9(02).
           05 WS-DAY-INT            PIC 9(07).

      *IS TARIHI - SYSIN'DEN ILK KART OLARAK YYYYMMDD BICIMINDE
      *OKUNUR, KART BOSSA BUGUNUN TARIHI KULLANILIR. VADESI BU
      *TARIHE ESIT VEYA ONDAN ESKI TALIMATLAR ODENIR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *VIRMAN PARTISININ NUMARASI - SYSIN'DEN IKINCI KART OLARAK
      *OKUNUR. KART BOSSA PARTI NUMARASI SAYACINDAN 'S' ONEKIYLE
      *TURETILIR (PBEGAPR'DEKI GIBI DIGER PARTILERLE CAKISMASIN)
       01  WS-BATCH-CARD            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08).

      *VADE TARIHI HESABI ICIN GORUNUMLER
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY           PIC 9(04).
           05 WS-DUE-MM             PIC 9(02).
           05 WS-DUE-DD             PIC 9(02).
       01  WS-LAST-DATE             PIC 9(08).
       01  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05 WS-LAST-YYYY          PIC 9(04).
           05 WS-LAST-MM            PIC 9(02).
           05 WS-LAST-DD            PIC 9(02).

      *URETILEN VIRMAN KAYDI - INPFILE DUZENINDE. HEDEF HESAP
      *PBEGFNL'DEKI VIRMAN GORUNUMUNDE OLDUGU GIBI ISIM ALANININ
      *ILK BES BAYTINDA TASINIR
       01  WS-ITEM-AREA.
           05 ITEM-ISLEM-TIPI       PIC X(01).
           05 ITEM-ID               PIC X(05).
           05 ITEM-NAME.
              10 ITEM-TGT-ID        PIC X(05).
              10 FILLER             PIC X(10).
           05 ITEM-SURNAME          PIC X(15).
           05 ITEM-DVZ              PIC 9(03).
           05 ITEM-DATE             PIC 9(08).
           05 ITEM-BALANCE          PIC 9(13)V99.
           05 ITEM-AMOUNT           PIC 9(13)V99.

      *URETILEN VIRMANLAR ONCE BURADA BIRIKTIRILIR KI PARTI
      *BASLIGINDAKI BEKLENEN SAYI DOSYA YAZILMADAN BILINEBILSIN
      *(PBEGWHR'IN SERBEST BIRAKMA TABLOSU GIBI)
       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 1000 TIMES
                                    PIC X(77).

      *DUN URETILEN (VE IKINCI ONAY BEKLEYEREK DEVREDEN)
      *KALEMLER VE CIKTI DOSYASINDAN YA DA PBEGAPR KUTUKLERINDEN
      *BULUNAN SONUCLARI. SONUC: BOS BULUNAMADI, 'K' VIRMAN
      *YAPILDI, 'R' YENIDEN DENENECEK RED, 'H' KALICI RED, 'O'
      *ONAY KUYRUGUNDA, 'A' ONAYLANIP SERBEST BIRAKILDI
       01  WS-SNT-TABLE.
           05 WS-SNT-ENTRY OCCURS 1000 TIMES.
              10 WS-SNT-REC.
                 15 WS-SNT-SRC-ID   PIC 9(05).
                 15 WS-SNT-ORDER-NO PIC 9(03).
                 15 WS-SNT-KIND     PIC X(01).
                 15 WS-SNT-TGT-ID   PIC 9(05).
                 15 WS-SNT-AMOUNT   PIC 9(13)V99.
                 15 WS-SNT-BUS-DATE PIC 9(08).
                 15 WS-SNT-BATCH-ID PIC X(08).
                 15 WS-SNT-SEQ      PIC 9(08).
                 15 WS-SNT-WAIT     PIC X(01).
              10 WS-SNT-RESULT      PIC X(01).
              10 WS-SNT-REASON      PIC X(24).

       01  WS-RES-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'DUNKU TALIMAT ODEMELERININ SONUCLARI'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-RES-COL-LINE.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(04) VALUE 'NO'.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(17) VALUE '           TUTAR'.
           05 FILLER                PIC X(25) VALUE 'PBEGIDX SONUCU'.
           05 FILLER                PIC X(26) VALUE 'ISLEM'.
       01  WS-RES-DTL-LINE.
           05 RES-DTL-SRC-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RES-DTL-ORDER-NO      PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RES-DTL-KIND          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RES-DTL-AMOUNT        PIC Z(12)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RES-DTL-REASON        PIC X(24).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RES-DTL-DURUM         PIC X(25).
       01  WS-GEN-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'BUGUN URETILEN TALIMAT VIRMANLARI'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-GEN-COL-LINE.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(04) VALUE 'NO'.
           05 FILLER                PIC X(02) VALUE 'T'.
           05 FILLER                PIC X(06) VALUE 'HEDEF'.
           05 FILLER                PIC X(17) VALUE '           TUTAR'.
           05 FILLER                PIC X(09) VALUE 'VADE'.
           05 FILLER                PIC X(36) VALUE 'SONRAKI VADE'.
       01  WS-GEN-DTL-LINE.
           05 GEN-DTL-SRC-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-ORDER-NO      PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-KIND          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-TGT-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-AMOUNT        PIC Z(12)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-DUE           PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-NEXT-DUE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 GEN-DTL-DURUM         PIC X(26).
       01  WS-BRN-HDR-LINE.
           05 FILLER                PIC X(44) VALUE
              'ASKIYA ALINAN DUZENLI ODEME TALIMATLARI - '.
           05 BRN-HDR-DATE          PIC 9(08).
           05 FILLER                PIC X(28) VALUE SPACES.
       01  WS-BRN-COL-LINE.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(04) VALUE 'NO'.
           05 FILLER                PIC X(06) VALUE 'HEDEF'.
           05 FILLER                PIC X(17) VALUE '           TUTAR'.
           05 FILLER                PIC X(06) VALUE 'DENE'.
           05 FILLER                PIC X(41) VALUE 'SON RED NEDENI'.
       01  WS-BRN-DTL-LINE.
           05 BRN-DTL-SRC-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BRN-DTL-ORDER-NO      PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BRN-DTL-TGT-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BRN-DTL-AMOUNT        PIC Z(12)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BRN-DTL-RETRY-USED    PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 BRN-DTL-RETRY-LIMIT   PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 BRN-DTL-REASON        PIC X(24).
           05 FILLER                PIC X(17) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(08) VALUE 'URETIM:'.
           05 SUM-GEN               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE '  TEKRAR:'.
           05 SUM-RETRY             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  BAS:'.
           05 SUM-OK                PIC ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  RED:'.
           05 SUM-FAIL              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  ASK:'.
           05 SUM-SUSP              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE '  BIT:'.
           05 SUM-ENDED             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-SENT UNTIL SNTI-EOF.
           PERFORM H200-MATCH-RESULTS UNTIL PRV-EOF.
           IF WS-WAIT-COUNT > 0
              PERFORM H250-CHECK-APPROVALS
           END-IF.
           PERFORM H300-APPLY-RESULTS.
           PERFORM H500-GENERATE-ORDERS.
           PERFORM H600-WRITE-BATCH-FILE.
           PERFORM H800-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

      *DUNKU CIKTI VE KALEM LISTESI ILK CALISMADA BULUNMAYABILIR -
      *BULUNMAYAN GIRDI DOSYASI BOS SAYILIR (PBEGWHR'DAKI GIBI).
      *TALIMAT KUTUGU HENUZ YOKSA URETILECEK KALEM DE YOKTUR
       H100-OPEN-FILES.
           OPEN I-O SO-MAST.
           IF SO-NOTFOUND
              OPEN OUTPUT SO-MAST
              CLOSE SO-MAST
              OPEN I-O SO-MAST
           END-IF.
           IF NOT SO-SUCCESS
              DISPLAY 'STANDING ORDER FILE NOT OPEN: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT PRV-FILE.
           IF PRV-NOTFOUND
              SET PRV-EOF TO TRUE
           ELSE
              IF NOT PRV-SUCCESS
                 DISPLAY 'PREV OUTFILE NOT OPEN: ' PRV-ST
                 MOVE PRV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT SNTI-FILE.
           IF SNTI-NOTFOUND
              SET SNTI-EOF TO TRUE
           ELSE
              IF NOT SNTI-SUCCESS
                 DISPLAY 'SENT-IN FILE NOT OPEN: ' SNTI-ST
                 MOVE SNTI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT SNTO-FILE.
           IF NOT SNTO-SUCCESS
              DISPLAY 'SENT-OUT FILE NOT OPEN: ' SNTO-ST
              MOVE SNTO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT BAT-FILE.
           IF NOT BAT-SUCCESS
              DISPLAY 'BATCH FILE NOT OPEN: ' BAT-ST
              MOVE BAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT BRN-FILE.
           IF NOT BRN-SUCCESS
              DISPLAY 'BRANCH RPT FILE NOT OPEN: ' BRN-ST
              MOVE BRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-ACCEPT-CARDS.
           MOVE WS-ASOF-DATE TO BRN-HDR-DATE.
           WRITE BRN-LINE FROM WS-BRN-HDR-LINE.
           WRITE BRN-LINE FROM WS-BRN-COL-LINE.
           IF NOT SNTI-EOF
              READ SNTI-FILE
                 AT END SET SNTI-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT PRV-EOF
              READ PRV-FILE
                 AT END SET PRV-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *ILK SYSIN KARTINDAN IS TARIHI (BOSSA BUGUN), IKINCI
      *KARTTAN PARTI NUMARASI (BOSSA SAYACTAN) OKUNUR
       H110-ACCEPT-CARDS.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-ASOF-CARD NOT = SPACES AND
              WS-ASOF-CARD IS NUMERIC
              MOVE WS-ASOF-CARD TO WS-ASOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           ACCEPT WS-BATCH-CARD FROM SYSIN.
           IF WS-BATCH-CARD NOT = SPACES
              MOVE WS-BATCH-CARD TO WS-BATCH-ID
           ELSE
              PERFORM H115-NEXT-BATCH-ID
           END-IF.
       H110-END. EXIT.

      *SAYACTAKI SON NUMARA BIR ARTIRILIP 'S' ONEKIYLE PARTI
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
           MOVE 'S'         TO WS-BATCH-ID (1:1).
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

      *DUN URETILEN KALEMLERIN TABLOYA ALINMASI - LISTE PARTIYE
      *YAZILDIGI SIRADADIR. IKINCI ONAY BEKLEYEREK DEVREDEN KALEM
      *DUNKU CIKTIDA YER ALMAZ, DOGRUDAN ONAY KUYRUGUNDA SAYILIR
       H150-LOAD-SENT.
           IF WS-SNT-USED >= 1000
              DISPLAY 'WS-SNT-TABLE FULL - TOO MANY SENT ITEMS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-SNT-USED
           MOVE SNTI-FIELDS TO WS-SNT-REC (WS-SNT-USED)
           MOVE SPACE       TO WS-SNT-RESULT (WS-SNT-USED)
           MOVE SPACES      TO WS-SNT-REASON (WS-SNT-USED)
           IF WS-SNT-WAIT (WS-SNT-USED) = 'O'
              MOVE 'O'      TO WS-SNT-RESULT (WS-SNT-USED)
              MOVE 'ONAY KUYRUGUNDA' TO WS-SNT-REASON (WS-SNT-USED)
              ADD 1 TO WS-WAIT-COUNT
           END-IF
           READ SNTI-FILE
              AT END SET SNTI-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *DUNKU CIKTI SATIRI, AYNI KAYNAK HESAPLI HENUZ SONUCU
      *BULUNMAMIS ILK KALEME BAGLANIR. PBEGFNL KALEMLERI PARTI
      *SIRASIYLA ISLEDIGINDEN AYNI HESABIN BIRDEN FAZLA TALIMATI
      *SIRAYLA ESLESIR. VIRMAN VE ONAY KUYRUGU DISINDAKI
      *SATIRLAR (DEPO IZ SATIRI DAHIL) ATLANIR
       H200-MATCH-RESULTS.
           IF PRV-ID IS NUMERIC AND
              (PRV-ISLEM = 'XFER' OR
               PRV-PRK-TEXT = '-ONAYA ALINDI')
              MOVE PRV-ID TO WS-PRV-ID-NUM
              MOVE 'N'    TO WS-MATCHED
              PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                 UNTIL WS-SNT-SUB > WS-SNT-USED
                 IF WS-SNT-SRC-ID (WS-SNT-SUB) = WS-PRV-ID-NUM AND
                    WS-SNT-RESULT (WS-SNT-SUB) = SPACE
                    MOVE 'Y' TO WS-MATCHED
                    PERFORM H210-CLASSIFY-RESULT
                 END-IF
                 IF LINE-MATCHED
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           READ PRV-FILE
              AT END SET PRV-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *PBEGIDX ACIKLAMASINA GORE SONUC SINIFI: YETERSIZ BAKIYE VE
      *KAYNAK YA DA HEDEF HESABIN DONDURULMUS/KAPALI OLMASI
      *GECICI SAYILIR VE YENIDEN DENENIR; DIGER REDLER (HESAP
      *YOK, DOVIZ UYUSMUYOR VB.) TALIMATIN KENDISI BOZUK DEMEKTIR
      *ONAY KUYRUGUNA ALINAN KALEMIN PBEGFNL SIRASI SATIRDAN
      *ALINIR - PBEGAPR KARARI BU SIRAYLA ARANIR
       H210-CLASSIFY-RESULT.
           IF PRV-PRK-TEXT = '-ONAYA ALINDI'
              MOVE 'O'               TO WS-SNT-RESULT (WS-SNT-SUB)
              MOVE 'ONAY KUYRUGUNDA' TO WS-SNT-REASON (WS-SNT-SUB)
              IF PRV-PRK-SEQ IS NUMERIC
                 MOVE PRV-PRK-SEQ-N  TO WS-SNT-SEQ (WS-SNT-SUB)
              END-IF
              ADD 1 TO WS-WAIT-COUNT
           ELSE
              MOVE PRV-ACIKLAMA TO WS-SNT-REASON (WS-SNT-SUB)
              EVALUATE PRV-ACIKLAMA
                 WHEN 'VIRMAN YAPILDI'
                    MOVE 'K' TO WS-SNT-RESULT (WS-SNT-SUB)
                 WHEN 'YETERSIZ BAKIYE'
                 WHEN 'HESAP DONDURULMUS'
                 WHEN 'HESAP KAPALI'
                 WHEN 'HEDEF HESAP DONDURULMUS'
                 WHEN 'HEDEF HESAP KAPALI'
                    MOVE 'R' TO WS-SNT-RESULT (WS-SNT-SUB)
                 WHEN OTHER
                    MOVE 'H' TO WS-SNT-RESULT (WS-SNT-SUB)
              END-EVALUATE
           END-IF.
       H210-END. EXIT.

      *ONAY KUYRUGUNDAKI KALEMLERIN PBEGAPR KARARLARI PARTI/SIRA
      *NUMARASIYLA ARANIR: SERBEST BIRAKILAN KALEM 'A' OLUR;
      *REDDEDILEN KALEM KALICI RED ('H'), SURESI DOLAN KALEM
      *YENIDEN DENENECEK RED ('R') GIBI ISLENIR. KARARI HENUZ
      *VERILMEMIS KALEM 'O' KALIR VE ERTESI GUNE DEVREDER.
      *KUTUKLER HENUZ YOKSA HICBIR KARAR VERILMEMISTIR
       H250-CHECK-APPROVALS.
           OPEN INPUT ARG-FILE.
           IF ARG-NOTFOUND
              CONTINUE
           ELSE
              IF NOT ARG-SUCCESS
                 DISPLAY 'APRBREG FILE NOT OPEN: ' ARG-ST
                 MOVE ARG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL ARG-EOF
                 READ ARG-FILE
                    AT END SET ARG-EOF TO TRUE
                    NOT AT END
                       PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                          UNTIL WS-SNT-SUB > WS-SNT-USED
                          IF WS-SNT-RESULT (WS-SNT-SUB) = 'O' AND
                             WS-SNT-BATCH-ID (WS-SNT-SUB)
                                = ARG-ORG-BATCH-ID AND
                             WS-SNT-SEQ (WS-SNT-SUB) = ARG-ORG-SEQ
                             MOVE 'A' TO WS-SNT-RESULT (WS-SNT-SUB)
                             MOVE 'ONAY ILE SERBEST'
                                TO WS-SNT-REASON (WS-SNT-SUB)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ARG-FILE
           END-IF.
           OPEN INPUT DRG-FILE.
           IF DRG-NOTFOUND
              CONTINUE
           ELSE
              IF NOT DRG-SUCCESS
                 DISPLAY 'APRDREG FILE NOT OPEN: ' DRG-ST
                 MOVE DRG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL DRG-EOF
                 READ DRG-FILE
                    AT END SET DRG-EOF TO TRUE
                    NOT AT END
                       PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                          UNTIL WS-SNT-SUB > WS-SNT-USED
                          IF WS-SNT-RESULT (WS-SNT-SUB) = 'O' AND
                             WS-SNT-BATCH-ID (WS-SNT-SUB)
                                = DRG-BATCH-ID AND
                             WS-SNT-SEQ (WS-SNT-SUB) = DRG-SEQ
                             PERFORM H260-APPLY-DECLINE
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE DRG-FILE
           END-IF.
       H250-END. EXIT.

       H260-APPLY-DECLINE.
           IF DRG-DECISION = 'S'
              MOVE 'R' TO WS-SNT-RESULT (WS-SNT-SUB)
              MOVE 'ONAY SURESI DOLDU' TO WS-SNT-REASON (WS-SNT-SUB)
           ELSE
              MOVE 'H' TO WS-SNT-RESULT (WS-SNT-SUB)
              MOVE 'ONAY REDDEDILDI' TO WS-SNT-REASON (WS-SNT-SUB)
           END-IF.
       H260-END. EXIT.

      *DUNKU KALEMLERIN SONUCLARININ TALIMATLARA ISLENMESI
       H300-APPLY-RESULTS.
           WRITE RPT-LINE FROM WS-RES-HDR-LINE
           WRITE RPT-LINE FROM WS-RES-COL-LINE
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
              UNTIL WS-SNT-SUB > WS-SNT-USED
              PERFORM H310-APPLY-ONE
           END-PERFORM
           IF WS-MISS-COUNT > 0
              DISPLAY 'STANDING ORDER RESULTS NOT FOUND: '
                 WS-MISS-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       H300-END. EXIT.

      *BASARILI ODEME DENEME SAYACINI SIFIRLAR. GECICI REDDE
      *SAYAC ARTAR, SINIR ICINDEYSE TALIMAT YARIN YENIDEN DENENIR,
      *SINIR ASILMISSA TALIMAT ASKIYA ALINIP SUBEYE BILDIRILIR.
      *KALICI RED TALIMATI DOGRUDAN ASKIYA ALIR. IKINCI ONAYDA
      *REDDEDILEN KALEM KALICI, SURESI DOLAN KALEM GECICI RED
      *SAYILIR (H260). ONAY BEKLEYEN KALEM BEKLEME ISARETIYLE
      *YARINKI LISTEYE DEVREDER, ONAYLANAN KALEM YALNIZ RAPORA
      *DUSER. SONUCU BULUNAMAYAN KALEM (PARTI ISLENMEMIS) RAPORA
      *DUSER, TALIMAT DEGISMEZ
       H310-APPLY-ONE.
           MOVE WS-SNT-SRC-ID (WS-SNT-SUB)   TO RES-DTL-SRC-ID
           MOVE WS-SNT-ORDER-NO (WS-SNT-SUB) TO RES-DTL-ORDER-NO
           MOVE WS-SNT-KIND (WS-SNT-SUB)     TO RES-DTL-KIND
           MOVE WS-SNT-AMOUNT (WS-SNT-SUB)   TO RES-DTL-AMOUNT
           MOVE WS-SNT-REASON (WS-SNT-SUB)   TO RES-DTL-REASON
           INITIALIZE INVALID-KEY
           MOVE WS-SNT-SRC-ID (WS-SNT-SUB)   TO SO-SRC-ID
           MOVE WS-SNT-ORDER-NO (WS-SNT-SUB) TO SO-ORDER-NO
           READ SO-MAST
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ
           IF INVL-KEY
              MOVE 'TALIMAT BULUNAMADI' TO RES-DTL-DURUM
           ELSE
              EVALUATE WS-SNT-RESULT (WS-SNT-SUB)
                 WHEN 'K'
                    ADD 1 TO WS-OK-COUNT
                    MOVE 0      TO SO-RETRY-USED
                    MOVE SPACES TO SO-LAST-REASON
                    MOVE 'ODENDI' TO RES-DTL-DURUM
                    REWRITE SO-FIELDS
                 WHEN 'R'
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE WS-SNT-REASON (WS-SNT-SUB) TO SO-LAST-REASON
                    IF SO-ST-ACTIVE
                       ADD 1 TO SO-RETRY-USED
                       IF SO-RETRY-USED > SO-RETRY-LIMIT
                          PERFORM H320-SUSPEND-ORDER
                       ELSE
                          MOVE 'Y' TO SO-RETRY-DUE
                          MOVE 'YARIN YENIDEN DENENECEK'
                             TO RES-DTL-DURUM
                       END-IF
                    ELSE
                       MOVE 'TALIMAT AKTIF DEGIL' TO RES-DTL-DURUM
                    END-IF
                    REWRITE SO-FIELDS
                 WHEN 'H'
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE WS-SNT-REASON (WS-SNT-SUB) TO SO-LAST-REASON
                    IF SO-ST-ACTIVE
                       PERFORM H320-SUSPEND-ORDER
                    ELSE
                       MOVE 'TALIMAT AKTIF DEGIL' TO RES-DTL-DURUM
                    END-IF
                    REWRITE SO-FIELDS
                 WHEN 'O'
                    MOVE WS-SNT-REC (WS-SNT-SUB) TO SNTO-FIELDS
                    MOVE 'O' TO SNT-WAIT
                    WRITE SNTO-FIELDS
                    MOVE 'IKINCI ONAY BEKLIYOR' TO RES-DTL-DURUM
                 WHEN 'A'
                    MOVE 'ONAY PARTISINE ALINDI' TO RES-DTL-DURUM
                 WHEN OTHER
                    ADD 1 TO WS-MISS-COUNT
                    MOVE 'CIKTI SATIRI BULUNAMADI' TO RES-DTL-REASON
                    MOVE 'DEGISIKLIK YAPILMADI' TO RES-DTL-DURUM
              END-EVALUATE
           END-IF
           WRITE RPT-LINE FROM WS-RES-DTL-LINE.
       H310-END. EXIT.

      *TALIMATIN ASKIYA ALINIP SUBE LISTESINE YAZILMASI - SUBE
      *SORUNU GIDERDIKTEN SONRA PBEGSOM 'R' KARTIYLA TALIMATI
      *YENIDEN AKTIF EDER
       H320-SUSPEND-ORDER.
           ADD 1 TO WS-SUSP-COUNT
           MOVE 'S' TO SO-STATUS
           MOVE 'N' TO SO-RETRY-DUE
           MOVE 'ASKIYA ALINDI' TO RES-DTL-DURUM
           MOVE SO-SRC-ID      TO BRN-DTL-SRC-ID
           MOVE SO-ORDER-NO    TO BRN-DTL-ORDER-NO
           MOVE SO-TGT-ID      TO BRN-DTL-TGT-ID
           MOVE SO-AMOUNT      TO BRN-DTL-AMOUNT
           MOVE SO-RETRY-USED  TO BRN-DTL-RETRY-USED
           MOVE SO-RETRY-LIMIT TO BRN-DTL-RETRY-LIMIT
           MOVE SO-LAST-REASON TO BRN-DTL-REASON
           WRITE BRN-LINE FROM WS-BRN-DTL-LINE.
       H320-END. EXIT.

      *TALIMAT KUTUGUNUN BASTAN SONA TARANMASI - AKTIF TALIMATIN
      *BEKLEYEN YENIDEN DENEMESI VE VADESI GELEN ODEMESI URETILIR
       H500-GENERATE-ORDERS.
           WRITE RPT-LINE FROM WS-GEN-HDR-LINE
           WRITE RPT-LINE FROM WS-GEN-COL-LINE
           INITIALIZE INVALID-KEY
           MOVE 0 TO SO-SRC-ID
           MOVE 0 TO SO-ORDER-NO
           START SO-MAST KEY IS NOT LESS THAN SO-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF INVL-KEY
              SET MAST-EOF TO TRUE
           END-IF
           PERFORM UNTIL MAST-EOF
              READ SO-MAST NEXT RECORD
                 AT END SET MAST-EOF TO TRUE
                 NOT AT END PERFORM H510-CHECK-ORDER
              END-READ
           END-PERFORM.
       H500-END. EXIT.

      *YENIDEN DENEME BEKLEYEN TALIMATIN TUTARI AYRI BIR KALEM
      *OLARAK URETILIR, VADE TARIHI ILERLEMEZ. VADESI GELEN
      *TALIMAT (KACIRILMIS VADELER DAHIL) BIR KEZ ODENIR VE VADE
      *IS TARIHININ ILERISINE ALINIR. BITIS TARIHI GECEN TALIMAT
      *'B' DURUMUNA ALINIR
       H510-CHECK-ORDER.
           MOVE 'N' TO WS-CHANGED
           IF SO-ST-ACTIVE
              IF SO-RETRY-PENDING
                 MOVE 'T' TO WS-KIND
                 PERFORM H520-GENERATE-ITEM
                 MOVE 'N' TO SO-RETRY-DUE
                 ADD 1 TO WS-RETRY-COUNT
                 MOVE 'Y' TO WS-CHANGED
              END-IF
              IF SO-NEXT-DUE <= WS-ASOF-DATE
                 IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
                    PERFORM H540-END-ORDER
                 ELSE
                    MOVE 'N' TO WS-KIND
                    PERFORM H530-ADVANCE-DUE
                       UNTIL SO-NEXT-DUE > WS-ASOF-DATE
                    PERFORM H520-GENERATE-ITEM
                    ADD 1 TO WS-GEN-COUNT
                    MOVE WS-ASOF-DATE TO SO-LAST-DATE
                    IF SO-END-DATE > 0 AND SO-NEXT-DUE > SO-END-DATE
                       PERFORM H540-END-ORDER
                    END-IF
                 END-IF
                 MOVE 'Y' TO WS-CHANGED
              END-IF
           END-IF
           IF ORDER-CHANGED
              REWRITE SO-FIELDS
           END-IF.
       H510-END. EXIT.

      *VIRMAN KAYDININ PARTI TABLOSUNA VE GUNLUK KALEM
      *LISTESINE YAZILMASI. VADE TARIHI IS TARIHIDIR KI PBEGFNL
      *KALEMI DEPOYA ALMASIN; TUTAR PARTI KONTROL TOPLAMINA
      *EKLENIR (BAKIYE ALANI SIFIRDIR)
       H520-GENERATE-ITEM.
           IF WS-BAT-SUB >= 1000
              DISPLAY 'WS-BAT-TABLE FULL - TOO MANY ORDERS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-BAT-SUB
           MOVE SPACES       TO WS-ITEM-AREA
           MOVE 'V'          TO ITEM-ISLEM-TIPI
           MOVE SO-SRC-ID    TO WS-ID-OUT
           MOVE WS-ID-OUT    TO ITEM-ID
           MOVE SO-TGT-ID    TO WS-ID-OUT
           MOVE WS-ID-OUT    TO ITEM-TGT-ID
           MOVE 0            TO ITEM-DVZ
           MOVE WS-ASOF-DATE TO ITEM-DATE
           MOVE 0            TO ITEM-BALANCE
           MOVE SO-AMOUNT    TO ITEM-AMOUNT
           MOVE WS-ITEM-AREA TO WS-BAT-ENTRY (WS-BAT-SUB)
           ADD SO-AMOUNT     TO WS-BAT-HASH
           MOVE SO-SRC-ID    TO SNT-SRC-ID
           MOVE SO-ORDER-NO  TO SNT-ORDER-NO
           MOVE WS-KIND      TO SNT-KIND
           MOVE SO-TGT-ID    TO SNT-TGT-ID
           MOVE SO-AMOUNT    TO SNT-AMOUNT
           MOVE WS-ASOF-DATE TO SNT-BUS-DATE
           MOVE WS-BATCH-ID  TO SNT-BATCH-ID
           MOVE WS-BAT-SUB   TO SNT-SEQ
           MOVE SPACE        TO SNT-WAIT
           WRITE SNTO-FIELDS
           MOVE SO-SRC-ID    TO GEN-DTL-SRC-ID
           MOVE SO-ORDER-NO  TO GEN-DTL-ORDER-NO
           MOVE WS-KIND      TO GEN-DTL-KIND
           MOVE SO-TGT-ID    TO GEN-DTL-TGT-ID
           MOVE SO-AMOUNT    TO GEN-DTL-AMOUNT
           MOVE WS-ASOF-DATE TO GEN-DTL-DUE
           MOVE SO-NEXT-DUE  TO GEN-DTL-NEXT-DUE
           IF WS-KIND = 'T'
              MOVE 'YENIDEN DENEME' TO GEN-DTL-DURUM
           ELSE
              MOVE 'VADE ODEMESI'   TO GEN-DTL-DURUM
           END-IF
           WRITE RPT-LINE FROM WS-GEN-DTL-LINE.
       H520-END. EXIT.

      *VADE TARIHININ BIR DONEM ILERLETILMESI. HAFTALIKTA YEDI
      *GUN EKLENIR. AYLIK VE UC AYLIKTA YIL/AY TOPLAM AY SAYISINA
      *CEVRILIP ILERLETILIR (PBEGDRM'DEKI GIBI), GUN ODEME GUNUNE
      *GETIRILIR; ODEME GUNU AYIN SON GUNUNU ASARSA SON GUN ALINIR
       H530-ADVANCE-DUE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE
           IF SO-FREQ-WEEKLY
              COMPUTE WS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DUE-DATE) + 7
              COMPUTE WS-DUE-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           ELSE
              IF SO-FREQ-QUARTERLY
                 MOVE 3 TO WS-ADD-MONTHS
              ELSE
                 MOVE 1 TO WS-ADD-MONTHS
              END-IF
              COMPUTE WS-TOT-MONTHS =
                 WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ADD-MONTHS
              DIVIDE WS-TOT-MONTHS BY 12
                 GIVING WS-DUE-YYYY REMAINDER WS-MONTH-REM
              COMPUTE WS-DUE-MM = WS-MONTH-REM + 1
      *       AYIN SON GUNU: SONRAKI AYIN BIRINCI GUNUNDEN BIR ONCE
              ADD 1 TO WS-TOT-MONTHS
              DIVIDE WS-TOT-MONTHS BY 12
                 GIVING WS-LAST-YYYY REMAINDER WS-MONTH-REM
              COMPUTE WS-LAST-MM = WS-MONTH-REM + 1
              MOVE 1 TO WS-LAST-DD
              COMPUTE WS-DAY-INT =
                 FUNCTION INTEGER-OF-DATE (WS-LAST-DATE) - 1
              COMPUTE WS-LAST-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
              IF SO-ANCHOR-DAY = 0 OR SO-ANCHOR-DAY > WS-LAST-DD
                 MOVE WS-LAST-DD    TO WS-DUE-DD
              ELSE
                 MOVE SO-ANCHOR-DAY TO WS-DUE-DD
              END-IF
           END-IF
           MOVE WS-DUE-DATE TO SO-NEXT-DUE.
       H530-END. EXIT.

      *BITIS TARIHI GECEN TALIMATIN KAPATILMASI
       H540-END-ORDER.
           ADD 1 TO WS-ENDED-COUNT
           MOVE 'B' TO SO-STATUS
           MOVE 'N' TO SO-RETRY-DUE.
       H540-END. EXIT.

      *VIRMAN PARTISININ PBEGFNL'NIN BEKLEDIGI YAPIYLA
      *YAZILMASI: BASLIK + KALEMLER + KAPANIS. GIRIS YAPAN OLARAK
      *BU PROGRAM YAZILIR - SINIRI ASAN TALIMAT IKINCI ONAYA
      *DUSER. HIC KALEM YOKSA BILE BOS PARTI YAZILIR
       H600-WRITE-BATCH-FILE.
           MOVE SPACES         TO BAT-HDR-REC
           MOVE 'H'            TO BAT-HDR-TYPE
           MOVE WS-BATCH-ID    TO BAT-HDR-BATCH-ID
           MOVE WS-ASOF-DATE   TO BAT-HDR-BUS-DATE
           MOVE WS-BAT-SUB     TO BAT-HDR-EXP-COUNT
           MOVE WS-RUN-PROGRAM TO BAT-HDR-MAKER-ID
           WRITE BAT-HDR-REC
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
              UNTIL WS-SNT-SUB > WS-BAT-SUB
              MOVE WS-BAT-ENTRY (WS-SNT-SUB) TO BAT-FIELDS
              WRITE BAT-FIELDS
           END-PERFORM
           MOVE SPACES         TO BAT-TRL-REC
           MOVE 'T'            TO BAT-TRL-TYPE
           MOVE WS-BAT-SUB     TO BAT-TRL-ACT-COUNT
           MOVE WS-BAT-HASH    TO BAT-TRL-HASH
           WRITE BAT-TRL-REC.
       H600-END. EXIT.

      *URETIM, SONUC, ASKIYA ALMA VE SURESI BITEN TALIMAT
      *SAYILARININ OZETI
       H800-PRINT-SUMMARY.
           MOVE WS-GEN-COUNT   TO SUM-GEN
           MOVE WS-RETRY-COUNT TO SUM-RETRY
           MOVE WS-OK-COUNT    TO SUM-OK
           MOVE WS-FAIL-COUNT  TO SUM-FAIL
           MOVE WS-SUSP-COUNT  TO SUM-SUSP
           MOVE WS-ENDED-COUNT TO SUM-ENDED
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H800-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE SO-MAST
                 PRV-FILE
                 SNTI-FILE
                 SNTO-FILE
                 BAT-FILE
                 RPT-FILE
                 BRN-FILE.
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE URETILEN
      *KALEM SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-BAT-SUB     TO RUN-COUNT
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
