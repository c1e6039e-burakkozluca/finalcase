       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGSOM.
       AUTHOR.        Burak Kozluca.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SUBELERDEN GELEN DUZENLI ODEME TALIMATI BAKIM KARTLARI
           SELECT CRD-FILE  ASSIGN TO    SOCARDS
                            STATUS       CRD-ST.
      *DUZENLI ODEME TALIMAT KUTUGU - KAYNAK HESAP VE TALIMAT
      *NUMARASIYLA ANAHTARLI. PBEGSOG VADESI GELEN TALIMATLARI
      *BURADAN OKUYUP VIRMAN PARTISI URETIR
           SELECT SO-MAST   ASSIGN TO    SOMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       SO-KEY
                            STATUS       SO-ST.
      *HESAP ANA DOSYASI - YALNIZ OKUNUR, KAYNAK VE HEDEF
      *HESABIN VARLIGI, DURUMU VE DOVIZI BURADAN DOGRULANIR
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
           SELECT RPT-FILE  ASSIGN TO    SOMRPT
                            STATUS       RPT-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *BAKIM KARTI: 'A' YENI TALIMAT, 'M' DEGISIKLIK, 'S' ASKIYA
      *ALMA, 'R' ASKIDAN CIKARMA, 'C' IPTAL. DEGISIKLIK KARTINDA
      *BOS BIRAKILAN ALAN KUTUKTEKI DEGERI KORUR. TUTARIN SON IKI
      *HANESI KURUSTUR; SIKLIK 'W' HAFTALIK, 'M' AYLIK, 'Q' UC
      *AYLIK. BITIS TARIHI BOSSA TALIMAT SURESIZDIR
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-FIELDS.
           05 CRD-ACTION            PIC X(01).
           05 CRD-SRC-ID            PIC X(05).
           05 CRD-ORDER-NO          PIC X(03).
           05 CRD-TGT-ID            PIC X(05).
           05 CRD-AMOUNT            PIC 9(13)V99.
           05 CRD-AMOUNT-X REDEFINES
              CRD-AMOUNT            PIC X(15).
           05 CRD-FREQ              PIC X(01).
           05 CRD-FIRST-DUE         PIC X(08).
           05 CRD-END-DATE          PIC X(08).
           05 CRD-RETRY             PIC X(02).
           05 FILLER                PIC X(32).

      *VSAM-FILE RECSZ: 64 KEY: 5
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
      *AYLIK VE UC AYLIK TALIMATIN ODEME GUNU - KISA AYDA AYIN
      *SON GUNUNE CEKILEN VADE SONRAKI AYDA BU GUNE DONER
           03 SO-ANCHOR-DAY         PIC 9(02).
           03 SO-NEXT-DUE           PIC 9(8)    COMP-3.
           03 SO-END-DATE           PIC 9(8)    COMP-3.
      *REDDEDILEN ODEMENIN EN COK KAC GUN YENIDEN DENENECEGI VE
      *SU ANA KADAR KAC KEZ DENENDIGI. SAYAC ASILINCA TALIMAT
      *ASKIYA ALINIR
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

      *VSAM-FILE RECSZ: 49 KEY: 3 - PBEGIDX ILE AYNI DUZEN
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID            PIC S9(05)  COMP-3.
           03 ACCT-DVZ              PIC 9(03)   COMP.
           03 ACCT-NAME             PIC X(15).
           03 ACCT-SURNAME          PIC X(15).
           03 ACCT-DATE             PIC 9(8)    COMP-3.
           03 ACCT-BALANCE          PIC S9(13)V99 COMP-3.
           03 ACCT-STATUS           PIC X(01).
              88 ACCT-ST-CLOSED                 VALUE 'C'.

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CRD-ST                PIC 9(02).
              88 CRD-EOF                        VALUE 10.
              88 CRD-SUCCESS                    VALUE 00
                                                      97.
           05 SO-ST                 PIC 9(02).
              88 SO-SUCCESS                     VALUE 00
                                                      97.
              88 SO-NOTFOUND                    VALUE 35.
           05 ACCT-ST               PIC 9(02).
              88 ACCT-SUCCESS                   VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-REG-EOF            PIC X(01)   VALUE 'N'.
              88 REG-EOF                        VALUE 'Y'.
           05 WS-CARD-VALID         PIC X(01)   VALUE 'Y'.
              88 CARD-VALID                     VALUE 'Y'.
           05 WS-ID-NUM             PIC 9(05).
              88 WS-ID-IN-RANGE                 VALUE 1 THRU 99999.
           05 WS-SRC-NUM            PIC 9(05).
           05 WS-ORDER-NUM          PIC 9(03).
           05 WS-SRC-DVZ            PIC 9(03).
           05 WS-ADD-COUNT          PIC 9(07)   VALUE 0.
           05 WS-AMEND-COUNT        PIC 9(07)   VALUE 0.
           05 WS-SUSP-COUNT         PIC 9(07)   VALUE 0.
           05 WS-RESUME-COUNT       PIC 9(07)   VALUE 0.
           05 WS-CANCEL-COUNT       PIC 9(07)   VALUE 0.
           05 WS-REJ-COUNT          PIC 9(07)   VALUE 0.
           05 WS-REG-COUNT          PIC 9(07)   VALUE 0.

      *KARTTAN GELEN TARIHIN DOGRULANMASI ICIN GORUNUM
       01  WS-CHK-DATE              PIC 9(08).
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           05 FILLER                PIC X(06).
           05 WS-CHK-DD             PIC 9(02).

       01  WS-HDR-LINE.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
           05 FILLER                PIC X(05) VALUE 'NO'.
           05 FILLER                PIC X(05) VALUE 'KART'.
           05 FILLER                PIC X(30) VALUE 'SONUC'.
           05 FILLER                PIC X(33) VALUE SPACES.
       01  WS-DTL-LINE.
           05 DTL-SRC-ID            PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ORDER-NO          PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ACTION            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DTL-DURUM             PIC X(30).
           05 FILLER                PIC X(33) VALUE SPACES.
       01  WS-REG-HDR-LINE.
           05 FILLER                PIC X(35) VALUE
              'DUZENLI ODEME TALIMAT KUTUGU'.
           05 FILLER                PIC X(45) VALUE SPACES.
       01  WS-REG-COL-LINE.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(04) VALUE 'NO'.
           05 FILLER                PIC X(06) VALUE 'HEDEF'.
           05 FILLER                PIC X(17) VALUE '           TUTAR'.
           05 FILLER                PIC X(02) VALUE 'S'.
           05 FILLER                PIC X(09) VALUE 'VADE'.
           05 FILLER                PIC X(09) VALUE 'BITIS'.
           05 FILLER                PIC X(06) VALUE 'DENE'.
           05 FILLER                PIC X(02) VALUE 'D'.
           05 FILLER                PIC X(19) VALUE 'SON RED NEDENI'.
       01  WS-REG-DTL-LINE.
           05 REG-DTL-SRC-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-ORDER-NO      PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-TGT-ID        PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-AMOUNT        PIC Z(12)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-FREQ          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-NEXT-DUE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-END-DATE      PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-RETRY-USED    PIC 9(02).
           05 FILLER                PIC X(01) VALUE '/'.
           05 REG-DTL-RETRY-LIMIT   PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-STATUS        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 REG-DTL-REASON        PIC X(17).
       01  WS-SUM-LINE.
           05 FILLER                PIC X(06) VALUE 'YENI:'.
           05 SUM-ADD               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE '  DEG:'.
           05 SUM-AMEND             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE '  ASK:'.
           05 SUM-SUSP              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE '  DON:'.
           05 SUM-RESUME            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE '  IPT:'.
           05 SUM-CANCEL            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE '  RED:'.
           05 SUM-REJ               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL CRD-EOF.
           PERFORM H700-PRINT-REGISTER.
           PERFORM H500-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           OPEN INPUT CRD-FILE.
           IF NOT CRD-SUCCESS
              DISPLAY 'CARD FILE NOT OPEN: ' CRD-ST
              MOVE CRD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    TALIMAT KUTUGU GUNCELLEME ICIN I-O ACILIR, ILK CALISMADA
      *    DOSYA YOKSA BOS OLARAK OLUSTURULUP YENIDEN ACILIR
      *    (PBEGHLD'DEKI BLOKE KUTUGU GIBI)
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
           WRITE RPT-LINE FROM WS-HDR-LINE.
           READ CRD-FILE
              AT END SET CRD-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

      *HER KART ONCE ANAHTAR ALANLARI ICIN DOGRULANIR, SONRA
      *ISLEM KODUNA GORE UYGULANIR; SONUC RAPORA YAZILIR
       H200-PROCESS.
           MOVE CRD-SRC-ID   TO DTL-SRC-ID
           MOVE CRD-ORDER-NO TO DTL-ORDER-NO
           MOVE CRD-ACTION   TO DTL-ACTION
           MOVE 'Y'          TO WS-CARD-VALID
           PERFORM H210-VALIDATE-KEY
           IF NOT CARD-VALID
              PERFORM H250-REJECT-CARD
           ELSE
              EVALUATE CRD-ACTION
                 WHEN 'A'
                    PERFORM H300-ADD-ORDER
                 WHEN 'M'
                    PERFORM H400-AMEND-ORDER
                 WHEN 'S'
                    PERFORM H450-SUSPEND-ORDER
                 WHEN 'R'
                    PERFORM H460-RESUME-ORDER
                 WHEN 'C'
                    PERFORM H470-CANCEL-ORDER
                 WHEN OTHER
                    MOVE 'GECERSIZ ISLEM KODU' TO DTL-DURUM
                    PERFORM H250-REJECT-CARD
              END-EVALUATE
           END-IF
           READ CRD-FILE
              AT END SET CRD-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *KAYNAK HESAP NUMARASI SAYISAL VE ARALIK ICINDE, TALIMAT
      *NUMARASI SAYISAL OLMALI
       H210-VALIDATE-KEY.
           IF CRD-SRC-ID IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'GECERSIZ KAYNAK HESAP' TO DTL-DURUM
           ELSE
              MOVE CRD-SRC-ID TO WS-ID-NUM
              IF NOT WS-ID-IN-RANGE
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ KAYNAK HESAP' TO DTL-DURUM
              ELSE
                 MOVE WS-ID-NUM TO WS-SRC-NUM
              END-IF
           END-IF.
           IF CARD-VALID
              IF CRD-ORDER-NO IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ TALIMAT NUMARASI' TO DTL-DURUM
              ELSE
                 MOVE CRD-ORDER-NO TO WS-ORDER-NUM
              END-IF
           END-IF.
       H210-END. EXIT.

      *GECERSIZ KARTIN ISLENMEDEN RAPORA YAZILMASI - RED NEDENI
      *DOGRULAMA SIRASINDA DTL-DURUM'A KONMUSTUR
       H250-REJECT-CARD.
           ADD 1 TO WS-REJ-COUNT
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H250-END. EXIT.

      *TALIMAT KUTUGUNDEN KARTIN ANAHTARIYLA OKUMA
       H260-READ-ORDER.
           INITIALIZE INVALID-KEY
           MOVE WS-SRC-NUM   TO SO-SRC-ID
           MOVE WS-ORDER-NUM TO SO-ORDER-NO
           READ SO-MAST
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ.
       H260-END. EXIT.

      *YENI TALIMAT: TUM ALANLAR DOLU VE GECERLI OLMALI, AYNI
      *ANAHTARLI TALIMAT KUTUKTE BULUNMAMALI. ILK VADE TARIHI
      *SONRAKI VADE OLARAK, GUNU DE ODEME GUNU OLARAK SAKLANIR.
      *YENIDEN DENEME SAYISI BOSSA 3 GUN
       H300-ADD-ORDER.
           PERFORM H260-READ-ORDER
           IF NOT INVL-KEY
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'TALIMAT ZATEN VAR' TO DTL-DURUM
           END-IF
           IF CARD-VALID
              INITIALIZE SO-FIELDS
              MOVE WS-SRC-NUM   TO SO-SRC-ID
              MOVE WS-ORDER-NUM TO SO-ORDER-NO
              MOVE 3            TO SO-RETRY-LIMIT
              MOVE 'N'          TO SO-RETRY-DUE
              MOVE 'A'          TO SO-STATUS
              MOVE SPACES       TO SO-LAST-REASON
              IF CRD-TGT-ID = SPACES OR CRD-AMOUNT-X = SPACES
                 OR CRD-FREQ = SPACES OR CRD-FIRST-DUE = SPACES
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'EKSIK TALIMAT BILGISI' TO DTL-DURUM
              END-IF
           END-IF
           IF CARD-VALID
              PERFORM H310-APPLY-FIELDS
           END-IF
           IF CARD-VALID
              PERFORM H350-VALIDATE-ACCOUNTS
           END-IF
           IF CARD-VALID
              WRITE SO-FIELDS
                 INVALID KEY
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'TALIMAT ZATEN VAR' TO DTL-DURUM
              END-WRITE
           END-IF
           IF CARD-VALID
              ADD 1 TO WS-ADD-COUNT
              MOVE 'TALIMAT EKLENDI' TO DTL-DURUM
              WRITE RPT-LINE FROM WS-DTL-LINE
           ELSE
              PERFORM H250-REJECT-CARD
           END-IF.
       H300-END. EXIT.

      *KARTTAKI DOLU ALANLARIN DOGRULANIP TALIMAT KAYDINA
      *TASINMASI - YENI TALIMATTA VE DEGISIKLIKTE ORTAKTIR
       H310-APPLY-FIELDS.
           IF CRD-TGT-ID NOT = SPACES
              IF CRD-TGT-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ HEDEF HESAP' TO DTL-DURUM
              ELSE
                 MOVE CRD-TGT-ID TO WS-ID-NUM
                 IF NOT WS-ID-IN-RANGE
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'GECERSIZ HEDEF HESAP' TO DTL-DURUM
                 ELSE
                    MOVE WS-ID-NUM TO SO-TGT-ID
                 END-IF
              END-IF
           END-IF
           IF CARD-VALID AND CRD-AMOUNT-X NOT = SPACES
              IF CRD-AMOUNT-X IS NOT NUMERIC OR CRD-AMOUNT = 0
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ TUTAR' TO DTL-DURUM
              ELSE
                 MOVE CRD-AMOUNT TO SO-AMOUNT
              END-IF
           END-IF
           IF CARD-VALID AND CRD-FREQ NOT = SPACES
              IF CRD-FREQ = 'W' OR CRD-FREQ = 'M' OR CRD-FREQ = 'Q'
                 MOVE CRD-FREQ TO SO-FREQ
              ELSE
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ SIKLIK' TO DTL-DURUM
              END-IF
           END-IF
           IF CARD-VALID AND CRD-FIRST-DUE NOT = SPACES
              PERFORM H320-CHECK-FIRST-DUE
           END-IF
           IF CARD-VALID AND CRD-END-DATE NOT = SPACES
              IF CRD-END-DATE IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ BITIS TARIHI' TO DTL-DURUM
              ELSE
                 MOVE CRD-END-DATE TO WS-CHK-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHK-DATE) NOT = 0
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'GECERSIZ BITIS TARIHI' TO DTL-DURUM
                 ELSE
                    MOVE WS-CHK-DATE TO SO-END-DATE
                 END-IF
              END-IF
           END-IF
           IF CARD-VALID AND CRD-RETRY NOT = SPACES
              IF CRD-RETRY IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ DENEME SAYISI' TO DTL-DURUM
              ELSE
                 MOVE CRD-RETRY TO SO-RETRY-LIMIT
              END-IF
           END-IF
      *    BITIS TARIHI SIFIR DEGILSE SONRAKI VADEDEN ONCE OLAMAZ
           IF CARD-VALID AND SO-END-DATE > 0
              AND SO-END-DATE < SO-NEXT-DUE
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'BITIS TARIHI VADEDEN ONCE' TO DTL-DURUM
           END-IF
           IF CARD-VALID AND SO-TGT-ID = SO-SRC-ID
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'HEDEF KAYNAKLA AYNI' TO DTL-DURUM
           END-IF.
       H310-END. EXIT.

      *ILK VADE TARIHI GECERLI BIR TAKVIM TARIHI OLMALI; GUNU
      *AYLIK VE UC AYLIK TALIMATIN ODEME GUNU OLARAK SAKLANIR
       H320-CHECK-FIRST-DUE.
           IF CRD-FIRST-DUE IS NOT NUMERIC
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'GECERSIZ VADE TARIHI' TO DTL-DURUM
           ELSE
              MOVE CRD-FIRST-DUE TO WS-CHK-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-CHK-DATE) NOT = 0
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'GECERSIZ VADE TARIHI' TO DTL-DURUM
              ELSE
                 MOVE WS-CHK-DATE TO SO-NEXT-DUE
                 MOVE WS-CHK-DD   TO SO-ANCHOR-DAY
              END-IF
           END-IF.
       H320-END. EXIT.

      *KAYNAK VE HEDEF HESAP ANA DOSYADA BULUNMALI, KAPALI
      *OLMAMALI VE AYNI DOVIZDE OLMALI. DONDURULMUS HESABA
      *TALIMAT VERILEBILIR - ODEME GUNUNDE PBEGIDX REDDEDER VE
      *TALIMAT YENIDEN DENEME KURALINA GIRER
       H350-VALIDATE-ACCOUNTS.
           INITIALIZE INVALID-KEY
           MOVE SO-SRC-ID TO ACCT-ID
           READ ACCT-REC
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ
           IF INVL-KEY
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'KAYNAK HESAP YOK' TO DTL-DURUM
           ELSE
              IF ACCT-ST-CLOSED
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'KAYNAK HESAP KAPALI' TO DTL-DURUM
              ELSE
                 MOVE ACCT-DVZ TO WS-SRC-DVZ
              END-IF
           END-IF
           IF CARD-VALID
              MOVE SO-TGT-ID TO ACCT-ID
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              EVALUATE TRUE
                 WHEN INVL-KEY
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'HEDEF HESAP YOK' TO DTL-DURUM
                 WHEN ACCT-ST-CLOSED
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'HEDEF HESAP KAPALI' TO DTL-DURUM
                 WHEN ACCT-DVZ NOT = WS-SRC-DVZ
                    MOVE 'N' TO WS-CARD-VALID
                    MOVE 'HEDEF DOVIZI UYUSMUYOR' TO DTL-DURUM
              END-EVALUATE
           END-IF.
       H350-END. EXIT.

      *DEGISIKLIK: TALIMAT KUTUKTE BULUNMALI VE IPTAL EDILMEMIS
      *OLMALI. YALNIZ KARTTA DOLU GELEN ALANLAR DEGISIR, SONRA
      *HESAPLAR YENIDEN DOGRULANIR
       H400-AMEND-ORDER.
           PERFORM H260-READ-ORDER
           IF INVL-KEY
              MOVE 'N' TO WS-CARD-VALID
              MOVE 'TALIMAT BULUNAMADI' TO DTL-DURUM
           ELSE
              IF SO-ST-CANCELLED
                 MOVE 'N' TO WS-CARD-VALID
                 MOVE 'TALIMAT IPTAL EDILMIS' TO DTL-DURUM
              END-IF
           END-IF
           IF CARD-VALID
              PERFORM H310-APPLY-FIELDS
           END-IF
           IF CARD-VALID
              PERFORM H350-VALIDATE-ACCOUNTS
           END-IF
           IF CARD-VALID
      *       SURESI DOLMUS TALIMATIN BITIS TARIHI UZATILDIYSA
      *       TALIMAT YENIDEN ISLEME ALINIR
              IF SO-ST-ENDED AND
                 (SO-END-DATE = 0 OR SO-END-DATE >= SO-NEXT-DUE)
                 MOVE 'A' TO SO-STATUS
              END-IF
              REWRITE SO-FIELDS
              ADD 1 TO WS-AMEND-COUNT
              MOVE 'TALIMAT DEGISTIRILDI' TO DTL-DURUM
              WRITE RPT-LINE FROM WS-DTL-LINE
           ELSE
              PERFORM H250-REJECT-CARD
           END-IF.
       H400-END. EXIT.

      *ASKIYA ALMA: YALNIZ AKTIF TALIMAT ASKIYA ALINIR. BEKLEYEN
      *YENIDEN DENEME DE DUSER
       H450-SUSPEND-ORDER.
           PERFORM H260-READ-ORDER
           IF INVL-KEY
              MOVE 'TALIMAT BULUNAMADI' TO DTL-DURUM
              PERFORM H250-REJECT-CARD
           ELSE
              IF NOT SO-ST-ACTIVE
                 MOVE 'TALIMAT AKTIF DEGIL' TO DTL-DURUM
                 PERFORM H250-REJECT-CARD
              ELSE
                 MOVE 'S'               TO SO-STATUS
                 MOVE 'N'               TO SO-RETRY-DUE
                 MOVE 'SUBE TALEBI'     TO SO-LAST-REASON
                 REWRITE SO-FIELDS
                 ADD 1 TO WS-SUSP-COUNT
                 MOVE 'TALIMAT ASKIYA ALINDI' TO DTL-DURUM
                 WRITE RPT-LINE FROM WS-DTL-LINE
              END-IF
           END-IF.
       H450-END. EXIT.

      *ASKIDAN CIKARMA: ASKIDAKI TALIMAT YENIDEN AKTIF OLUR VE
      *DENEME SAYACI SIFIRLANIR. KACIRILAN VADE ILK CALISMADA
      *BIR KEZ ODENIR, SONRA VADE IS TARIHININ ILERISINE ALINIR
       H460-RESUME-ORDER.
           PERFORM H260-READ-ORDER
           IF INVL-KEY
              MOVE 'TALIMAT BULUNAMADI' TO DTL-DURUM
              PERFORM H250-REJECT-CARD
           ELSE
              IF NOT SO-ST-SUSPENDED
                 MOVE 'TALIMAT ASKIDA DEGIL' TO DTL-DURUM
                 PERFORM H250-REJECT-CARD
              ELSE
                 MOVE 'A'    TO SO-STATUS
                 MOVE 0      TO SO-RETRY-USED
                 MOVE 'N'    TO SO-RETRY-DUE
                 MOVE SPACES TO SO-LAST-REASON
                 REWRITE SO-FIELDS
                 ADD 1 TO WS-RESUME-COUNT
                 MOVE 'TALIMAT AKTIF EDILDI' TO DTL-DURUM
                 WRITE RPT-LINE FROM WS-DTL-LINE
              END-IF
           END-IF.
       H460-END. EXIT.

      *IPTAL: TALIMAT KUTUKTEN SILINMEZ, 'C' DURUMUYLA TARIHCE
      *OLARAK KALIR VE BIR DAHA ISLENMEZ
       H470-CANCEL-ORDER.
           PERFORM H260-READ-ORDER
           IF INVL-KEY
              MOVE 'TALIMAT BULUNAMADI' TO DTL-DURUM
              PERFORM H250-REJECT-CARD
           ELSE
              IF SO-ST-CANCELLED
                 MOVE 'TALIMAT ZATEN IPTAL' TO DTL-DURUM
                 PERFORM H250-REJECT-CARD
              ELSE
                 MOVE 'C' TO SO-STATUS
                 MOVE 'N' TO SO-RETRY-DUE
                 REWRITE SO-FIELDS
                 ADD 1 TO WS-CANCEL-COUNT
                 MOVE 'TALIMAT IPTAL EDILDI' TO DTL-DURUM
                 WRITE RPT-LINE FROM WS-DTL-LINE
              END-IF
           END-IF.
       H470-END. EXIT.

      *KARTLAR ISLENDIKTEN SONRA KUTUKTEKI TUM TALIMATLARIN
      *DOKUMU (PBEGHLD'DEKI BLOKE KUTUGU DOKUMU GIBI)
       H700-PRINT-REGISTER.
           WRITE RPT-LINE FROM WS-REG-HDR-LINE
           WRITE RPT-LINE FROM WS-REG-COL-LINE
           INITIALIZE INVALID-KEY
           MOVE 0 TO SO-SRC-ID
           MOVE 0 TO SO-ORDER-NO
           START SO-MAST KEY IS NOT LESS THAN SO-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF INVL-KEY
              SET REG-EOF TO TRUE
           END-IF
           PERFORM UNTIL REG-EOF
              READ SO-MAST NEXT RECORD
                 AT END SET REG-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-REG-COUNT
                    MOVE SO-SRC-ID      TO REG-DTL-SRC-ID
                    MOVE SO-ORDER-NO    TO REG-DTL-ORDER-NO
                    MOVE SO-TGT-ID      TO REG-DTL-TGT-ID
                    MOVE SO-AMOUNT      TO REG-DTL-AMOUNT
                    MOVE SO-FREQ        TO REG-DTL-FREQ
                    MOVE SO-NEXT-DUE    TO REG-DTL-NEXT-DUE
                    MOVE SO-END-DATE    TO REG-DTL-END-DATE
                    MOVE SO-RETRY-USED  TO REG-DTL-RETRY-USED
                    MOVE SO-RETRY-LIMIT TO REG-DTL-RETRY-LIMIT
                    MOVE SO-STATUS      TO REG-DTL-STATUS
                    MOVE SO-LAST-REASON TO REG-DTL-REASON
                    WRITE RPT-LINE FROM WS-REG-DTL-LINE
              END-READ
           END-PERFORM.
       H700-END. EXIT.

      *KART VE KUTUK SAYILARININ OZETI
       H500-PRINT-SUMMARY.
           MOVE WS-ADD-COUNT    TO SUM-ADD
           MOVE WS-AMEND-COUNT  TO SUM-AMEND
           MOVE WS-SUSP-COUNT   TO SUM-SUSP
           MOVE WS-RESUME-COUNT TO SUM-RESUME
           MOVE WS-CANCEL-COUNT TO SUM-CANCEL
           MOVE WS-REJ-COUNT    TO SUM-REJ
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H500-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE CRD-FILE
                 SO-MAST
                 ACCT-REC
                 RPT-FILE.
       H900-END. EXIT.

      *PROGRAM SONU
       H999-PROGRAM-EXIT.
           PERFORM H900-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
