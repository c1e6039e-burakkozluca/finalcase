       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGREV.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *ISLENMIS BIR INPFILE PARTISININ IZ KAYITLARINDAN GERI
      *ALINMASI: PARTININ (VEYA PARTI ICINDEKI TEK BIR SIRANIN)
      *BAKIYE DEGISTIREN BASARILI SATIRLARI AUDITFL'DEN BULUNUR VE
      *TERS KAYITLARDAN OLUSAN YENI BIR PARTI YAZILIR - ALACAK
      *BORCLA, BORC ALACAKLA, VIRMAN TERS YONDE VIRMANLA KAPATILIR.
      *YENI PARTI NORMAL PBEGFNL CALISMASINA VERILIR. GERI
      *ALINAMAYAN KALEMLER NEDENLERIYLE LISTELENIR; GERI ALINAN
      *HER KALEM TERS KAYDININ PARTI/SIRASIYLA GERI ALMA KUTUGUNE
      *YAZILIR. TERS KAYDI IZ KAYITLARINDA BAKIYEYE ISLENMIS
      *GORULEN KALEM IKINCI KEZ GERI ALINAMAZ, SONUCU HENUZ BELLI
      *OLMAYAN KALEM BEKLETILIR, ISLENMEDEN KALAN KALEM YENIDEN
      *GERI ALINABILIR. VADELI MEVDUAT ACILISININ ('M') BORCU GERI
      *ALINMAZ - MEVDUAT ACIK KALIR VE ANAPARA IKI KEZ ODENIRDI;
      *BOYLE BIR ACILIS PBEGTDM BOZMA KARTIYLA KAPATILIR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PBEGIDX'IN IZ KAYIT DOSYASI - HER SATIR PARTI NUMARASI VE
      *PARTI ICI SIRAYI TASIR
           SELECT AUDIT-FILE ASSIGN TO   AUDITFL
                            STATUS       AUD-ST.
      *HESAPLARIN BUGUNKU DURUM VE BAKIYESI - SALT OKUNUR
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
      *KREDILI MEVDUAT LIMITLERI - DOSYA YOKSA LIMIT SIFIR SAYILIR
           SELECT OD-FILE   ASSIGN TO    ODLIMIT
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ODL-KEY
                            STATUS       OD-ST.
      *VADELI MEVDUAT KUTUGU - PBEGTDM ILE AYNI. BORC SATIRININ
      *BIR MEVDUAT ACILISINA AIT OLUP OLMADIGI ACILIS PARTI/SIRA
      *NUMARASINDAN ARANIR. DOSYA YOKSA MEVDUAT YOKTUR
           SELECT TD-MAST   ASSIGN TO    TDMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       TD-KEY
                            STATUS       TD-ST.
      *DAHA ONCE GERI ALINMIS KALEMLERIN KUTUGU
           SELECT REV-FILE  ASSIGN TO    REVREG
                            STATUS       REV-ST.
      *PBEGFNL'IN KABUL EDILMIS PARTILER KUTUGU - TERS KAYIT
      *PARTISININ ISLENIP ISLENMEDIGI BURADAN ANLASILIR
           SELECT REG-FILE  ASSIGN TO    BATCHREG
                            STATUS       REG-ST.
      *PBEGAPR'IN SERBEST BIRAKMA VE RED/SURE KUTUKLERI ILE ONAY
      *KUYRUGU (PBEGFNL'IN KUYRUGA ALDIKLARI VE PBEGAPR'IN
      *DEVRETTIKLERI) - SINIRI ASIP ONAYA DUSEN TERS KAYDIN
      *AKIBETI BURADAN IZLENIR. DOSYALAR YOKSA BOS SAYILIR
           SELECT ARG-FILE  ASSIGN TO    APRBREG
                            STATUS       ARG-ST.
           SELECT DRG-FILE  ASSIGN TO    APRDREG
                            STATUS       DRG-ST.
           SELECT APQ-FILE  ASSIGN TO    APRFILE
                            STATUS       APQ-ST.
           SELECT APC-FILE  ASSIGN TO    APROUT
                            STATUS       APC-ST.
      *TERS KAYITLARIN INPFILE DUZENINDE PARTISI
           SELECT BAT-FILE  ASSIGN TO    REVBATCH
                            STATUS       BAT-ST.
           SELECT RPT-FILE  ASSIGN TO    REVRPT
                            STATUS       RPT-ST.
      *PARTI NUMARASI SAYACI - KART VERILMEDIGINDE HER CALISMAYA
      *BIR SONRAKI NUMARA VERILIR
           SELECT BNO-FILE  ASSIGN TO    BATCHNO
                            STATUS       BNO-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *PBEGIDX ILE AYNI DUZENDEKI IZ KAYIT DOSYASI
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-FIELDS.
           05 AUDIT-KEY             PIC S9(05).
           05 AUDIT-FUNC            PIC 9(01).
              88 AUDIT-FUNC-CREDIT              VALUE 5.
              88 AUDIT-FUNC-DEBIT               VALUE 6.
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
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

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
           03 ACCT-STATUS           PIC X(01).

      *VSAM-FILE RECSZ: 11 KEY: 3
       FD  OD-FILE.
       01  ODL-FIELDS.
           03 ODL-KEY.
              05 ODL-ID             PIC S9(05)  COMP-3.
           03 ODL-LIMIT             PIC 9(13)V99 COMP-3.

      *VSAM-FILE RECSZ: 56 KEY: 5 - PBEGTDM ILE AYNI DUZEN
       FD  TD-MAST.
       01  TD-FIELDS.
           03 TD-KEY.
              05 TD-ACCT-ID         PIC S9(05)  COMP-3.
              05 TD-NO              PIC S9(03)  COMP-3.
           03 TD-DVZ                PIC 9(03)   COMP.
           03 TD-PRINCIPAL          PIC 9(13)V99 COMP-3.
           03 TD-START-DATE         PIC 9(8)    COMP-3.
           03 TD-MATURITY           PIC 9(8)    COMP-3.
           03 TD-TERM-MONTHS        PIC 9(03)   COMP-3.
           03 TD-RATE               PIC 9(07)V9(06) COMP-3.
           03 TD-INSTR              PIC X(01).
           03 TD-STATUS             PIC X(01).
           03 TD-ROLL-COUNT         PIC 9(03)   COMP-3.
           03 TD-BOOK-BATCH         PIC X(08).
           03 TD-BOOK-SEQ           PIC 9(08)   COMP-3.
           03 TD-CLOSE-DATE         PIC 9(8)    COMP-3.

      *GERI ALMA KUTUGU: GERI ALINAN PARTI VE SIRA, GERI ALMA
      *TARIHI, TERS KAYDIN YAZILDIGI PARTI VE O PARTIDEKI SIRASI
       FD  REV-FILE RECORDING MODE F.
       01  REV-FIELDS.
           05 REV-BATCH-ID          PIC X(08).
           05 REV-SEQ               PIC 9(08).
           05 REV-DATE              PIC 9(08).
           05 REV-NEW-BATCH-ID      PIC X(08).
           05 REV-NEW-SEQ           PIC 9(08).

      *PBEGFNL ILE AYNI DUZEN
       FD  REG-FILE RECORDING MODE F.
       01  REG-FIELDS.
           05 REG-BATCH-ID          PIC X(08).
           05 REG-BUS-DATE          PIC X(08).

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

      *ONAY KUYRUGU KAYDI - PBEGFNL ILE AYNI DUZEN, YALNIZ
      *KALEMIN PARTI/SIRA NUMARASI KULLANILIR
       FD  APQ-FILE RECORDING MODE F.
       01  APQ-FIELDS.
           05 FILLER                PIC X(77).
           05 APQ-BATCH-ID          PIC X(08).
           05 APQ-SEQ               PIC 9(08).
           05 FILLER                PIC X(42).

       FD  APC-FILE RECORDING MODE F.
       01  APC-FIELDS.
           05 FILLER                PIC X(77).
           05 APC-BATCH-ID          PIC X(08).
           05 APC-SEQ               PIC 9(08).
           05 FILLER                PIC X(42).

      *INPFILE ILE AYNI DUZEN - PBEGFNL PARTI BASLIK/KAPANIS
      *KAYITLARI BEKLEDIGINDEN DOSYA H/T KAYITLARIYLA SARILIR
      *(PBEGWHR'IN SERBEST BIRAKMA DOSYASI GIBI)
       FD  BAT-FILE RECORDING MODE F.
       01  BAT-FIELDS               PIC X(77).
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
           05 AUD-ST                PIC 9(02).
              88 AUD-EOF                        VALUE 10.
              88 AUD-SUCCESS                    VALUE 00
                                                      97.
           05 ACCT-ST               PIC 9(02).
              88 ACCT-SUCCESS                   VALUE 00
                                                      97.
           05 OD-ST                 PIC 9(02).
              88 OD-SUCCESS                     VALUE 00
                                                      97.
              88 OD-NOTFOUND                    VALUE 35.
           05 TD-ST                 PIC 9(02).
              88 TD-SUCCESS                     VALUE 00
                                                      97.
              88 TD-NOTFOUND                    VALUE 35.
           05 WS-TD-AVAIL           PIC X(01)   VALUE 'N'.
              88 TD-AVAIL                       VALUE 'Y'.
           05 WS-TD-SCAN-END        PIC X(01)   VALUE 'N'.
              88 TD-SCAN-END                    VALUE 'Y'.
           05 WS-TD-BOOKED          PIC X(01)   VALUE 'N'.
              88 TD-BOOKED                      VALUE 'Y'.
           05 REV-ST                PIC 9(02).
              88 REV-EOF                        VALUE 10.
              88 REV-SUCCESS                    VALUE 00
                                                      97.
              88 REV-NOTFOUND                   VALUE 35.
           05 REG-ST                PIC 9(02).
              88 REG-EOF                        VALUE 10.
              88 REG-SUCCESS                    VALUE 00
                                                      97.
              88 REG-NOTFOUND                   VALUE 35.
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
           05 APQ-ST                PIC 9(02).
              88 APQ-EOF                        VALUE 10.
              88 APQ-SUCCESS                    VALUE 00
                                                      97.
              88 APQ-NOTFOUND                   VALUE 35.
           05 APC-ST                PIC 9(02).
              88 APC-EOF                        VALUE 10.
              88 APC-SUCCESS                    VALUE 00
                                                      97.
              88 APC-NOTFOUND                   VALUE 35.
           05 BAT-ST                PIC 9(02).
              88 BAT-SUCCESS                    VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 WS-OD-AVAIL           PIC X(01)   VALUE 'N'.
              88 OD-AVAIL                       VALUE 'Y'.
           05 WS-OD-LIMIT           PIC 9(13)V99.
           05 WS-FOUND-COUNT        PIC 9(07)   VALUE 0.
           05 WS-REVERSED-COUNT     PIC 9(07)   VALUE 0.
           05 WS-REFUSED-COUNT      PIC 9(07)   VALUE 0.
           05 WS-BAT-HASH           PIC 9(16)V99 VALUE 0.
           05 WS-LN-USED            PIC 9(05)   VALUE 0.
           05 WS-LN-SUB             PIC 9(05)   VALUE 0.
           05 WS-LN-NEXT            PIC 9(05)   VALUE 0.
           05 WS-DONE-USED          PIC 9(05)   VALUE 0.
           05 WS-DN-SUB             PIC 9(05)   VALUE 0.
           05 WS-DN-FOUND           PIC X(01)   VALUE 'N'.
              88 DN-FOUND                       VALUE 'Y'.
           05 WS-FND-BATCH          PIC X(08).
           05 WS-FND-SEQ            PIC 9(08).
           05 WS-PRJ-USED           PIC 9(05)   VALUE 0.
           05 WS-PRJ-SUB            PIC 9(05)   VALUE 0.
           05 WS-REF-USED           PIC 9(05)   VALUE 0.
           05 WS-TAB-SUB            PIC 9(05)   VALUE 0.
           05 WS-SEQ-DONE           PIC X(01)   VALUE 'N'.
              88 SEQ-DONE                       VALUE 'Y'.
           05 WS-SEQ-PENDING        PIC X(01)   VALUE 'N'.
              88 SEQ-PENDING                    VALUE 'Y'.
           05 WS-ITEM-OK            PIC X(01)   VALUE 'N'.
              88 ITEM-OK                        VALUE 'Y'.
           05 WS-ACC-FOUND          PIC X(01)   VALUE 'N'.
              88 ACC-FOUND                      VALUE 'Y'.
           05 WS-CHK-ID             PIC 9(05).
           05 WS-CHK-REASON         PIC X(24).

      *IS TARIHI - SYSIN'DEN ILK KART OLARAK YYYYMMDD BICIMINDE
      *OKUNUR, KART BOSSA BUGUNUN TARIHI KULLANILIR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *TERS KAYIT PARTISININ NUMARASI - IKINCI KART. KART BOSSA
      *'R' HARFI VE PARTI NUMARASI SAYACINDAN TURETILIR
       01  WS-BATCH-CARD            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08).

      *GERI ALINACAK PARTININ NUMARASI (UCUNCU KART, ZORUNLU) VE
      *YALNIZ TEK BIR KALEM GERI ALINACAKSA O KALEMIN PARTI ICI
      *SIRASI (DORDUNCU KART, BOS VEYA SIFIRSA TUM PARTI)
       01  WS-ORG-BATCH-CARD        PIC X(08)   VALUE SPACES.
       01  WS-ORG-BATCH-ID          PIC X(08).
       01  WS-ORG-SEQ-CARD          PIC X(08)   VALUE SPACES.
       01  WS-ORG-SEQ               PIC 9(08)   VALUE 0.

       01  WS-RUN-PROGRAM           PIC X(08)   VALUE 'PBEGREV'.

      *PARTIYE AIT BAKIYE DEGISTIREN BASARILI IZ SATIRLARI - DOSYA
      *SIRASIYLA. VIRMANIN IKI BACAGI (ONCE BORC, SONRA ALACAK)
      *AYNI SIRA VE AYNI ZAMAN DAMGASIYLA ARDISIK GELIR
       01  WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 2000 TIMES.
              10 LN-SEQ             PIC 9(08).
              10 LN-ID              PIC 9(05).
              10 LN-FUNC            PIC 9(01).
              10 LN-DVZ             PIC 9(03).
              10 LN-AMOUNT          PIC 9(13)V99.
              10 LN-STAMP           PIC 9(14).

      *BU PARTIDEN DAHA ONCE GERI ALINMIS SIRALAR: TERS KAYDIN
      *YAZILDIGI PARTI/SIRA, ONAYA DUSTUYSE SERBEST BIRAKILDIGI
      *PARTI/SIRA VE TERS KAYDIN DURUMU - 'P' YAZILDI, 'Q' ONAY
      *BEKLIYOR, 'O' ONAYLANDI, 'R' ONAYI REDDEDILDI VEYA SURESI
      *DOLDU, 'D' BAKIYEYE ISLENDI. DN-POSTED TERS KAYDIN SON
      *GECTIGI PARTININ PBEGFNL'CE KABUL EDILDIGINI GOSTERIR
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
              10 DN-SEQ             PIC 9(08).
              10 DN-NEW-BATCH       PIC X(08).
              10 DN-NEW-SEQ         PIC 9(08).
              10 DN-REL-BATCH       PIC X(08).
              10 DN-REL-SEQ         PIC 9(08).
              10 DN-STATE           PIC X(01).
              10 DN-POSTED          PIC X(01).

      *KONTROL EDILEN HESAPLARIN DURUMU VE TERS KAYITLAR
      *UYGULANDIKCA ULASACAGI BAKIYE - AYNI HESABA DUSEN BIRDEN
      *FAZLA TERS KAYIT BIRLIKTE DEGERLENDIRILIR
       01  WS-PRJ-TABLE.
           05 WS-PRJ-ENTRY OCCURS 2000 TIMES.
              10 PRJ-ID             PIC 9(05).
              10 PRJ-STATUS         PIC X(01).
              10 PRJ-BALANCE        PIC S9(13)V99.

      *TERS KAYIT PARTISI ONCE BURADA BIRIKTIRILIR KI BASLIKTAKI
      *BEKLENEN SAYI DOSYA YAZILMADAN BILINEBILSIN
       01  WS-BAT-TABLE.
           05 WS-BAT-ENTRY OCCURS 2000 TIMES.
              10 BT-RECORD          PIC X(77).
              10 BT-ORG-SEQ         PIC 9(08).

      *GERI ALINAMAYAN KALEMLERIN RAPOR SATIRLARI
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 2000 TIMES
                                    PIC X(80).

      *ISLENMEKTE OLAN KALEM
       01  WS-ITEM-AREA.
           05 ITM-SEQ               PIC 9(08).
           05 ITM-ORG-ISLEM         PIC X(04).
           05 ITM-REV-TIP           PIC X(01).
           05 ITM-SRC-ID            PIC 9(05).
           05 ITM-TGT-ID            PIC 9(05).
           05 ITM-DVZ               PIC 9(03).
           05 ITM-AMOUNT            PIC 9(13)V99.

      *YENI PARTININ KALEMI - INPFILE DUZENINDE. VIRMANDA HEDEF
      *HESAP ISIM ALANININ ILK BES BAYTINDA TASINIR
       01  WS-NEW-REC.
           05 NEW-ISLEM-TIPI        PIC X(01).
           05 NEW-ID                PIC 9(05).
           05 NEW-NAME              PIC X(15).
           05 NEW-SURNAME           PIC X(15).
           05 NEW-DVZ               PIC 9(03).
           05 NEW-DATE              PIC 9(08).
           05 NEW-BALANCE           PIC 9(13)V99.
           05 NEW-AMOUNT            PIC 9(13)V99.
       01  WS-NEW-XFR-REC REDEFINES WS-NEW-REC.
           05 FILLER                PIC X(06).
           05 NEW-XFR-TARGET        PIC 9(05).
           05 FILLER                PIC X(66).

       01  WS-TTL-LINE.
           05 FILLER                PIC X(13) VALUE 'GERI ALINAN:'.
           05 TTL-ORG-BATCH         PIC X(08).
           05 FILLER                PIC X(07) VALUE '  SIRA:'.
           05 TTL-ORG-SEQ           PIC X(08).
           05 FILLER                PIC X(13) VALUE '  YENI PARTI:'.
           05 TTL-NEW-BATCH         PIC X(08).
           05 FILLER                PIC X(23) VALUE SPACES.
       01  WS-HDR-LINE.
           05 FILLER                PIC X(10) VALUE 'SIRA'.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
           05 FILLER                PIC X(06) VALUE 'ISLEM'.
           05 FILLER                PIC X(04) VALUE 'TRS'.
           05 FILLER                PIC X(07) VALUE 'HEDEF'.
           05 FILLER                PIC X(18) VALUE '           TUTAR'.
           05 FILLER                PIC X(28) VALUE 'DURUM'.
       01  WS-DTL-LINE.
           05 DTL-SEQ               PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ID                PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ISLEM             PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-TIP               PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DTL-TGT               PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT            PIC Z(12)9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-DURUM             PIC X(24).
           05 FILLER                PIC X(04) VALUE SPACES.
       01  WS-REF-HDR-LINE.
           05 FILLER                PIC X(24) VALUE
              'GERI ALINAMAYAN KALEMLER'.
           05 FILLER                PIC X(56) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(13) VALUE 'GERI ALINAN:'.
           05 SUM-REVERSED          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(19) VALUE
              '  GERI ALINAMAYAN:'.
           05 SUM-REFUSED           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-REGISTER.
           IF WS-DONE-USED > 0
              PERFORM H160-LOAD-DECISIONS
              PERFORM H170-LOAD-QUEUE
              PERFORM H180-LOAD-BATCHES
           END-IF.
           PERFORM H200-SCAN-AUDIT UNTIL AUD-EOF.
           IF WS-FOUND-COUNT = 0
              DISPLAY 'BATCH NOT FOUND ON AUDITFL: ' WS-ORG-BATCH-ID
                 ' SEQ: ' WS-ORG-SEQ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 1 TO WS-LN-SUB.
           PERFORM H300-BUILD-REVERSAL UNTIL WS-LN-SUB > WS-LN-USED.
           PERFORM H600-WRITE-BATCH.
           PERFORM H650-RECORD-REGISTER.
           PERFORM H700-PRINT-REFUSED.
           PERFORM H500-PRINT-SUMMARY.
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-CARDS.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN: ' AUD-ST
              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'ACCT FILE NOT OPEN: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    LIMIT DOSYASI YOKSA IS DURMAZ - LIMITSIZ CALISILIR
           OPEN INPUT OD-FILE.
           IF OD-SUCCESS
              MOVE 'Y' TO WS-OD-AVAIL
           ELSE
              IF NOT OD-NOTFOUND
                 DISPLAY 'ODLIMIT FILE NOT OPEN: ' OD-ST
                 MOVE OD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      *    MEVDUAT KUTUGU YOKSA HICBIR BORC MEVDUAT ACILISI DEGILDIR
           OPEN INPUT TD-MAST.
           IF TD-SUCCESS
              MOVE 'Y' TO WS-TD-AVAIL
           ELSE
              IF NOT TD-NOTFOUND
                 DISPLAY 'TDMAST FILE NOT OPEN: ' TD-ST
                 MOVE TD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT BAT-FILE.
           IF NOT BAT-SUCCESS
              DISPLAY 'REV BATCH FILE NOT OPEN: ' BAT-ST
              MOVE BAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-ORG-BATCH-ID TO TTL-ORG-BATCH.
           IF WS-ORG-SEQ = 0
              MOVE 'TUMU'     TO TTL-ORG-SEQ
           ELSE
              MOVE WS-ORG-SEQ TO TTL-ORG-SEQ
           END-IF.
           MOVE WS-BATCH-ID     TO TTL-NEW-BATCH.
           WRITE RPT-LINE FROM WS-TTL-LINE.
           WRITE RPT-LINE FROM WS-HDR-LINE.
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

      *ILK SYSIN KARTINDAN IS TARIHI (BOSSA BUGUN), IKINCI
      *KARTTAN TERS KAYIT PARTISININ NUMARASI (BOSSA SAYACTAN),
      *UCUNCU KARTTAN GERI ALINACAK PARTI, DORDUNCU
      *KARTTAN ISTEGE BAGLI PARTI ICI SIRA OKUNUR
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
           ACCEPT WS-ORG-BATCH-CARD FROM SYSIN.
           IF WS-ORG-BATCH-CARD = SPACES
              DISPLAY 'BATCH ID CARD MISSING'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-ORG-BATCH-CARD TO WS-ORG-BATCH-ID.
           ACCEPT WS-ORG-SEQ-CARD FROM SYSIN.
           IF WS-ORG-SEQ-CARD NOT = SPACES
              IF WS-ORG-SEQ-CARD IS NUMERIC
                 MOVE WS-ORG-SEQ-CARD TO WS-ORG-SEQ
              ELSE
                 DISPLAY 'INVALID SEQUENCE CARD: ' WS-ORG-SEQ-CARD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H110-END. EXIT.

      *SAYACTAKI SON NUMARA BIR ARTIRILIP 'R' ONEKIYLE PARTI
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
           MOVE 'R'         TO WS-BATCH-ID (1:1).
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

      *KUTUKTEN BU PARTIYE AIT DAHA ONCE GERI ALINMIS SIRALAR
      *TERS KAYITLARININ PARTI/SIRASIYLA TABLOYA ALINIR. KUTUK
      *ILK CALISMADA HENUZ YOKSA BOS SAYILIR
       H150-LOAD-REGISTER.
           OPEN INPUT REV-FILE.
           IF REV-NOTFOUND
              CONTINUE
           ELSE
              IF NOT REV-SUCCESS
                 DISPLAY 'UNABLE TO OPEN REVREG: ' REV-ST
                 MOVE REV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL REV-EOF
                 READ REV-FILE
                    AT END SET REV-EOF TO TRUE
                    NOT AT END
                       IF REV-BATCH-ID = WS-ORG-BATCH-ID
                          PERFORM H155-ADD-DONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REV-FILE
           END-IF.
       H150-END. EXIT.

       H155-ADD-DONE.
           IF WS-DONE-USED >= 2000
              DISPLAY 'WS-DONE-TABLE FULL - TOO MANY REVERSALS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-DONE-USED
           MOVE REV-SEQ          TO DN-SEQ       (WS-DONE-USED)
           MOVE REV-NEW-BATCH-ID TO DN-NEW-BATCH (WS-DONE-USED)
           MOVE REV-NEW-SEQ      TO DN-NEW-SEQ   (WS-DONE-USED)
           MOVE SPACES           TO DN-REL-BATCH (WS-DONE-USED)
           MOVE 0                TO DN-REL-SEQ   (WS-DONE-USED)
           MOVE 'P'              TO DN-STATE     (WS-DONE-USED)
           MOVE 'N'              TO DN-POSTED    (WS-DONE-USED).
       H155-END. EXIT.

      *ONAYA DUSEN TERS KAYITLARIN PBEGAPR KARARLARI: SERBEST
      *BIRAKILAN KAYIT SERBEST BIRAKMA PARTISINDE IZLENIR,
      *REDDEDILEN YA DA SURESI DOLAN KAYIT HIC ISLENMEYECEKTIR
       H160-LOAD-DECISIONS.
           OPEN INPUT ARG-FILE.
           IF ARG-NOTFOUND
              CONTINUE
           ELSE
              IF NOT ARG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN APRBREG: ' ARG-ST
                 MOVE ARG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL ARG-EOF
                 READ ARG-FILE
                    AT END SET ARG-EOF TO TRUE
                    NOT AT END
                       MOVE ARG-ORG-BATCH-ID TO WS-FND-BATCH
                       MOVE ARG-ORG-SEQ      TO WS-FND-SEQ
                       PERFORM H165-FIND-ENTRY
                       IF DN-FOUND
                          MOVE 'O' TO DN-STATE (WS-DN-SUB)
                          MOVE ARG-BATCH-ID TO DN-REL-BATCH (WS-DN-SUB)
                          MOVE ARG-SEQ      TO DN-REL-SEQ (WS-DN-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARG-FILE
           END-IF.
           OPEN INPUT DRG-FILE.
           IF DRG-NOTFOUND
              CONTINUE
           ELSE
              IF NOT DRG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN APRDREG: ' DRG-ST
                 MOVE DRG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL DRG-EOF
                 READ DRG-FILE
                    AT END SET DRG-EOF TO TRUE
                    NOT AT END
                       MOVE DRG-BATCH-ID TO WS-FND-BATCH
                       MOVE DRG-SEQ      TO WS-FND-SEQ
                       PERFORM H165-FIND-ENTRY
                       IF DN-FOUND
                          MOVE 'R' TO DN-STATE (WS-DN-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DRG-FILE
           END-IF.
       H160-END. EXIT.

      *TERS KAYDI WS-FND-BATCH/WS-FND-SEQ PARTI/SIRASINA
      *YAZILMIS KUTUK SATIRI ARANIR, BULUNAN SATIR WS-DN-SUB ILE
      *GOSTERILIR
       H165-FIND-ENTRY.
           MOVE 'N' TO WS-DN-FOUND
           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
              UNTIL WS-DN-SUB > WS-DONE-USED
              IF DN-NEW-BATCH (WS-DN-SUB) = WS-FND-BATCH AND
                 DN-NEW-SEQ (WS-DN-SUB) = WS-FND-SEQ
                 MOVE 'Y' TO WS-DN-FOUND
              END-IF
              IF DN-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H165-END. EXIT.

      *ONAY KUYRUGUNDA HENUZ KARAR BEKLEYEN TERS KAYITLAR -
      *PBEGAPR KARARI VARSA KUYRUK DOSYASINDA KALMIS OLSA DA
      *KARAR GECERLIDIR
       H170-LOAD-QUEUE.
           OPEN INPUT APQ-FILE.
           IF APQ-NOTFOUND
              CONTINUE
           ELSE
              IF NOT APQ-SUCCESS
                 DISPLAY 'UNABLE TO OPEN APRFILE: ' APQ-ST
                 MOVE APQ-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL APQ-EOF
                 READ APQ-FILE
                    AT END SET APQ-EOF TO TRUE
                    NOT AT END
                       MOVE APQ-BATCH-ID TO WS-FND-BATCH
                       MOVE APQ-SEQ      TO WS-FND-SEQ
                       PERFORM H175-MARK-QUEUED
                 END-READ
              END-PERFORM
              CLOSE APQ-FILE
           END-IF.
           OPEN INPUT APC-FILE.
           IF APC-NOTFOUND
              CONTINUE
           ELSE
              IF NOT APC-SUCCESS
                 DISPLAY 'UNABLE TO OPEN APROUT: ' APC-ST
                 MOVE APC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL APC-EOF
                 READ APC-FILE
                    AT END SET APC-EOF TO TRUE
                    NOT AT END
                       MOVE APC-BATCH-ID TO WS-FND-BATCH
                       MOVE APC-SEQ      TO WS-FND-SEQ
                       PERFORM H175-MARK-QUEUED
                 END-READ
              END-PERFORM
              CLOSE APC-FILE
           END-IF.
       H170-END. EXIT.

       H175-MARK-QUEUED.
           PERFORM H165-FIND-ENTRY
           IF DN-FOUND
              IF DN-STATE (WS-DN-SUB) = 'P'
                 MOVE 'Q' TO DN-STATE (WS-DN-SUB)
              END-IF
           END-IF.
       H175-END. EXIT.

      *TERS KAYDIN SON GECTIGI PARTI (ONAYLANDIYSA SERBEST
      *BIRAKMA PARTISI, DEGILSE TERS KAYIT PARTISI) PBEGFNL'CE
      *KABUL EDILMIS MI
       H180-LOAD-BATCHES.
           OPEN INPUT REG-FILE.
           IF REG-NOTFOUND
              CONTINUE
           ELSE
              IF NOT REG-SUCCESS
                 DISPLAY 'UNABLE TO OPEN BATCHREG: ' REG-ST
                 MOVE REG-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL REG-EOF
                 READ REG-FILE
                    AT END SET REG-EOF TO TRUE
                    NOT AT END
                       PERFORM H185-MARK-POSTED
                 END-READ
              END-PERFORM
              CLOSE REG-FILE
           END-IF.
       H180-END. EXIT.

       H185-MARK-POSTED.
           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
              UNTIL WS-DN-SUB > WS-DONE-USED
              EVALUATE TRUE
                 WHEN DN-STATE (WS-DN-SUB) = 'P' AND
                      DN-NEW-BATCH (WS-DN-SUB) = REG-BATCH-ID
                    MOVE 'Y' TO DN-POSTED (WS-DN-SUB)
                 WHEN DN-STATE (WS-DN-SUB) = 'O' AND
                      DN-REL-BATCH (WS-DN-SUB) = REG-BATCH-ID
                    MOVE 'Y' TO DN-POSTED (WS-DN-SUB)
              END-EVALUATE
           END-PERFORM.
       H185-END. EXIT.

      *PARTIYE (VE VARSA ISTENEN SIRAYA) AIT IZ SATIRLARI SAYILIR;
      *BUNLARDAN BASARIYLA ISLENIP BAKIYEYI GERCEKTEN DEGISTIREN
      *ALACAK VE BORC SATIRLARI TABLOYA ALINIR. REDDEDILEN
      *HAREKET DE PBEGIDX'TE BASARILI OKUMA KODUYLA YAZILDIGINDAN
      *BAKIYESI DEGISMEYEN SATIR GERI ALINACAK BIR SEY TASIMAZ.
      *AYNI KURALLA BAKIYEYI DEGISTIREN SATIR DAHA ONCEKI BIR
      *TERS KAYDA AITSE O TERS KAYIT ISLENMIS SAYILIR
       H200-SCAN-AUDIT.
           IF AUDIT-BATCH-ID = WS-ORG-BATCH-ID AND
              (WS-ORG-SEQ = 0 OR AUDIT-SEQ = WS-ORG-SEQ)
              ADD 1 TO WS-FOUND-COUNT
              IF AUDIT-SUCCESS AND
                 (AUDIT-FUNC-CREDIT OR AUDIT-FUNC-DEBIT) AND
                 AUDIT-NEW-BALANCE NOT = AUDIT-OLD-BALANCE
                 PERFORM H210-ADD-LINE
              END-IF
           END-IF
           IF WS-DONE-USED > 0 AND AUDIT-SUCCESS AND
              (AUDIT-FUNC-CREDIT OR AUDIT-FUNC-DEBIT) AND
              AUDIT-NEW-BALANCE NOT = AUDIT-OLD-BALANCE
              PERFORM H220-MATCH-DONE
           END-IF
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

       H210-ADD-LINE.
           IF WS-LN-USED >= 2000
              DISPLAY 'WS-LINE-TABLE FULL - TOO MANY AUDIT LINES'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-LN-USED
           MOVE AUDIT-SEQ       TO LN-SEQ   (WS-LN-USED)
           MOVE AUDIT-KEY       TO LN-ID    (WS-LN-USED)
           MOVE AUDIT-FUNC      TO LN-FUNC  (WS-LN-USED)
           MOVE AUDIT-DVZ       TO LN-DVZ   (WS-LN-USED)
           MOVE AUDIT-TIMESTAMP TO LN-STAMP (WS-LN-USED)
           IF AUDIT-NEW-BALANCE > AUDIT-OLD-BALANCE
              COMPUTE LN-AMOUNT (WS-LN-USED) =
                 AUDIT-NEW-BALANCE - AUDIT-OLD-BALANCE
           ELSE
              COMPUTE LN-AMOUNT (WS-LN-USED) =
                 AUDIT-OLD-BALANCE - AUDIT-NEW-BALANCE
           END-IF.
       H210-END. EXIT.

       H220-MATCH-DONE.
           PERFORM VARYING WS-DN-SUB FROM 1 BY 1
              UNTIL WS-DN-SUB > WS-DONE-USED
              IF DN-NEW-BATCH (WS-DN-SUB) = AUDIT-BATCH-ID AND
                 DN-NEW-SEQ (WS-DN-SUB) = AUDIT-SEQ
                 MOVE 'D' TO DN-STATE (WS-DN-SUB)
              END-IF
              IF DN-STATE (WS-DN-SUB) = 'O' AND
                 DN-REL-BATCH (WS-DN-SUB) = AUDIT-BATCH-ID AND
                 DN-REL-SEQ (WS-DN-SUB) = AUDIT-SEQ
                 MOVE 'D' TO DN-STATE (WS-DN-SUB)
              END-IF
           END-PERFORM.
       H220-END. EXIT.

      *TABLODAKI SIRADAKI KALEMIN TERS KAYDININ OLUSTURULMASI.
      *BORC SATIRININ HEMEN ARDINDAN AYNI SIRA VE AYNI ZAMAN
      *DAMGASIYLA ALACAK SATIRI GELIYORSA IKISI BIR VIRMANDIR VE
      *TEK TERS VIRMANLA KAPATILIR: ESKI HEDEFTEN ESKI KAYNAGA
       H300-BUILD-REVERSAL.
           INITIALIZE WS-ITEM-AREA
           MOVE LN-SEQ    (WS-LN-SUB) TO ITM-SEQ
           MOVE LN-ID     (WS-LN-SUB) TO ITM-SRC-ID
           MOVE LN-DVZ    (WS-LN-SUB) TO ITM-DVZ
           MOVE LN-AMOUNT (WS-LN-SUB) TO ITM-AMOUNT
           COMPUTE WS-LN-NEXT = WS-LN-SUB + 1
           IF LN-FUNC (WS-LN-SUB) = 6 AND
              WS-LN-NEXT <= WS-LN-USED AND
              LN-FUNC  (WS-LN-NEXT) = 5 AND
              LN-SEQ   (WS-LN-NEXT) = LN-SEQ   (WS-LN-SUB) AND
              LN-STAMP (WS-LN-NEXT) = LN-STAMP (WS-LN-SUB)
              MOVE 'XFER'              TO ITM-ORG-ISLEM
              MOVE 'V'                 TO ITM-REV-TIP
              MOVE LN-ID (WS-LN-NEXT)  TO ITM-SRC-ID
              MOVE LN-ID (WS-LN-SUB)   TO ITM-TGT-ID
              ADD 2 TO WS-LN-SUB
           ELSE
              IF LN-FUNC (WS-LN-SUB) = 5
                 MOVE 'CRDT' TO ITM-ORG-ISLEM
                 MOVE 'B'    TO ITM-REV-TIP
              ELSE
                 MOVE 'DBIT' TO ITM-ORG-ISLEM
                 MOVE 'C'    TO ITM-REV-TIP
              END-IF
              ADD 1 TO WS-LN-SUB
           END-IF
           PERFORM H310-CHECK-DONE
           MOVE 'N' TO WS-TD-BOOKED
           IF NOT SEQ-DONE AND NOT SEQ-PENDING AND
              ITM-ORG-ISLEM = 'DBIT'
              PERFORM H315-CHECK-DEPOSIT
           END-IF
           EVALUATE TRUE
              WHEN SEQ-DONE
                 MOVE 'N' TO WS-ITEM-OK
                 MOVE 'DAHA ONCE GERI ALINDI' TO WS-CHK-REASON
              WHEN SEQ-PENDING
                 MOVE 'N' TO WS-ITEM-OK
                 MOVE 'TERS KAYIT SONUCU BEKLER' TO WS-CHK-REASON
              WHEN TD-BOOKED
                 MOVE 'N' TO WS-ITEM-OK
                 MOVE 'VADELI MEVDUAT ACILISI' TO WS-CHK-REASON
              WHEN OTHER
                 PERFORM H320-CHECK-FEASIBLE
           END-EVALUATE
           IF ITEM-OK
              PERFORM H350-ADD-TO-BATCH
              MOVE 'GERI ALINIYOR' TO WS-CHK-REASON
           END-IF
           PERFORM H400-WRITE-DETAIL.
       H300-END. EXIT.

      *KALEMIN SIRASI KUTUKTE VARSA TERS KAYITLARININ DURUMUNA
      *BAKILIR: BAKIYEYE ISLENMIS TERS KAYDI OLAN KALEM DAHA ONCE
      *GERI ALINMISTIR. TERS KAYDI HENUZ KABUL EDILMEMIS PARTIDE
      *YA DA ONAY KUYRUGUNDA OLAN KALEM SONUC BELLI OLANA DEK
      *YENIDEN GERI ALINMAZ. TERS KAYDI ISLENMEDEN KALAN (PARTISI
      *KABUL EDILDIGI HALDE BAKIYEYE DOKUNMAYAN, ONAYI REDDEDILEN
      *YA DA SURESI DOLAN) KALEM YENIDEN GERI ALINABILIR
       H310-CHECK-DONE.
           MOVE 'N' TO WS-SEQ-DONE
           MOVE 'N' TO WS-SEQ-PENDING
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-DONE-USED
              IF DN-SEQ (WS-TAB-SUB) = ITM-SEQ
                 EVALUATE TRUE
                    WHEN DN-STATE (WS-TAB-SUB) = 'D'
                       MOVE 'Y' TO WS-SEQ-DONE
                    WHEN DN-STATE (WS-TAB-SUB) = 'Q'
                       MOVE 'Y' TO WS-SEQ-PENDING
                    WHEN DN-STATE (WS-TAB-SUB) = 'P' AND
                         DN-POSTED (WS-TAB-SUB) = 'N'
                       MOVE 'Y' TO WS-SEQ-PENDING
                    WHEN DN-STATE (WS-TAB-SUB) = 'O' AND
                         DN-POSTED (WS-TAB-SUB) = 'N'
                       MOVE 'Y' TO WS-SEQ-PENDING
                 END-EVALUATE
              END-IF
              IF SEQ-DONE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H310-END. EXIT.

      *BORC SATIRI BIR VADELI MEVDUAT ACILISININ ANAPARASI MI:
      *HESABIN MEVDUATLARI ANAHTAR SIRASINDA OKUNUR (PBEGFNL
      *H236'DAKI GIBI), ACILIS PARTI/SIRA NUMARASI KALEMINKIYLE
      *AYNI OLAN MEVDUAT - DURUMU NE OLURSA OLSUN - ARANIR
       H315-CHECK-DEPOSIT.
           IF TD-AVAIL
              MOVE 'N' TO WS-TD-SCAN-END
              MOVE ITM-SRC-ID TO TD-ACCT-ID
              MOVE 0 TO TD-NO
              START TD-MAST KEY IS NOT LESS THAN TD-KEY
                 INVALID KEY MOVE 'Y' TO WS-TD-SCAN-END
              END-START
              PERFORM UNTIL TD-SCAN-END
                 READ TD-MAST NEXT RECORD
                    AT END MOVE 'Y' TO WS-TD-SCAN-END
                    NOT AT END
                       IF TD-ACCT-ID NOT = ITM-SRC-ID
                          MOVE 'Y' TO WS-TD-SCAN-END
                       ELSE
                          IF TD-BOOK-BATCH = WS-ORG-BATCH-ID AND
                             TD-BOOK-SEQ = ITM-SEQ
                             MOVE 'Y' TO WS-TD-BOOKED
                             MOVE 'Y' TO WS-TD-SCAN-END
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       H315-END. EXIT.

      *TERS KAYDIN BUGUN PBEGIDX'TEN GECIP GECEMEYECEGININ
      *KONTROLU: HESAPLAR VAR OLMALI, DONDURULMUS VEYA KAPALI
      *OLMAMALI; BORCLANACAK HESABIN BAKIYESI (KREDILI MEVDUAT
      *LIMITIYLE BIRLIKTE) TUTARI KARSILAMALI. GECEN KALEMIN
      *ETKISI HESAPLARIN TAHMINI BAKIYESINE ISLENIR
       H320-CHECK-FEASIBLE.
           MOVE 'Y'        TO WS-ITEM-OK
           MOVE ITM-SRC-ID TO WS-CHK-ID
           PERFORM H330-GET-ACCOUNT
           EVALUATE TRUE
              WHEN NOT ACC-FOUND
                 MOVE 'HESAP YOK' TO WS-CHK-REASON
                 MOVE 'N' TO WS-ITEM-OK
              WHEN PRJ-STATUS (WS-PRJ-SUB) = 'C'
                 MOVE 'HESAP KAPALI' TO WS-CHK-REASON
                 MOVE 'N' TO WS-ITEM-OK
              WHEN PRJ-STATUS (WS-PRJ-SUB) = 'F'
                 MOVE 'HESAP DONDURULMUS' TO WS-CHK-REASON
                 MOVE 'N' TO WS-ITEM-OK
              WHEN ITM-REV-TIP = 'C'
                 CONTINUE
              WHEN OTHER
                 PERFORM H340-GET-OD-LIMIT
                 IF ITM-AMOUNT > PRJ-BALANCE (WS-PRJ-SUB) + WS-OD-LIMIT
                    MOVE 'YETERSIZ BAKIYE' TO WS-CHK-REASON
                    MOVE 'N' TO WS-ITEM-OK
                 END-IF
           END-EVALUATE
           IF ITEM-OK AND ITM-REV-TIP = 'V'
              MOVE ITM-TGT-ID TO WS-CHK-ID
              PERFORM H330-GET-ACCOUNT
              EVALUATE TRUE
                 WHEN NOT ACC-FOUND
                    MOVE 'HEDEF HESAP YOK' TO WS-CHK-REASON
                    MOVE 'N' TO WS-ITEM-OK
                 WHEN PRJ-STATUS (WS-PRJ-SUB) = 'C'
                    MOVE 'HEDEF HESAP KAPALI' TO WS-CHK-REASON
                    MOVE 'N' TO WS-ITEM-OK
                 WHEN PRJ-STATUS (WS-PRJ-SUB) = 'F'
                    MOVE 'HEDEF HESAP DONDURULMUS' TO WS-CHK-REASON
                    MOVE 'N' TO WS-ITEM-OK
              END-EVALUATE
           END-IF
           IF ITEM-OK
              PERFORM H345-APPLY-PROJECTION
           END-IF.
       H320-END. EXIT.

      *HESAP TAHMIN TABLOSUNDA ARANIR, YOKSA ACCTREC'TEN OKUNUP
      *TABLOYA EKLENIR. BULUNAN SATIR WS-PRJ-SUB ILE GOSTERILIR
       H330-GET-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND
           PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
              UNTIL WS-PRJ-SUB > WS-PRJ-USED
              IF PRJ-ID (WS-PRJ-SUB) = WS-CHK-ID
                 MOVE 'Y' TO WS-ACC-FOUND
              END-IF
              IF ACC-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT ACC-FOUND
              MOVE WS-CHK-ID TO ACCT-ID
              READ ACCT-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO WS-ACC-FOUND
              END-READ
              IF ACC-FOUND
                 IF WS-PRJ-USED >= 2000
                    DISPLAY 'WS-PRJ-TABLE FULL - TOO MANY ACCOUNTS'
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-PRJ-USED
                 MOVE WS-PRJ-USED  TO WS-PRJ-SUB
                 MOVE WS-CHK-ID    TO PRJ-ID      (WS-PRJ-SUB)
                 MOVE ACCT-STATUS  TO PRJ-STATUS  (WS-PRJ-SUB)
                 MOVE ACCT-BALANCE TO PRJ-BALANCE (WS-PRJ-SUB)
              END-IF
           END-IF.
       H330-END. EXIT.

      *HESABIN KREDILI MEVDUAT LIMITI - KAYDI YOKSA SIFIR
       H340-GET-OD-LIMIT.
           MOVE 0 TO WS-OD-LIMIT
           IF OD-AVAIL
              MOVE WS-CHK-ID TO ODL-ID
              READ OD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE ODL-LIMIT TO WS-OD-LIMIT
              END-READ
           END-IF.
       H340-END. EXIT.

      *KABUL EDILEN TERS KAYDIN HESAPLARIN TAHMINI BAKIYESINE
      *ISLENMESI
       H345-APPLY-PROJECTION.
           MOVE ITM-SRC-ID TO WS-CHK-ID
           PERFORM H330-GET-ACCOUNT
           IF ITM-REV-TIP = 'C'
              ADD ITM-AMOUNT TO PRJ-BALANCE (WS-PRJ-SUB)
           ELSE
              SUBTRACT ITM-AMOUNT FROM PRJ-BALANCE (WS-PRJ-SUB)
           END-IF
           IF ITM-REV-TIP = 'V'
              MOVE ITM-TGT-ID TO WS-CHK-ID
              PERFORM H330-GET-ACCOUNT
              ADD ITM-AMOUNT TO PRJ-BALANCE (WS-PRJ-SUB)
           END-IF.
       H345-END. EXIT.

      *TERS KAYDIN INPFILE DUZENINDE PARTI TABLOSUNA ALINMASI -
      *VALOR IS TARIHIDIR KI KALEM DEPOYA DUSMESIN. TUTAR PARTI
      *KONTROL TOPLAMINA PBEGFNL'DEKI KURALLA EKLENIR
       H350-ADD-TO-BATCH.
           IF WS-REVERSED-COUNT >= 2000
              DISPLAY 'WS-BAT-TABLE FULL - TOO MANY REVERSALS'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE SPACES       TO WS-NEW-REC
           MOVE ITM-REV-TIP  TO NEW-ISLEM-TIPI
           MOVE ITM-SRC-ID   TO NEW-ID
           MOVE ITM-DVZ      TO NEW-DVZ
           MOVE WS-ASOF-DATE TO NEW-DATE
           MOVE 0            TO NEW-BALANCE
           MOVE ITM-AMOUNT   TO NEW-AMOUNT
           IF ITM-REV-TIP = 'V'
              MOVE ITM-TGT-ID TO NEW-XFR-TARGET
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           MOVE WS-NEW-REC TO BT-RECORD  (WS-REVERSED-COUNT)
           MOVE ITM-SEQ    TO BT-ORG-SEQ (WS-REVERSED-COUNT)
           ADD ITM-AMOUNT  TO WS-BAT-HASH.
       H350-END. EXIT.

      *TEK KALEMIN RAPOR SATIRI - GERI ALINAMAYAN KALEMIN SATIRI
      *AYRICA RAPOR SONUNDAKI LISTE ICIN SAKLANIR
       H400-WRITE-DETAIL.
           MOVE ITM-SEQ       TO DTL-SEQ
           MOVE ITM-SRC-ID    TO DTL-ID
           MOVE ITM-ORG-ISLEM TO DTL-ISLEM
           MOVE ITM-REV-TIP   TO DTL-TIP
           IF ITM-REV-TIP = 'V'
              MOVE ITM-TGT-ID TO DTL-TGT
           ELSE
              MOVE SPACES     TO DTL-TGT
           END-IF
           MOVE ITM-AMOUNT    TO DTL-AMOUNT
           MOVE WS-CHK-REASON TO DTL-DURUM
           WRITE RPT-LINE FROM WS-DTL-LINE
           IF NOT ITEM-OK
              ADD 1 TO WS-REFUSED-COUNT
              IF WS-REF-USED < 2000
                 ADD 1 TO WS-REF-USED
                 MOVE WS-DTL-LINE TO WS-REF-ENTRY (WS-REF-USED)
              END-IF
           END-IF.
       H400-END. EXIT.

      *TERS KAYIT PARTISININ PBEGFNL'NIN BEKLEDIGI YAPIYLA
      *YAZILMASI: BASLIK + KALEMLER + KAPANIS. GIREN OLARAK BU
      *PROGRAM YAZILIR; SINIRI ASAN TERS BORC VE VIRMAN DIGER
      *KALEMLER GIBI ONAY KUYRUGUNA DUSER
       H600-WRITE-BATCH.
           MOVE SPACES            TO BAT-HDR-REC
           MOVE 'H'               TO BAT-HDR-TYPE
           MOVE WS-BATCH-ID       TO BAT-HDR-BATCH-ID
           MOVE WS-ASOF-DATE      TO BAT-HDR-BUS-DATE
           MOVE WS-REVERSED-COUNT TO BAT-HDR-EXP-COUNT
           MOVE WS-RUN-PROGRAM    TO BAT-HDR-MAKER-ID
           WRITE BAT-HDR-REC
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-REVERSED-COUNT
              MOVE BT-RECORD (WS-TAB-SUB) TO BAT-FIELDS
              WRITE BAT-FIELDS
           END-PERFORM
           MOVE SPACES            TO BAT-TRL-REC
           MOVE 'T'               TO BAT-TRL-TYPE
           MOVE WS-REVERSED-COUNT TO BAT-TRL-ACT-COUNT
           MOVE WS-BAT-HASH       TO BAT-TRL-HASH
           WRITE BAT-TRL-REC.
       H600-END. EXIT.

      *GERI ALINAN HER KALEMIN TERS KAYDININ PARTI/SIRASIYLA
      *KUTUGE YAZILMASI - KALEM ANCAK BU TERS KAYIT BAKIYEYE
      *ISLENDIGINDE GERI ALINMIS SAYILIR (H310). KUTUK ILK
      *CALISMADA YOKSA YENIDEN OLUSTURULUR (PBEGFNL'NIN PARTI
      *KUTUGU GIBI)
       H650-RECORD-REGISTER.
           IF WS-REVERSED-COUNT > 0
              OPEN EXTEND REV-FILE
              IF REV-NOTFOUND
                 OPEN OUTPUT REV-FILE
              END-IF
              IF NOT REV-SUCCESS
                 DISPLAY 'UNABLE TO OPEN REVREG: ' REV-ST
                 MOVE REV-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                 UNTIL WS-TAB-SUB > WS-REVERSED-COUNT
                 MOVE WS-ORG-BATCH-ID         TO REV-BATCH-ID
                 MOVE BT-ORG-SEQ (WS-TAB-SUB) TO REV-SEQ
                 MOVE WS-ASOF-DATE            TO REV-DATE
                 MOVE WS-BATCH-ID             TO REV-NEW-BATCH-ID
                 MOVE WS-TAB-SUB              TO REV-NEW-SEQ
                 WRITE REV-FIELDS
              END-PERFORM
              CLOSE REV-FILE
           END-IF.
       H650-END. EXIT.

      *GERI ALINAMAYAN KALEMLERIN NEDENLERIYLE AYRI LISTESI
       H700-PRINT-REFUSED.
           IF WS-REF-USED > 0
              WRITE RPT-LINE FROM WS-REF-HDR-LINE
              WRITE RPT-LINE FROM WS-HDR-LINE
              PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                 UNTIL WS-TAB-SUB > WS-REF-USED
                 WRITE RPT-LINE FROM WS-REF-ENTRY (WS-TAB-SUB)
              END-PERFORM
           END-IF.
       H700-END. EXIT.

       H500-PRINT-SUMMARY.
           MOVE WS-REVERSED-COUNT TO SUM-REVERSED
           MOVE WS-REFUSED-COUNT  TO SUM-REFUSED
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H500-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE AUDIT-FILE
                 ACCT-REC
                 BAT-FILE
                 RPT-FILE.
           IF OD-AVAIL
              CLOSE OD-FILE
           END-IF.
           IF TD-AVAIL
              CLOSE TD-MAST
           END-IF.
       H900-END. EXIT.

      *PROGRAM SONU
       H999-PROGRAM-EXIT.
           PERFORM H900-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
