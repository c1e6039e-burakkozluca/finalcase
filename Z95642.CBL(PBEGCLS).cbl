       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGCLS.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *HESAP KAPANIS TASFIYESI. PBEGFNL'NIN KAPANIS KUYRUGUNA
      *ALDIGI HER 'D' KARTI ICIN:
      *  - AKTIF BLOKESI (HOLDREG), DEPODA BEKLEYEN HAREKETI
      *    (WHSOUT) YA DA ACIK VADELI MEVDUATI (TDMAST) OLAN
      *    HESABIN KAPANISI REDDEDILIR
      *  - EKSI BAKIYELI HESAP KAPATILMAZ, TAHSILAT LISTESINE
      *    DEVREDILIR
      *  - KAPANIS TARIHINE KADAR ISLEYEN FAIZ (STOPAJ DUSULEREK)
      *    VE AYIN GECEN GUNLERINE DUSEN ISLETIM UCRETI ISLENIR
      *  - KALAN BAKIYE KARTTAKI ODEME HESABINA VIRMANLANIR;
      *    ODEME HESABI YOKSA KAPALI HESAP ALACAKLARI ANA DEFTER
      *    HESABINA AKTARILIR
      *  - HESAP KAPATILIR, KREDILI MEVDUAT LIMITI SILINIR
      *HER ADIM MUSTERIYE GIDEN KAPANIS BILDIRIMINDE GOSTERILIR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PBEGFNL'NIN KAPANIS KUYRUGU - DOSYA YOKSA KART YOK SAYILIR
           SELECT CLS-FILE  ASSIGN TO    CLSFILE
                            STATUS       CLS-ST.
      *HESAP ANA DOSYASI - YALNIZ OKUNUR, GUNCELLEMEYI PBEGIDX
      *YAPAR (PBEGFNL'DEKI GIBI)
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
      *BLOKE KUTUGU - PBEGHLD ILE AYNI. DOSYA YOKSA BLOKE YOKTUR
           SELECT HOLD-REG  ASSIGN TO    HOLDREG
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       HOLD-KEY
                            STATUS       HOLD-ST.
      *VADELI MEVDUAT KUTUGU - PBEGTDM ILE AYNI. HESABIN FONLADIGI
      *ACIK MEVDUAT ARANIR, DOSYA YOKSA MEVDUAT YOKTUR
           SELECT TD-MAST   ASSIGN TO    TDMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       TD-KEY
                            STATUS       TD-ST.
      *PBEGWHR'NIN VADESI GELMEMIS DEPO KALEMLERI DEVRI
           SELECT WHS-FILE  ASSIGN TO    WHSOUT
                            STATUS       WHS-ST.
      *KREDILI MEVDUAT LIMITI - KAPANAN HESABIN KAYDI SILINIR
           SELECT OD-FILE   ASSIGN TO    ODLIMIT
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ODL-KEY
                            STATUS       OD-ST.
      *FAIZ ORANI, STOPAJ ORANI VE UCRET TARIFESI - PBEGINT VE
      *PBEGFEE ILE AYNI DOSYALAR, AYNI GERIYE DOGRU ARAMA
           SELECT RATE-FILE ASSIGN TO    INTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       RATE-KEY
                            STATUS       RATE-ST.
           SELECT WHT-FILE  ASSIGN TO    WHTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       WHT-KEY
                            STATUS       WHT-ST.
           SELECT FEE-FILE  ASSIGN TO    FEESCHD
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       FEE-KEY
                            STATUS       FEE-ST.
      *STOPAJ DEFTERI - ONCE HESABIN SON FAIZ TARIHI ICIN OKUNUR,
      *SONRA KAPANIS FAIZLERI SONUNA EKLENIR
           SELECT TAX-FILE  ASSIGN TO    TAXLDGR
                            STATUS       TAX-ST.
      *KAPALI HESAP ALACAKLARINA AKTARILAN BAKIYELERIN ANA DEFTER
      *BACAKLARI - PBEGGLX ILE AYNI KALIP
           SELECT GL-FILE   ASSIGN TO    GLFILE
                            STATUS       GL-ST.
      *TAHSILAT LISTESI - EKSI BAKIYELI KAPANIS TALEPLERI
      *EKLENEREK YAZILIR
           SELECT COL-FILE  ASSIGN TO    COLLIST
                            STATUS       COL-ST.
      *MUSTERI KAPANIS BILDIRIMI
           SELECT ADV-FILE  ASSIGN TO    CLSADV
                            STATUS       ADV-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *KAPANIS KUYRUGU KAYDI - PBEGFNL ILE AYNI DUZEN. GIRDI
      *KAYDININ TIPKISINDA ODEME HESABI ISIM ALANININ ILK BES
      *BAYTINDADIR (VIRMAN KARTINDAKI HEDEF HESAP GIBI)
       FD  CLS-FILE RECORDING MODE F.
       01  CLS-FIELDS.
           05 CLS-INP-IMAGE.
              10 CLS-ISLEM-TIPI     PIC X(01).
              10 CLS-ID             PIC X(05).
              10 CLS-PAYOUT-ID      PIC X(05).
              10 FILLER             PIC X(66).
           05 CLS-BATCH-ID          PIC X(08).
           05 CLS-SEQ               PIC 9(08).
           05 CLS-MAKER-ID          PIC X(08).
           05 CLS-ENTRY-DATE        PIC 9(08).

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

      *VSAM-FILE RECSZ: 32 KEY: 3 - PBEGHLD ILE AYNI DUZEN
       FD  HOLD-REG.
       01  HOLD-FIELDS.
           03 HOLD-KEY.
              05 HOLD-ID            PIC S9(05)  COMP-3.
           03 HOLD-REASON           PIC X(03).
           03 HOLD-AUTH-REF         PIC X(20).
           03 HOLD-PRIOR-STATUS     PIC X(01).
           03 HOLD-DATE             PIC 9(8)    COMP-3.

      *VSAM-FILE RECSZ: 56 KEY: 5 - PBEGTDM ILE AYNI DUZEN.
      *DURUM 'A' ACIK MEVDUATTIR
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
              88 TD-ST-ACTIVE                   VALUE 'A'.
           03 TD-ROLL-COUNT         PIC 9(03)   COMP-3.
           03 TD-BOOK-BATCH         PIC X(08).
           03 TD-BOOK-SEQ           PIC 9(08)   COMP-3.
           03 TD-CLOSE-DATE         PIC 9(8)    COMP-3.

      *DEPO KAYDI INPFILE KAYDININ TIPKISIDIR - VIRMANDA HEDEF
      *HESAP ISIM ALANININ ILK BES BAYTINDADIR
       FD  WHS-FILE RECORDING MODE F.
       01  WHS-FIELDS.
           05 WHS-ISLEM-TIPI        PIC X(01).
           05 WHS-ID                PIC X(05).
           05 WHS-TARGET-ID         PIC X(05).
           05 FILLER                PIC X(66).

      *VSAM-FILE RECSZ: 11 KEY: 3 - PBEGIDX ILE AYNI DUZEN
       FD  OD-FILE.
       01  ODL-FIELDS.
           03 ODL-KEY.
              05 ODL-ID             PIC S9(05)  COMP-3.
           03 ODL-LIMIT             PIC 9(13)V99 COMP-3.

      *ORAN DEGERI YILLIK YUZDE FAIZ ORANIDIR - PBEGINT ILE AYNI
       FD  RATE-FILE.
       01  RATE-FIELDS.
           03 RATE-KEY.
              05 RATE-DVZ           PIC 9(03).
              05 RATE-EFF-DATE      PIC 9(8)    COMP-3.
           03 RATE-VALUE            PIC 9(07)V9(06) COMP-3.

      *PBEGINT ILE AYNI DUZEN - VADESIZ DILIM KULLANILIR
       FD  WHT-FILE.
       01  WHT-FIELDS.
           03 WHT-KEY.
              05 WHT-DVZ            PIC 9(03).
              05 WHT-EFF-DATE       PIC 9(8)    COMP-3.
           03 WHT-RATE-DEMAND       PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-6M           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-1Y           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-LONG         PIC 9(03)V9(04) COMP-3.

      *PBEGFEE ILE AYNI DUZEN - AYLIK UCRET VE MUAFIYET SINIRI
       FD  FEE-FILE.
       01  FEE-FIELDS.
           03 FEE-KEY.
              05 FEE-DVZ            PIC 9(03).
              05 FEE-EFF-DATE       PIC 9(8)    COMP-3.
           03 FEE-AMOUNT            PIC 9(07)V99 COMP-3.
           03 FEE-MIN-BAL           PIC 9(13)V99 COMP-3.

      *PBEGINT ILE AYNI DUZEN
       FD  TAX-FILE RECORDING MODE F.
       01  TAX-FIELDS.
           05 TAX-ACCT-ID           PIC 9(05).
           05 TAX-DVZ               PIC 9(03).
           05 TAX-DATE              PIC 9(08).
           05 TAX-TERM              PIC X(01).
           05 TAX-GROSS             PIC 9(13)V99.
           05 TAX-RATE              PIC 9(03)V9(04).
           05 TAX-AMOUNT            PIC 9(13)V99.
           05 TAX-NET               PIC 9(13)V99.
           05 TAX-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X(17).

       FD  GL-FILE RECORDING MODE F.
       01  GL-RECORD                PIC X(80).

      *TAHSILAT LISTESI KAYDI
       FD  COL-FILE RECORDING MODE F.
       01  COL-FIELDS.
           05 COL-ACCT-ID           PIC 9(05).
           05 COL-DVZ               PIC 9(03).
           05 COL-NAME              PIC X(15).
           05 COL-SURNAME           PIC X(15).
           05 COL-BALANCE           PIC S9(13)V99.
           05 COL-OD-LIMIT          PIC 9(13)V99.
           05 COL-DATE              PIC 9(08).
           05 FILLER                PIC X(04).

       FD  ADV-FILE RECORDING MODE F.
       01  ADV-LINE                 PIC X(80).

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
           05 WS-PBEGIDX            PIC X(08)   VALUE 'PBEGIDX'.
           05 CLS-ST                PIC 9(02).
              88 CLS-EOF                        VALUE 10.
              88 CLS-SUCCESS                    VALUE 00
                                                      97.
              88 CLS-NOTFOUND                   VALUE 35.
           05 ACCT-ST               PIC 9(02).
              88 ACCT-SUCCESS                   VALUE 00
                                                      97.
           05 HOLD-ST               PIC 9(02).
              88 HOLD-SUCCESS                   VALUE 00
                                                      97.
              88 HOLD-NOTFOUND                  VALUE 35.
           05 TD-ST                 PIC 9(02).
              88 TD-SUCCESS                     VALUE 00
                                                      97.
              88 TD-NOTFOUND                    VALUE 35.
           05 WS-TD-AVAIL           PIC X(01)   VALUE 'N'.
              88 TD-AVAIL                       VALUE 'Y'.
           05 WS-TD-SCAN-END        PIC X(01)   VALUE 'N'.
              88 TD-SCAN-END                    VALUE 'Y'.
           05 WHS-ST                PIC 9(02).
              88 WHS-EOF                        VALUE 10.
              88 WHS-SUCCESS                    VALUE 00
                                                      97.
              88 WHS-NOTFOUND                   VALUE 35.
           05 OD-ST                 PIC 9(02).
              88 OD-SUCCESS                     VALUE 00
                                                      97.
              88 OD-NOTFOUND                    VALUE 35.
           05 RATE-ST               PIC 9(02).
              88 RATE-SUCCESS                   VALUE 00
                                                      97.
           05 WHT-ST                PIC 9(02).
              88 WHT-SUCCESS                    VALUE 00
                                                      97.
           05 FEE-ST                PIC 9(02).
              88 FEE-SUCCESS                    VALUE 00
                                                      97.
           05 TAX-ST                PIC 9(02).
              88 TAX-EOF                        VALUE 10.
              88 TAX-SUCCESS                    VALUE 00
                                                      97.
              88 TAX-NOTFOUND                   VALUE 35.
           05 GL-ST                 PIC 9(02).
              88 GL-SUCCESS                     VALUE 00
                                                      97.
           05 COL-ST                PIC 9(02).
              88 COL-SUCCESS                    VALUE 00
                                                      97.
              88 COL-NOTFOUND                   VALUE 35.
           05 ADV-ST                PIC 9(02).
              88 ADV-SUCCESS                    VALUE 00
                                                      97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCCESS                    VALUE 00
                                                      97.
              88 RUN-NOTFOUND                   VALUE 35.
           05 WS-RUN-OPEN           PIC X(01)   VALUE 'N'.
              88 RUN-OPEN                       VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGCLS'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
      *ISTEGE BAGLI DOSYALAR - YOKSA BOS SAYILIR
           05 WS-CLS-AVAIL          PIC X(01)   VALUE 'N'.
              88 CLS-AVAIL                      VALUE 'Y'.
           05 WS-HOLD-AVAIL         PIC X(01)   VALUE 'N'.
              88 HOLD-AVAIL                     VALUE 'Y'.
           05 WS-OD-AVAIL           PIC X(01)   VALUE 'N'.
              88 OD-AVAIL                       VALUE 'Y'.
           05 WS-FILES-OPEN         PIC X(01)   VALUE 'N'.
              88 FILES-OPEN                     VALUE 'Y'.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-VALID-CARD         PIC X(01)   VALUE 'Y'.
              88 VALID-CARD                     VALUE 'Y'.
           05 WS-HAS-PAYOUT         PIC X(01)   VALUE 'N'.
              88 HAS-PAYOUT                     VALUE 'Y'.
           05 WS-RATE-FOUND         PIC X(01)   VALUE 'N'.
              88 RATE-FOUND                     VALUE 'Y'.
           05 WS-FEE-FOUND          PIC X(01)   VALUE 'N'.
              88 FEE-FOUND                      VALUE 'Y'.
           05 WS-REJ-REASON         PIC X(30).
           05 WS-ID-NUM             PIC 9(05).
              88 WS-ID-IN-RANGE                 VALUE 1 THRU 99999.
           05 WS-ACCT-NUM           PIC 9(05)   VALUE 0.
           05 WS-PAYOUT-NUM         PIC 9(05)   VALUE 0.
           05 WS-IX                 PIC 9(06)   VALUE 0.
      *KAPANAN HESABIN SAKLANAN ALANLARI VE ADIM ADIM BAKIYESI
           05 WS-ACC-DVZ            PIC 9(03).
           05 WS-ACC-NAME           PIC X(15).
           05 WS-ACC-SURNAME        PIC X(15).
           05 WS-ACC-DATE           PIC 9(08).
           05 WS-ACC-STATUS         PIC X(01).
              88 WS-ACC-DORMANT                 VALUE 'D'.
           05 WS-BALANCE            PIC S9(13)V99.
      *FAIZ VE UCRET DONEMI: ONCEKI AY SONUNDAN (AYLIK FAIZ VE
      *UCRET ORADA ISLENMISTIR) YA DA DAHA GEC ACILAN HESAPTA
      *ACILIS TARIHINDEN KAPANIS TARIHINE KADAR
           05 WS-PERIOD-START       PIC 9(08).
           05 WS-INT-START          PIC 9(08).
           05 WS-INT-DAYS           PIC 9(05).
           05 WS-FEE-DAYS           PIC 9(05).
           05 WS-MONTH-DAYS         PIC 9(05).
           05 WS-DAY-INT            PIC 9(07).
           05 WS-INTEREST           PIC 9(13)V99.
           05 WS-WHT-RATE           PIC 9(03)V9(04).
           05 WS-WHT-RATE-ED        PIC ZZ9.9999.
           05 WS-TAX                PIC 9(13)V99.
           05 WS-NET                PIC 9(13)V99.
           05 WS-FEE-DUE            PIC 9(13)V99.
           05 WS-SWEEP              PIC 9(13)V99.
           05 WS-NOTE               PIC X(32).
      *SAYACLAR
           05 WS-CARD-COUNT         PIC 9(07)   VALUE 0.
           05 WS-CLOSE-COUNT        PIC 9(07)   VALUE 0.
           05 WS-COLL-COUNT         PIC 9(07)   VALUE 0.
           05 WS-REFUSE-COUNT       PIC 9(07)   VALUE 0.
           05 WS-FAIL-COUNT         PIC 9(07)   VALUE 0.
           05 WS-REC-COUNT          PIC 9(09)   VALUE 0.
           05 WS-HASH-TOTAL         PIC 9(16)V99 VALUE 0.

      *KAPANIS TARIHI - SYSIN'DEN TEK KART OLARAK YYYYMMDD
      *BICIMINDE OKUNUR, KART BOSSA BUGUNUN TARIHI KULLANILIR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.
       01  WS-MONTH-START           PIC 9(08).
       01  WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MS-YYYY            PIC 9(04).
           05 WS-MS-MM              PIC 9(02).
           05 WS-MS-DD              PIC 9(02).
       01  WS-NEXT-MONTH            PIC 9(08).
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YYYY            PIC 9(04).
           05 WS-NM-MM              PIC 9(02).
           05 WS-NM-DD              PIC 9(02).

      *HESAP BAZINDA DOGRUDAN DIZINLI TABLO (PBEGAML'DEKI GIBI):
      *DEPODA BEKLEYEN HAREKET, BU CALISMADA KAPATILMIS OLMA VE
      *STOPAJ DEFTERINDEKI SON VADESIZ FAIZ TARIHI
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 99999 TIMES.
              10 ACC-PENDING        PIC X(01).
              10 ACC-DONE           PIC X(01).
              10 ACC-LAST-INT       PIC 9(08).

      *PBEGIDX ILE PAYLASILAN ALAN - PBEGFNL'DEKI ILE AYNI DUZEN
       01  WS-SUB-AREA.
           07 WS-SUB-FUNC           PIC 9(01).
              88 WS-FUNC-READ                   VALUE 1.
              88 WS-FUNC-DELETE                 VALUE 4.
              88 WS-FUNC-CREDIT                 VALUE 5.
              88 WS-FUNC-DEBIT                  VALUE 6.
              88 WS-FUNC-XFER                   VALUE 7.
              88 WS-FUNC-CLOSE                  VALUE 9.
           07 WS-SUB-ID             PIC X(05).
           07 WS-SUB-ISLEM          PIC X(04).
           07 WS-SUB-RC             PIC X(02).
           07 WS-SUB-ACIKLAMA       PIC X(30).
           07 WS-SUB-DATA           PIC X(41).
           07 WS-SUB-IN-NAME        PIC X(15).
           07 WS-SUB-IN-SURNAME     PIC X(15).
           07 WS-SUB-IN-DVZ         PIC 9(03).
           07 WS-SUB-IN-DATE        PIC 9(08).
           07 WS-SUB-IN-BALANCE     PIC 9(13)V99.
           07 WS-SUB-IN-AMOUNT      PIC 9(13)V99.
           07 WS-SUB-IN-TARGET      PIC X(05).
           07 WS-SUB-IN-STATUS      PIC X(01).
           07 WS-SUB-OUT-NAME       PIC X(15).
           07 WS-SUB-OUT-SURNAME    PIC X(15).
           07 WS-SUB-OUT-DVZ        PIC 9(03).
           07 WS-SUB-OUT-DATE       PIC 9(08).
           07 WS-SUB-OUT-BALANCE    PIC S9(13)V99.
           07 WS-SUB-OUT-STATUS     PIC X(01).
      *ALT-PROGRAM UZUN CALISMA KIPINDE KULLANILIR: DOSYALARINI
      *ILK CAGRIDA ACAR, ACIK TUTAR, CALISMA SONUNDA FONKSIYON 9
      *CAGRISIYLA KAPATIR
           07 WS-SUB-MODE           PIC X(01).
           07 WS-SUB-BATCH-ID       PIC X(08).
           07 WS-SUB-SEQ            PIC 9(08).

      *KAPANAN HESABIN KALAN BAKIYESI MUSTERIYE ODENENE KADAR
      *KAPALI HESAP ALACAKLARINDA BEKLER. MEVDUAT BORC / KASA
      *ALACAK BACAGINI PBEGGLX IZ KAYDINDAN YAZAR; BURADA KASA
      *BORC / KAPALI HESAP ALACAKLARI ALACAK YAZILARAK PARA
      *KASADAN DEGIL ALACAKLAR HESABINDAN CIKMIS OLUR
       01  WS-GL-ACCOUNTS.
           05 WS-GL-CASH            PIC X(10)  VALUE '1000000000'.
           05 WS-GL-CLOSED-PAYABLE  PIC X(10)  VALUE '2900000000'.

      *PBEGGLX ILE AYNI BASLIK/BACAK/KAPANIS KALIBI
       01  WS-GL-HEADER.
           05 FILLER                PIC X(01)  VALUE 'H'.
           05 FILLER                PIC X(04)  VALUE 'PBEG'.
           05 GLH-RUN-DATE          PIC 9(08).
           05 FILLER                PIC X(67)  VALUE SPACES.
       01  WS-GL-DETAIL.
           05 FILLER                PIC X(01)  VALUE 'D'.
           05 GLD-POST-DATE         PIC 9(08).
           05 GLD-DVZ               PIC 9(03).
           05 GLD-DC                PIC X(01).
           05 GLD-ACCOUNT           PIC X(10).
           05 GLD-AMOUNT            PIC 9(13)V99.
           05 FILLER                PIC X(42)  VALUE SPACES.
       01  WS-GL-TRAILER.
           05 FILLER                PIC X(01)  VALUE 'T'.
           05 GLT-REC-COUNT         PIC 9(09).
           05 GLT-HASH-TOTAL        PIC 9(16)V99.
           05 FILLER                PIC X(52)  VALUE SPACES.

      *KAPANIS BILDIRIMI SATIRLARI
       01  WS-ADV-RULE              PIC X(80)  VALUE ALL '-'.
       01  WS-ADV-TITLE.
           05 FILLER                PIC X(25) VALUE
              'HESAP KAPANIS BILDIRIMI'.
           05 FILLER                PIC X(16) VALUE 'KAPANIS TARIHI: '.
           05 ADV-CLOSE-DATE        PIC 9(08).
           05 FILLER                PIC X(31) VALUE SPACES.
       01  WS-ADV-ACCT.
           05 FILLER                PIC X(07) VALUE 'HESAP: '.
           05 ADV-ACCT-ID           PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADV-NAME              PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADV-SURNAME           PIC X(15).
           05 FILLER                PIC X(06) VALUE ' DVZ: '.
           05 ADV-DVZ               PIC 9(03).
           05 FILLER                PIC X(09) VALUE ' PARTI: '.
           05 ADV-BATCH-ID          PIC X(08).
           05 FILLER                PIC X(09) VALUE SPACES.
       01  WS-ADV-STEP.
           05 ADV-LABEL             PIC X(30).
           05 ADV-AMOUNT            PIC Z(12)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADV-NOTE              PIC X(32).
       01  WS-ADV-RESULT.
           05 FILLER                PIC X(07) VALUE 'SONUC: '.
           05 ADV-RESULT            PIC X(25).
           05 ADV-REASON            PIC X(30).
           05 FILLER                PIC X(18) VALUE SPACES.
       01  WS-SUM-LINE.
           05 SUM-LABEL             PIC X(30).
           05 SUM-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-TAX-LEDGER.
           PERFORM H160-LOAD-WAREHOUSE.
           PERFORM H170-OPEN-OUTPUTS.
           PERFORM H200-PROCESS UNTIL CLS-EOF.
           PERFORM H700-CLOSE-SUBPROGRAM.
           PERFORM H750-WRITE-GL-TRAILER.
           PERFORM H800-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

      *KAPANIS KUYRUGU ILK CALISMADA BULUNMAYABILIR - BULUNMAYAN
      *KUYRUK BOS SAYILIR (PBEGWHR'DAKI GIBI). BLOKE KUTUGU VE
      *LIMIT DOSYASI DA TANIMLANMAMIS OLABILIR
       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-ASOF.
           OPEN INPUT CLS-FILE.
           IF CLS-NOTFOUND
              SET CLS-EOF TO TRUE
           ELSE
              IF NOT CLS-SUCCESS
                 DISPLAY 'CLSFILE NOT OPEN: ' CLS-ST
                 MOVE CLS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CLS-AVAIL
           END-IF.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'ACCT FILE NOT OPEN: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-SUCCESS
              DISPLAY 'RATE FILE NOT OPEN: ' RATE-ST
              MOVE RATE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WHT-FILE.
           IF NOT WHT-SUCCESS
              DISPLAY 'WHT RATE FILE NOT OPEN: ' WHT-ST
              MOVE WHT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT FEE-FILE.
           IF NOT FEE-SUCCESS
              DISPLAY 'FEE FILE NOT OPEN: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN.
           OPEN INPUT HOLD-REG.
           IF HOLD-SUCCESS
              MOVE 'Y' TO WS-HOLD-AVAIL
           ELSE
              IF NOT HOLD-NOTFOUND
                 DISPLAY 'HOLDREG FILE NOT OPEN: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
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
           OPEN I-O OD-FILE.
           IF OD-SUCCESS
              MOVE 'Y' TO WS-OD-AVAIL
           ELSE
              IF NOT OD-NOTFOUND
                 DISPLAY 'ODLIMIT FILE NOT OPEN: ' OD-ST
                 MOVE OD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.

      *TEK SYSIN KARTINDAN YYYYMMDD KAPANIS TARIHI OKUNUR. KART
      *BOSSA VEYA SAYISAL DEGILSE BUGUNUN TARIHI KULLANILIR.
      *FAIZ/UCRET DONEMININ BASI ONCEKI AY SONUDUR, AYIN GUN
      *SAYISI PRO-RATA UCRET ICIN BULUNUR
       H110-ACCEPT-ASOF.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-ASOF-CARD NOT = SPACES AND
              WS-ASOF-CARD IS NUMERIC
              MOVE WS-ASOF-CARD TO WS-ASOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           MOVE WS-ASOF-DATE TO WS-MONTH-START.
           MOVE 1            TO WS-MS-DD.
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1.
           COMPUTE WS-PERIOD-START =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE WS-MONTH-START TO WS-NEXT-MONTH.
           IF WS-NM-MM = 12
              ADD 1 TO WS-NM-YYYY
              MOVE 1 TO WS-NM-MM
           ELSE
              ADD 1 TO WS-NM-MM
           END-IF.
           COMPUTE WS-MONTH-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) -
              FUNCTION INTEGER-OF-DATE (WS-MONTH-START).
       H110-END. EXIT.

      *STOPAJ DEFTERINDEN HER HESABIN SON VADESIZ FAIZ TARIHI
      *ALINIR - AY ICINDE FAIZ ISLENMIS (YA DA YARIM KALAN BIR
      *KAPANISTA FAIZI ZATEN VERILMIS) HESABA AYNI GUNLER ICIN
      *IKINCI KEZ FAIZ ISLENMEZ. DEFTER YOKSA BOS SAYILIR
       H150-LOAD-TAX-LEDGER.
           INITIALIZE WS-ACC-TABLE.
           OPEN INPUT TAX-FILE.
           IF TAX-NOTFOUND
              SET TAX-EOF TO TRUE
           ELSE
              IF NOT TAX-SUCCESS
                 DISPLAY 'TAX LEDGER NOT OPEN: ' TAX-ST
                 MOVE TAX-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM UNTIL TAX-EOF
              READ TAX-FILE
                 AT END SET TAX-EOF TO TRUE
                 NOT AT END
                    IF TAX-TERM = 'V' AND TAX-ACCT-ID > 0
                       MOVE TAX-ACCT-ID TO WS-IX
                       IF TAX-DATE > ACC-LAST-INT (WS-IX)
                          MOVE TAX-DATE TO ACC-LAST-INT (WS-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT TAX-NOTFOUND
              CLOSE TAX-FILE
           END-IF.
       H150-END. EXIT.

      *DEPODA BEKLEYEN HER KALEMIN HESABI (VIRMANDA HEDEF HESAP
      *DE) ISARETLENIR. SAYISAL OLMAYAN HESAP NUMARASI ATLANIR
       H160-LOAD-WAREHOUSE.
           OPEN INPUT WHS-FILE.
           IF WHS-NOTFOUND
              SET WHS-EOF TO TRUE
           ELSE
              IF NOT WHS-SUCCESS
                 DISPLAY 'WHSOUT FILE NOT OPEN: ' WHS-ST
                 MOVE WHS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM UNTIL WHS-EOF
              READ WHS-FILE
                 AT END SET WHS-EOF TO TRUE
                 NOT AT END
                    IF WHS-ID IS NUMERIC AND WHS-ID > '00000'
                       MOVE WHS-ID TO WS-IX
                       MOVE 'Y' TO ACC-PENDING (WS-IX)
                    END-IF
                    IF WHS-ISLEM-TIPI = 'V' AND
                       WHS-TARGET-ID IS NUMERIC AND
                       WHS-TARGET-ID > '00000'
                       MOVE WHS-TARGET-ID TO WS-IX
                       MOVE 'Y' TO ACC-PENDING (WS-IX)
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT WHS-NOTFOUND
              CLOSE WHS-FILE
           END-IF.
       H160-END. EXIT.

      *STOPAJ DEFTERI EKLEME ICIN, TAHSILAT LISTESI EKLEME ICIN
      *ACILIR (ILK CALISMADA YOKSA OLUSTURULUR); ANA DEFTER
      *ARAYUZ DOSYASI VE BILDIRIM HER CALISMADA YENIDEN YAZILIR
       H170-OPEN-OUTPUTS.
           OPEN EXTEND TAX-FILE.
           IF TAX-NOTFOUND
              OPEN OUTPUT TAX-FILE
           END-IF.
           IF NOT TAX-SUCCESS
              DISPLAY 'TAX LEDGER NOT OPEN: ' TAX-ST
              MOVE TAX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND COL-FILE.
           IF COL-NOTFOUND
              OPEN OUTPUT COL-FILE
           END-IF.
           IF NOT COL-SUCCESS
              DISPLAY 'COLLIST FILE NOT OPEN: ' COL-ST
              MOVE COL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-SUCCESS
              DISPLAY 'GL FILE NOT OPEN: ' GL-ST
              MOVE GL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ADV-FILE.
           IF NOT ADV-SUCCESS
              DISPLAY 'CLSADV FILE NOT OPEN: ' ADV-ST
              MOVE ADV-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           WRITE GL-RECORD FROM WS-GL-HEADER.
           IF CLS-AVAIL
              READ CLS-FILE
                 AT END SET CLS-EOF TO TRUE
              END-READ
           END-IF.
       H170-END. EXIT.

      *TEK KAPANIS KARTININ TASFIYESI: KART VE HESAP DOGRULANIR,
      *EKSI BAKIYELI HESAP TAHSILATA DEVREDILIR, DIGERLERINDE
      *FAIZ, UCRET, BAKIYE AKTARIMI VE KAPANIS SIRAYLA YAPILIR.
      *BIR ADIM ALT-PROGRAMDA REDDEDILIRSE SONRAKI ADIMLARA
      *GECILMEZ, HESAP ACIK KALIR
       H200-PROCESS.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'Y' TO WS-VALID-CARD
           MOVE SPACES TO WS-REJ-REASON
           PERFORM H210-VALIDATE-CARD
           PERFORM H260-ADVICE-HEADER
           EVALUATE TRUE
              WHEN NOT VALID-CARD
                 ADD 1 TO WS-REFUSE-COUNT
                 MOVE 'KAPANIS REDDEDILDI: ' TO ADV-RESULT
                 MOVE WS-REJ-REASON          TO ADV-REASON
              WHEN WS-BALANCE < 0
                 PERFORM H400-SEND-TO-COLLECTIONS
              WHEN OTHER
                 PERFORM H300-POST-INTEREST
                 IF VALID-CARD
                    PERFORM H320-POST-FEE
                 END-IF
                 IF VALID-CARD
                    PERFORM H340-SWEEP-BALANCE
                 END-IF
                 IF VALID-CARD
                    PERFORM H360-CLOSE-ACCOUNT
                 END-IF
                 IF NOT VALID-CARD
                    ADD 1 TO WS-FAIL-COUNT
                    MOVE 'KAPANIS TAMAMLANAMADI: ' TO ADV-RESULT
                    MOVE WS-REJ-REASON             TO ADV-REASON
                 END-IF
           END-EVALUATE
           WRITE ADV-LINE FROM WS-ADV-RESULT
           WRITE ADV-LINE FROM WS-ADV-RULE
           READ CLS-FILE
              AT END SET CLS-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *KART VE HESAP KONTROLLERI: HESAP NUMARASI GECERLI VE
      *KUTUKTE OLMALI, KAPALI YA DA DONDURULMUS OLMAMALI, AKTIF
      *BLOKESI, DEPODA BEKLEYEN HAREKETI VE ACIK VADELI MEVDUATI
      *BULUNMAMALI. ODEME HESABI VERILMISSE O DA KONTROL EDILIR
       H210-VALIDATE-CARD.
           MOVE 0 TO WS-BALANCE WS-ACCT-NUM
           INITIALIZE WS-ACC-NAME WS-ACC-SURNAME WS-ACC-DVZ
              WS-ACC-DATE WS-ACC-STATUS
           IF CLS-ID IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-CARD
              MOVE 'GECERSIZ HESAP NUMARASI' TO WS-REJ-REASON
           ELSE
              MOVE CLS-ID TO WS-ID-NUM
              IF NOT WS-ID-IN-RANGE
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE 'GECERSIZ HESAP NUMARASI' TO WS-REJ-REASON
              ELSE
                 MOVE WS-ID-NUM TO WS-ACCT-NUM
              END-IF
           END-IF
           IF VALID-CARD
              MOVE WS-ACCT-NUM TO ACCT-ID
              INITIALIZE INVALID-KEY
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE 'HESAP YOK' TO WS-REJ-REASON
              ELSE
                 MOVE ACCT-DVZ     TO WS-ACC-DVZ
                 MOVE ACCT-NAME    TO WS-ACC-NAME
                 MOVE ACCT-SURNAME TO WS-ACC-SURNAME
                 MOVE ACCT-DATE    TO WS-ACC-DATE
                 MOVE ACCT-STATUS  TO WS-ACC-STATUS
                 PERFORM H212-READ-BALANCE
              END-IF
           END-IF
           IF VALID-CARD
              MOVE WS-ACCT-NUM TO WS-IX
              EVALUATE TRUE
                 WHEN ACCT-ST-CLOSED OR ACC-DONE (WS-IX) = 'Y'
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'HESAP ZATEN KAPALI' TO WS-REJ-REASON
                 WHEN ACCT-ST-FROZEN
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'HESAP DONDURULMUS' TO WS-REJ-REASON
                 WHEN ACC-PENDING (WS-IX) = 'Y'
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'DEPODA BEKLEYEN HAREKET VAR'
                       TO WS-REJ-REASON
                 WHEN OTHER
                    PERFORM H215-CHECK-HOLD
                    IF VALID-CARD
                       PERFORM H217-CHECK-DEPOSITS
                    END-IF
              END-EVALUATE
           END-IF
           IF VALID-CARD AND WS-BALANCE NOT < 0
              PERFORM H220-VALIDATE-PAYOUT
           END-IF.
       H210-END. EXIT.

      *KAPANACAK HESABIN BAKIYESI PBEGIDX FONKSIYON 1 ILE OKUNUR -
      *BU CALISMADA DAHA ONCEKI BIR KARTIN ODEME HESABI OLARAK
      *ALACAKLANAN HESABIN GUNCEL BAKIYESI SALT OKUNUR ACCTREC'TE
      *GORUNMEZ. DURUM VE ISIM ALANLARI ACCTREC'TEN GELIR
       H212-READ-BALANCE.
           INITIALIZE WS-SUB-AREA
           MOVE 'K'         TO WS-SUB-MODE
           SET WS-FUNC-READ TO TRUE
           MOVE WS-ACCT-NUM TO WS-SUB-ID
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-ACIKLAMA = 'KAYIT OKUNDU'
              MOVE WS-SUB-OUT-BALANCE TO WS-BALANCE
           ELSE
              MOVE 'N' TO WS-VALID-CARD
              MOVE 'HESAP YOK' TO WS-REJ-REASON
           END-IF.
       H212-END. EXIT.

      *BLOKE KUTUGUNDE KAYDI OLAN HESAP - DURUMU 'F' OLMASA DA -
      *KAPATILAMAZ; BLOKE ONCE PBEGHLD ILE KALDIRILMALIDIR
       H215-CHECK-HOLD.
           IF HOLD-AVAIL
              MOVE WS-ACCT-NUM TO HOLD-ID
              READ HOLD-REG
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'AKTIF BLOKE VAR' TO WS-REJ-REASON
              END-READ
           END-IF.
       H215-END. EXIT.

      *HESABIN FONLADIGI MEVDUATLAR ANAHTAR SIRASINDA OKUNUR
      *(PBEGFNL H236'DAKI GIBI). ACIK MEVDUATI OLAN HESAP
      *KAPATILAMAZ; MEVDUAT ONCE PBEGTDM ILE BOZULMALI YA DA
      *VADESINDE ODENMELIDIR
       H217-CHECK-DEPOSITS.
           IF TD-AVAIL
              MOVE 'N' TO WS-TD-SCAN-END
              MOVE WS-ACCT-NUM TO TD-ACCT-ID
              MOVE 0 TO TD-NO
              START TD-MAST KEY IS NOT LESS THAN TD-KEY
                 INVALID KEY MOVE 'Y' TO WS-TD-SCAN-END
              END-START
              PERFORM UNTIL TD-SCAN-END
                 READ TD-MAST NEXT RECORD
                    AT END MOVE 'Y' TO WS-TD-SCAN-END
                    NOT AT END
                       IF TD-ACCT-ID NOT = WS-ACCT-NUM
                          MOVE 'Y' TO WS-TD-SCAN-END
                       ELSE
                          IF TD-ST-ACTIVE
                             MOVE 'N' TO WS-VALID-CARD
                             MOVE 'VADELI MEVDUAT VAR'
                                TO WS-REJ-REASON
                             MOVE 'Y' TO WS-TD-SCAN-END
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       H217-END. EXIT.

      *ODEME HESABI BOS BIRAKILMISSA BAKIYE KAPALI HESAP
      *ALACAKLARINA GIDER. DOLU GELEN NUMARA SAYISAL, ARALIKTA,
      *KAPANAN HESAPTAN FARKLI OLMALI; HESAP KUTUKTE BULUNMALI,
      *KAPALI YA DA DONDURULMUS OLMAMALI VE AYNI DOVIZDE OLMALI
       H220-VALIDATE-PAYOUT.
           MOVE 'N' TO WS-HAS-PAYOUT
           MOVE 0   TO WS-PAYOUT-NUM
           IF CLS-PAYOUT-ID = SPACES OR CLS-PAYOUT-ID = '00000'
              CONTINUE
           ELSE
              IF CLS-PAYOUT-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE 'GECERSIZ ODEME HESABI' TO WS-REJ-REASON
              ELSE
                 MOVE CLS-PAYOUT-ID TO WS-PAYOUT-NUM
                 IF WS-PAYOUT-NUM = WS-ACCT-NUM
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'ODEME HESABI KAPANANLA AYNI'
                       TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF
           IF VALID-CARD AND WS-PAYOUT-NUM > 0
              MOVE WS-PAYOUT-NUM TO ACCT-ID WS-IX
              INITIALIZE INVALID-KEY
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              EVALUATE TRUE
                 WHEN INVL-KEY
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'ODEME HESABI YOK' TO WS-REJ-REASON
                 WHEN ACCT-ST-CLOSED OR ACC-DONE (WS-IX) = 'Y'
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'ODEME HESABI KAPALI' TO WS-REJ-REASON
                 WHEN ACCT-ST-FROZEN
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'ODEME HESABI DONDURULMUS'
                       TO WS-REJ-REASON
                 WHEN ACCT-DVZ NOT = WS-ACC-DVZ
                    MOVE 'N' TO WS-VALID-CARD
                    MOVE 'ODEME HESABI DOVIZI UYUSMUYOR'
                       TO WS-REJ-REASON
                 WHEN OTHER
                    MOVE 'Y' TO WS-HAS-PAYOUT
              END-EVALUATE
           END-IF.
       H220-END. EXIT.

      *BILDIRIMIN HESAP BASLIGI VE ACILIS BAKIYESI SATIRI
       H260-ADVICE-HEADER.
           MOVE WS-ASOF-DATE   TO ADV-CLOSE-DATE
           WRITE ADV-LINE FROM WS-ADV-TITLE
           MOVE CLS-ID         TO ADV-ACCT-ID
           MOVE WS-ACC-NAME    TO ADV-NAME
           MOVE WS-ACC-SURNAME TO ADV-SURNAME
           MOVE WS-ACC-DVZ     TO ADV-DVZ
           MOVE CLS-BATCH-ID   TO ADV-BATCH-ID
           WRITE ADV-LINE FROM WS-ADV-ACCT
           MOVE SPACES         TO ADV-RESULT ADV-REASON
           MOVE 'KAPANIS ONCESI BAKIYE'  TO ADV-LABEL
           MOVE WS-BALANCE     TO ADV-AMOUNT
           MOVE SPACES         TO ADV-NOTE
           WRITE ADV-LINE FROM WS-ADV-STEP.
       H260-END. EXIT.

      *KAPANIS TARIHINE KADAR ISLEYEN FAIZ: DONEM BASI ONCEKI AY
      *SONU, DAHA SONRA ACILAN HESAPTA ACILIS TARIHI, AY ICINDE
      *FAIZ ALMIS HESAPTA SON FAIZ TARIHIDIR. FAIZ = BAKIYE *
      *ORAN * GUN / 36500 (PBEGTDM'DEKI GIBI), VADESIZ STOPAJ
      *DUSULUR, NET FAIZ PBEGIDX FONKSIYON 5 ILE ISLENIR VE STOPAJ
      *DEFTERINE YAZILIR. UYKUDAKI HESABA PBEGINT'TEKI GIBI FAIZ
      *ISLETILMEZ
       H300-POST-INTEREST.
           MOVE 0 TO WS-INTEREST WS-TAX WS-NET WS-INT-DAYS
           MOVE WS-PERIOD-START TO WS-INT-START
           IF WS-ACC-DATE > WS-INT-START
              MOVE WS-ACC-DATE TO WS-INT-START
           END-IF
           MOVE WS-ACCT-NUM TO WS-IX
           IF ACC-LAST-INT (WS-IX) > WS-INT-START
              MOVE ACC-LAST-INT (WS-IX) TO WS-INT-START
           END-IF
           IF WS-ASOF-DATE > WS-INT-START
              COMPUTE WS-INT-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE) -
                 FUNCTION INTEGER-OF-DATE (WS-INT-START)
           END-IF
           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
              WHEN WS-ACC-DORMANT
                 MOVE 'HESAP UYKUDA' TO WS-NOTE
              WHEN WS-BALANCE = 0 OR WS-INT-DAYS = 0
                 MOVE 'ISLEYEN FAIZ YOK' TO WS-NOTE
              WHEN OTHER
                 PERFORM H305-FIND-RATE
                 IF NOT RATE-FOUND
                    MOVE 'ORAN YOK' TO WS-NOTE
                 ELSE
                    COMPUTE WS-INTEREST ROUNDED =
                       WS-BALANCE * RATE-VALUE * WS-INT-DAYS / 36500
                 END-IF
           END-EVALUATE
           IF WS-INTEREST > 0
              PERFORM H310-FIND-WHT-RATE
              COMPUTE WS-TAX ROUNDED =
                 WS-INTEREST * WS-WHT-RATE / 100
              COMPUTE WS-NET = WS-INTEREST - WS-TAX
              INITIALIZE WS-SUB-AREA
              MOVE 'K' TO WS-SUB-MODE
              SET WS-FUNC-CREDIT TO TRUE
              MOVE WS-ACCT-NUM TO WS-SUB-ID
              MOVE WS-NET      TO WS-SUB-IN-AMOUNT
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF WS-SUB-ACIKLAMA = 'BAKIYE ARTIRILDI'
                 MOVE WS-SUB-OUT-BALANCE TO WS-BALANCE
                 PERFORM H315-WRITE-TAX-LEDGER
                 STRING WS-INT-DAYS ' GUN ' WS-INT-START '-'
                    WS-ASOF-DATE
                 DELIMITED BY SIZE INTO WS-NOTE
              ELSE
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE WS-SUB-ACIKLAMA TO WS-REJ-REASON WS-NOTE
              END-IF
           END-IF
           MOVE 'ISLEYEN FAIZ (BRUT)' TO ADV-LABEL
           MOVE WS-INTEREST           TO ADV-AMOUNT
           MOVE WS-NOTE               TO ADV-NOTE
           WRITE ADV-LINE FROM WS-ADV-STEP
           IF WS-INTEREST > 0
              MOVE 'STOPAJ'            TO ADV-LABEL
              COMPUTE ADV-AMOUNT = 0 - WS-TAX
              MOVE SPACES              TO ADV-NOTE
              MOVE WS-WHT-RATE         TO WS-WHT-RATE-ED
              STRING 'ORAN %' WS-WHT-RATE-ED
              DELIMITED BY SIZE INTO ADV-NOTE
              WRITE ADV-LINE FROM WS-ADV-STEP
              MOVE 'HESABA ISLENEN NET FAIZ' TO ADV-LABEL
              MOVE WS-NET              TO ADV-AMOUNT
              MOVE SPACES              TO ADV-NOTE
              WRITE ADV-LINE FROM WS-ADV-STEP
           END-IF.
       H300-END. EXIT.

      *HESABIN DOVIZI ICIN KAPANIS TARIHINE ESIT VEYA ONDAN
      *ONCEKI EN SON FAIZ ORANI (PBEGINT H300'DEKI GIBI)
       H305-FIND-RATE.
           INITIALIZE INVALID-KEY
           MOVE 'N'           TO WS-RATE-FOUND
           MOVE WS-ACC-DVZ    TO RATE-DVZ
           MOVE WS-ASOF-DATE  TO RATE-EFF-DATE
           START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ RATE-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND RATE-DVZ = WS-ACC-DVZ
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF.
       H305-END. EXIT.

      *VADESIZ DILIM STOPAJ ORANI - DOVIZIN ORANI YOKSA SIFIR
      *(PBEGINT H310'DAKI GIBI)
       H310-FIND-WHT-RATE.
           INITIALIZE INVALID-KEY
           MOVE 0             TO WS-WHT-RATE
           MOVE WS-ACC-DVZ    TO WHT-DVZ
           MOVE WS-ASOF-DATE  TO WHT-EFF-DATE
           START WHT-FILE KEY IS NOT GREATER THAN WHT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ WHT-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND WHT-DVZ = WS-ACC-DVZ
              MOVE WHT-RATE-DEMAND TO WS-WHT-RATE
           END-IF.
       H310-END. EXIT.

      *ISLENEN KAPANIS FAIZININ STOPAJ DEFTERINE YAZILMASI -
      *PBEGTAX VE PBEGGLX AYLIK FAIZ GIBI GORUR
       H315-WRITE-TAX-LEDGER.
           INITIALIZE TAX-FIELDS
           MOVE WS-ACCT-NUM  TO TAX-ACCT-ID
           MOVE WS-ACC-DVZ   TO TAX-DVZ
           MOVE WS-ASOF-DATE TO TAX-DATE
           MOVE 'V'          TO TAX-TERM
           MOVE WS-INTEREST  TO TAX-GROSS
           MOVE WS-WHT-RATE  TO TAX-RATE
           MOVE WS-TAX       TO TAX-AMOUNT
           MOVE WS-NET       TO TAX-NET
           MOVE FUNCTION CURRENT-DATE (1:14) TO TAX-TIMESTAMP
           WRITE TAX-FIELDS
           MOVE WS-ACCT-NUM  TO WS-IX
           MOVE WS-ASOF-DATE TO ACC-LAST-INT (WS-IX).
       H315-END. EXIT.

      *AYIN GECEN GUNLERINE DUSEN ISLETIM UCRETI: TARIFE UCRETI *
      *GECEN GUN / AYIN GUN SAYISI. PBEGFEE'NIN MUAFIYETLERI
      *AYNEN UYGULANIR (UYKUDAKI HESAP, MUAFIYET SINIRI ALTINDAKI
      *BAKIYE, SIFIR TARIFE, TARIFESI OLMAYAN DOVIZ). UCRET
      *KALAN BAKIYEYI ASAMAZ - KAPANIS HESABI EKSIYE DUSURMEZ
       H320-POST-FEE.
           MOVE 0 TO WS-FEE-DUE WS-FEE-DAYS
           MOVE WS-PERIOD-START TO WS-INT-START
           IF WS-ACC-DATE > WS-INT-START
              MOVE WS-ACC-DATE TO WS-INT-START
           END-IF
           IF WS-ASOF-DATE > WS-INT-START
              COMPUTE WS-FEE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE) -
                 FUNCTION INTEGER-OF-DATE (WS-INT-START)
           END-IF
           MOVE SPACES TO WS-NOTE
           IF WS-ACC-DORMANT
              MOVE 'HESAP UYKUDA' TO WS-NOTE
           ELSE
              PERFORM H325-FIND-FEE
              EVALUATE TRUE
                 WHEN NOT FEE-FOUND
                    MOVE 'TARIFE YOK' TO WS-NOTE
                 WHEN WS-BALANCE < FEE-MIN-BAL
                    MOVE 'BAKIYE DUSUK' TO WS-NOTE
                 WHEN FEE-AMOUNT = 0 OR WS-FEE-DAYS = 0
                    MOVE 'SIFIR TARIFE' TO WS-NOTE
                 WHEN OTHER
                    COMPUTE WS-FEE-DUE ROUNDED =
                       FEE-AMOUNT * WS-FEE-DAYS / WS-MONTH-DAYS
                    STRING WS-FEE-DAYS '/' WS-MONTH-DAYS ' GUN'
                    DELIMITED BY SIZE INTO WS-NOTE
                    IF WS-FEE-DUE > WS-BALANCE
                       MOVE WS-BALANCE TO WS-FEE-DUE
                       MOVE 'BAKIYE ILE SINIRLANDI' TO WS-NOTE
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-FEE-DUE > 0
              INITIALIZE WS-SUB-AREA
              MOVE 'K' TO WS-SUB-MODE
              SET WS-FUNC-DEBIT TO TRUE
              MOVE WS-ACCT-NUM TO WS-SUB-ID
              MOVE WS-FEE-DUE  TO WS-SUB-IN-AMOUNT
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF WS-SUB-ACIKLAMA = 'BAKIYE AZALTILDI'
                 MOVE WS-SUB-OUT-BALANCE TO WS-BALANCE
              ELSE
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE WS-SUB-ACIKLAMA TO WS-REJ-REASON WS-NOTE
              END-IF
           END-IF
           MOVE 'ISLETIM UCRETI (KIST)' TO ADV-LABEL
           COMPUTE ADV-AMOUNT = 0 - WS-FEE-DUE
           MOVE WS-NOTE                 TO ADV-NOTE
           WRITE ADV-LINE FROM WS-ADV-STEP.
       H320-END. EXIT.

      *HESABIN DOVIZI ICIN KAPANIS TARIHINDE GECERLI TARIFE
      *(PBEGFEE H300'DEKI GIBI)
       H325-FIND-FEE.
           INITIALIZE INVALID-KEY
           MOVE 'N'           TO WS-FEE-FOUND
           MOVE WS-ACC-DVZ    TO FEE-DVZ
           MOVE WS-ASOF-DATE  TO FEE-EFF-DATE
           START FEE-FILE KEY IS NOT GREATER THAN FEE-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ FEE-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND FEE-DVZ = WS-ACC-DVZ
              MOVE 'Y' TO WS-FEE-FOUND
           END-IF.
       H325-END. EXIT.

      *KALAN BAKIYENIN AKTARILMASI: ODEME HESABI VARSA PBEGIDX
      *VIRMANI (FONKSIYON 7), YOKSA BORC (FONKSIYON 6) ILE
      *HESAPTAN CIKARILIP KAPALI HESAP ALACAKLARINA ANA DEFTER
      *BACAKLARI YAZILIR. AKTARIM KAPANIS KARTININ PARTI/SIRA
      *NUMARASIYLA IZ KAYDINA GECER
       H340-SWEEP-BALANCE.
           MOVE 0      TO WS-SWEEP
           MOVE SPACES TO WS-NOTE
           IF WS-BALANCE > 0
              MOVE WS-BALANCE   TO WS-SWEEP
              INITIALIZE WS-SUB-AREA
              MOVE 'K'          TO WS-SUB-MODE
              MOVE WS-ACCT-NUM  TO WS-SUB-ID
              MOVE WS-SWEEP     TO WS-SUB-IN-AMOUNT
              MOVE CLS-BATCH-ID TO WS-SUB-BATCH-ID
              MOVE CLS-SEQ      TO WS-SUB-SEQ
              IF HAS-PAYOUT
                 SET WS-FUNC-XFER TO TRUE
                 MOVE WS-PAYOUT-NUM TO WS-SUB-IN-TARGET
              ELSE
                 SET WS-FUNC-DEBIT TO TRUE
              END-IF
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF WS-SUB-ACIKLAMA = 'VIRMAN YAPILDI' OR
                 WS-SUB-ACIKLAMA = 'BAKIYE AZALTILDI'
                 MOVE WS-SUB-OUT-BALANCE TO WS-BALANCE
                 IF HAS-PAYOUT
                    STRING 'HESABA VIRMAN: ' WS-PAYOUT-NUM
                    DELIMITED BY SIZE INTO WS-NOTE
                 ELSE
                    MOVE 'KAPALI HESAP ALACAKLARINA'
                       TO WS-NOTE
                    PERFORM H345-WRITE-GL-LEGS
                 END-IF
              ELSE
                 MOVE 'N' TO WS-VALID-CARD
                 MOVE WS-SUB-ACIKLAMA TO WS-REJ-REASON WS-NOTE
              END-IF
           ELSE
              MOVE 'AKTARILACAK BAKIYE YOK' TO WS-NOTE
           END-IF
           MOVE 'BAKIYE AKTARIMI'  TO ADV-LABEL
           COMPUTE ADV-AMOUNT = 0 - WS-SWEEP
           MOVE WS-NOTE            TO ADV-NOTE
           WRITE ADV-LINE FROM WS-ADV-STEP.
       H340-END. EXIT.

      *KAPALI HESAP ALACAKLARINA AKTARILAN BAKIYENIN DENGELI IKI
      *BACAGI - HESABIN DOVIZINDE, KAPANIS TARIHIYLE
       H345-WRITE-GL-LEGS.
           MOVE WS-ASOF-DATE TO GLD-POST-DATE
           MOVE WS-ACC-DVZ   TO GLD-DVZ
           MOVE WS-SWEEP     TO GLD-AMOUNT
           MOVE 'D'                  TO GLD-DC
           MOVE WS-GL-CASH           TO GLD-ACCOUNT
           PERFORM H350-WRITE-LEG
           MOVE 'C'                  TO GLD-DC
           MOVE WS-GL-CLOSED-PAYABLE TO GLD-ACCOUNT
           PERFORM H350-WRITE-LEG.
       H345-END. EXIT.

      *TEK BACAGIN YAZILMASI; KAPANIS KAYDININ KAYIT SAYISI VE
      *TUTAR TOPLAMI BURADA BIRIKTIRILIR
       H350-WRITE-LEG.
           WRITE GL-RECORD FROM WS-GL-DETAIL
           ADD 1          TO WS-REC-COUNT
           ADD GLD-AMOUNT TO WS-HASH-TOTAL.
       H350-END. EXIT.

      *SIFIR BAKIYELI HESABIN PBEGIDX FONKSIYON 4 ILE
      *KAPATILMASI VE KREDILI MEVDUAT LIMITININ SILINMESI
       H360-CLOSE-ACCOUNT.
           INITIALIZE WS-SUB-AREA
           MOVE 'K'          TO WS-SUB-MODE
           SET WS-FUNC-DELETE TO TRUE
           MOVE WS-ACCT-NUM  TO WS-SUB-ID
           MOVE CLS-BATCH-ID TO WS-SUB-BATCH-ID
           MOVE CLS-SEQ      TO WS-SUB-SEQ
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-ACIKLAMA NOT = 'HESAP KAPATILDI'
              MOVE 'N' TO WS-VALID-CARD
              MOVE WS-SUB-ACIKLAMA TO WS-REJ-REASON
           ELSE
              ADD 1 TO WS-CLOSE-COUNT
              MOVE WS-ACCT-NUM TO WS-IX
              MOVE 'Y'         TO ACC-DONE (WS-IX)
              MOVE 'KAPANIS BAKIYESI' TO ADV-LABEL
              MOVE WS-BALANCE         TO ADV-AMOUNT
              MOVE 'LIMIT KAYDI YOK'  TO ADV-NOTE
              IF OD-AVAIL
                 MOVE WS-ACCT-NUM TO ODL-ID
                 DELETE OD-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE 'KREDILI MEVDUAT LIMITI SILINDI'
                          TO ADV-NOTE
                 END-DELETE
              END-IF
              WRITE ADV-LINE FROM WS-ADV-STEP
              MOVE 'HESAP KAPATILDI' TO ADV-RESULT
           END-IF.
       H360-END. EXIT.

      *EKSI BAKIYELI HESAP KAPATILMAZ; KREDILI MEVDUAT LIMITIYLE
      *BIRLIKTE TAHSILAT LISTESINE YAZILIR. LIMIT KAYDI BORC
      *KAPANANA KADAR YERINDE KALIR
       H400-SEND-TO-COLLECTIONS.
           INITIALIZE COL-FIELDS
           MOVE WS-ACCT-NUM    TO COL-ACCT-ID
           MOVE WS-ACC-DVZ     TO COL-DVZ
           MOVE WS-ACC-NAME    TO COL-NAME
           MOVE WS-ACC-SURNAME TO COL-SURNAME
           MOVE WS-BALANCE     TO COL-BALANCE
           MOVE WS-ASOF-DATE   TO COL-DATE
           IF OD-AVAIL
              MOVE WS-ACCT-NUM TO ODL-ID
              READ OD-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE ODL-LIMIT TO COL-OD-LIMIT
              END-READ
           END-IF
           WRITE COL-FIELDS
           ADD 1 TO WS-COLL-COUNT
           MOVE 'HESAP TAHSILATA DEVREDILDI' TO ADV-RESULT
           MOVE 'BAKIYE EKSI - HESAP KAPATILMADI' TO ADV-REASON.
       H400-END. EXIT.

      *CALISMA BOYUNCA ACIK TUTULAN ALT-PROGRAM DOSYALARININ
      *CALISMA SONUNDA KAPATTIRILMASI
       H700-CLOSE-SUBPROGRAM.
           INITIALIZE WS-SUB-AREA
           MOVE 'K' TO WS-SUB-MODE
           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H700-END. EXIT.

      *ARAYUZ DOSYASININ KAPANIS KAYDI
       H750-WRITE-GL-TRAILER.
           MOVE WS-REC-COUNT  TO GLT-REC-COUNT.
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE GL-RECORD FROM WS-GL-TRAILER.
       H750-END. EXIT.

      *KART, KAPANAN, TAHSILATA DEVREDILEN, REDDEDILEN VE
      *TAMAMLANAMAYAN SAYILARI. REDDEDILEN YA DA TAMAMLANAMAYAN
      *KAPANIS VARSA IS RC 4 ILE BITER - SUBE KARTI YENIDEN
      *VERMELIDIR
       H800-PRINT-SUMMARY.
           MOVE 'KAPANIS KARTI'          TO SUM-LABEL.
           MOVE WS-CARD-COUNT            TO SUM-COUNT.
           WRITE ADV-LINE FROM WS-SUM-LINE.
           MOVE 'KAPATILAN HESAP'        TO SUM-LABEL.
           MOVE WS-CLOSE-COUNT           TO SUM-COUNT.
           WRITE ADV-LINE FROM WS-SUM-LINE.
           MOVE 'TAHSILATA DEVREDILEN'   TO SUM-LABEL.
           MOVE WS-COLL-COUNT            TO SUM-COUNT.
           WRITE ADV-LINE FROM WS-SUM-LINE.
           MOVE 'REDDEDILEN'             TO SUM-LABEL.
           MOVE WS-REFUSE-COUNT          TO SUM-COUNT.
           WRITE ADV-LINE FROM WS-SUM-LINE.
           MOVE 'TAMAMLANAMAYAN'         TO SUM-LABEL.
           MOVE WS-FAIL-COUNT            TO SUM-COUNT.
           WRITE ADV-LINE FROM WS-SUM-LINE.
           IF WS-REFUSE-COUNT > 0 OR WS-FAIL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H800-END. EXIT.

       H900-CLOSE-FILES.
           IF CLS-AVAIL
              CLOSE CLS-FILE
           END-IF.
           IF FILES-OPEN
              CLOSE ACCT-REC
                    RATE-FILE
                    WHT-FILE
                    FEE-FILE
                    TAX-FILE
                    COL-FILE
                    GL-FILE
                    ADV-FILE
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLD-REG
           END-IF.
           IF TD-AVAIL
              CLOSE TD-MAST
           END-IF.
           IF OD-AVAIL
              CLOSE OD-FILE
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE KAPATILAN
      *HESAP SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-CLOSE-COUNT TO RUN-COUNT
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
