       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGTDM.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *VADELI MEVDUAT GUNLUK VADE ISLEMI: ONCE SUBELERIN VADE
      *BOZMA KARTLARI ISLENIR, ARDINDAN VADESI IS TARIHINE ESIT
      *VEYA ONDAN ESKI ACIK MEVDUATLAR TALIMATINA GORE ODENIR:
      *  O - ANAPARA VE NET FAIZ FONLAYAN HESABA ODENIR
      *  A - NET FAIZ ODENIR, ANAPARA AYNI VADEYLE YENILENIR
      *  F - NET FAIZ ANAPARAYA EKLENIP AYNI VADEYLE YENILENIR
      *YENILEMEDE ORAN VADE TARIHINDE GECERLI INTRATE ORANIDIR.
      *BOZULAN MEVDUATA GECEN GUNLER ICIN CEZA ORANI ISLETILIR.
      *FAIZDEN VADE DILIMINE GORE STOPAJ KESILIR VE STOPAJ
      *DEFTERINE YAZILIR. ODENEN YA DA BOZULAN MEVDUATIN ANAPARASI
      *VE ANAPARAYA EKLENEN FAIZ ICIN VADELI MEVDUAT ANA DEFTER
      *BACAKLARI YAZILIR. SONUNDA ACIK MEVDUATLARIN DOVIZ BAZINDA
      *VADE DAGILIMI RAPORLANIR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *VADELI MEVDUAT KUTUGU - PBEGFNL 'M' KARTIYLA ACILIR
           SELECT TD-MAST   ASSIGN TO    TDMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       TD-KEY
                            STATUS       TD-ST.
      *FAIZ ORANI REFERANS DOSYASI - YENILEMEDE VADE TARIHINDE
      *GECERLI ORAN GERIYE DOGRU ARANIR (PBEGINT'TEKI GIBI)
           SELECT RATE-FILE ASSIGN TO    INTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       RATE-KEY
                            STATUS       RATE-ST.
      *STOPAJ ORANI REFERANS DOSYASI - PBEGINT ILE AYNI
           SELECT WHT-FILE  ASSIGN TO    WHTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       WHT-KEY
                            STATUS       WHT-ST.
      *STOPAJ DEFTERI - PBEGINT ILE ORTAK, EKLENEREK YAZILIR
           SELECT TAX-FILE  ASSIGN TO    TAXLDGR
                            STATUS       TAX-ST.
      *SUBELERDEN GELEN VADE BOZMA KARTLARI - DOSYA YOKSA KART
      *YOK SAYILIR
           SELECT BRK-FILE  ASSIGN TO    TDBRK
                            STATUS       BRK-ST.
      *MEVDUAT OLAY TARIHCESI - HER ODEME, YENILEME, BOZMA VE
      *REDDEDILEN ODEME EKLENEREK YAZILIR
           SELECT HST-FILE  ASSIGN TO    TDHIST
                            STATUS       HST-ST.
      *VADELI MEVDUAT ANAPARASININ ANA DEFTER BACAKLARI - PBEGGLX
      *ILE AYNI KALIP
           SELECT GL-FILE   ASSIGN TO    GLFILE
                            STATUS       GL-ST.
           SELECT RPT-FILE  ASSIGN TO    TDMRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU - HER IS BASLANGIC/BITIS
      *OLAYINI, DONUS KODUNU VE KAYIT SAYISINI BURAYA YAZAR;
      *PBEGOPS SABAH RAPORUNU BU KUTUKTEN URETIR
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *VSAM-FILE RECSZ: 56 KEY: 5 - PBEGFNL ILE AYNI DUZEN.
      *DURUM 'A' ACIK, 'K' VADEDE ODENDI, 'B' VADESINDEN ONCE
      *BOZULDU
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
              88 TD-INSTR-PAYOUT                VALUE 'O'.
              88 TD-INSTR-ROLL                  VALUE 'A'.
              88 TD-INSTR-ROLL-ALL              VALUE 'F'.
           03 TD-STATUS             PIC X(01).
              88 TD-ST-ACTIVE                   VALUE 'A'.
              88 TD-ST-PAID                     VALUE 'K'.
              88 TD-ST-BROKEN                   VALUE 'B'.
           03 TD-ROLL-COUNT         PIC 9(03)   COMP-3.
           03 TD-BOOK-BATCH         PIC X(08).
           03 TD-BOOK-SEQ           PIC 9(08)   COMP-3.
           03 TD-CLOSE-DATE         PIC 9(8)    COMP-3.

      *ORAN DEGERI YILLIK YUZDE FAIZ ORANIDIR
       FD  RATE-FILE.
       01  RATE-FIELDS.
           03 RATE-KEY.
              05 RATE-DVZ           PIC 9(03).
              05 RATE-EFF-DATE      PIC 9(8)    COMP-3.
           03 RATE-VALUE            PIC 9(07)V9(06) COMP-3.

      *ORANLAR YUZDE STOPAJ ORANIDIR: VADESIZ, 6 AYA KADAR,
      *1 YILA KADAR VE 1 YILDAN UZUN VADELI MEVDUAT ICIN
       FD  WHT-FILE.
       01  WHT-FIELDS.
           03 WHT-KEY.
              05 WHT-DVZ            PIC 9(03).
              05 WHT-EFF-DATE       PIC 9(8)    COMP-3.
           03 WHT-RATE-DEMAND       PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-6M           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-1Y           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-LONG         PIC 9(03)V9(04) COMP-3.

      *STOPAJ DEFTERI KAYDI - PBEGINT ILE AYNI DUZEN. VADE
      *DILIMI: V VADESIZ, 6 ALTI AYA KADAR, 1 BIR YILA KADAR,
      *U BIR YILDAN UZUN
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

      *BOZMA KARTI: FONLAYAN HESAP, MEVDUAT NUMARASI VE BOZMAYI
      *ONAYLAYAN MEMURUN SICILI
       FD  BRK-FILE RECORDING MODE F.
       01  BRK-FIELDS.
           05 BRK-ACCT-ID           PIC X(05).
           05 BRK-NO                PIC X(03).
           05 BRK-OFFICER           PIC X(08).
           05 FILLER                PIC X(64).

      *OLAY KODU: V VADEDE ODENDI, Y YENILENDI, B BOZULDU, R ODEME
      *FONLAYAN HESAPCA REDDEDILDI (ERTESI GUN YENIDEN DENENIR).
      *ODENEN TUTAR HESABA GECEN TUTARDIR; YENILEMEDE YENI VADE
      *VE YENI ORAN DA YAZILIR
       FD  HST-FILE RECORDING MODE F.
       01  HST-FIELDS.
           05 HST-ACCT-ID           PIC 9(05).
           05 HST-NO                PIC 9(03).
           05 HST-EVENT             PIC X(01).
           05 HST-DATE              PIC 9(08).
           05 HST-DVZ               PIC 9(03).
           05 HST-PRINCIPAL         PIC 9(13)V99.
           05 HST-GROSS             PIC 9(13)V99.
           05 HST-TAX               PIC 9(13)V99.
           05 HST-PAID              PIC 9(13)V99.
           05 HST-NEW-MATURITY      PIC 9(08).
           05 HST-NEW-RATE          PIC 9(03)V9(06).
           05 HST-OFFICER           PIC X(08).
           05 HST-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X(01).

       FD  GL-FILE RECORDING MODE F.
       01  GL-RECORD                PIC X(80).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX            PIC X(08)   VALUE 'PBEGIDX'.
           05 TD-ST                 PIC 9(02).
              88 TD-EOF                         VALUE 10.
              88 TD-SUCCESS                     VALUE 00
                                                      97.
              88 TD-NOTFOUND                    VALUE 35.
           05 RATE-ST               PIC 9(02).
              88 RATE-SUCCESS                   VALUE 00
                                                      97.
           05 WHT-ST                PIC 9(02).
              88 WHT-SUCCESS                    VALUE 00
                                                      97.
           05 TAX-ST                PIC 9(02).
              88 TAX-SUCCESS                    VALUE 00
                                                      97.
              88 TAX-NOTFOUND                   VALUE 35.
           05 BRK-ST                PIC 9(02).
              88 BRK-EOF                        VALUE 10.
              88 BRK-SUCCESS                    VALUE 00
                                                      97.
              88 BRK-NOTFOUND                   VALUE 35.
           05 HST-ST                PIC 9(02).
              88 HST-SUCCESS                    VALUE 00
                                                      97.
              88 HST-NOTFOUND                   VALUE 35.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 GL-ST                 PIC 9(02).
              88 GL-SUCCESS                     VALUE 00
                                                      97.
           05 WS-GL-COUNT           PIC 9(09)   VALUE 0.
           05 WS-GL-HASH            PIC 9(16)V99 VALUE 0.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-RATE-FOUND         PIC X(01)   VALUE 'N'.
              88 RATE-FOUND                     VALUE 'Y'.
           05 WS-PAY-REFUSED        PIC X(01)   VALUE 'N'.
              88 PAY-REFUSED                    VALUE 'Y'.
           05 WS-ID-DISP            PIC 9(05).
           05 WS-NO-DISP            PIC 9(03).
           05 WS-ID-NUM             PIC 9(05).
              88 WS-ID-IN-RANGE                 VALUE 1 THRU 99999.
           05 WS-NO-NUM             PIC 9(03).
           05 WS-EVENT-DATE         PIC 9(08).
           05 WS-EVENT-CODE         PIC X(01).
           05 WS-DAYS               PIC S9(07).
           05 WS-GROSS              PIC 9(13)V99.
           05 WS-WHT-RATE           PIC 9(03)V9(04).
           05 WS-TERM-CODE          PIC X(01).
           05 WS-TAX                PIC 9(13)V99.
           05 WS-NET                PIC 9(13)V99.
           05 WS-PAY-AMOUNT         PIC 9(13)V99.
           05 WS-OLD-PRINCIPAL      PIC 9(13)V99.
           05 WS-OFFICER            PIC X(08).
           05 WS-TOT-MONTHS         PIC 9(07).
           05 WS-MONTH-REM          PIC 9(02).
           05 WS-DAY-INT            PIC 9(07).
           05 WS-ASOF-INT           PIC 9(07).
           05 WS-PAID-COUNT         PIC 9(07)   VALUE 0.
           05 WS-ROLL-COUNT         PIC 9(07)   VALUE 0.
           05 WS-BREAK-COUNT        PIC 9(07)   VALUE 0.
           05 WS-REFUSED-COUNT      PIC 9(07)   VALUE 0.
           05 WS-CARD-REJ-COUNT     PIC 9(07)   VALUE 0.
           05 WS-EVENT-COUNT        PIC 9(09)   VALUE 0.
           05 WS-LDR-USED           PIC 9(03)   VALUE 0.
           05 WS-LDR-SUB            PIC 9(03)   VALUE 0.
           05 WS-BKT-SUB            PIC 9(01)   VALUE 0.
           05 WS-LDR-FOUND          PIC X(01)   VALUE 'N'.
              88 LDR-FOUND                      VALUE 'Y'.
           05 WS-EXP-INTEREST       PIC 9(13)V99.
           05 WS-LDR-TOT-COUNT      PIC 9(07).
           05 WS-LDR-TOT-PRIN       PIC 9(15)V99.
           05 WS-LDR-TOT-INT        PIC 9(15)V99.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCCESS                    VALUE 00
                                                      97.
              88 RUN-NOTFOUND                   VALUE 35.
           05 WS-RUN-OPEN           PIC X(01)   VALUE 'N'.
              88 RUN-OPEN                       VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGTDM'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.

      *IS TARIHI - SYSIN'DEN ILK KART OLARAK YYYYMMDD BICIMINDE
      *OKUNUR, KART BOSSA BUGUNUN TARIHI KULLANILIR. VADESI BU
      *TARIHE ESIT VEYA ONDAN ESKI MEVDUATLAR ISLENIR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *CEZA ORANI - SYSIN'DEN IKINCI KART OLARAK YILLIK YUZDE,
      *SON DORT HANESI ONDALIK (0005000 = %0,5). BOZULAN
      *MEVDUATA BASLANGICTAN BOZMA TARIHINE KADAR GECEN GUNLER
      *ICIN BU ORAN ISLETILIR. KART BOSSA CEZA ORANI SIFIRDIR
       01  WS-PEN-CARD              PIC X(07)   VALUE SPACES.
       01  WS-PEN-CARD-N REDEFINES WS-PEN-CARD
                                    PIC 9(03)V9(04).
       01  WS-PEN-RATE              PIC 9(03)V9(04) VALUE 0.

      *VADE TARIHI HESABI ICIN GORUNUMLER (PBEGSOG'DAKI GIBI)
       01  WS-MAT-DATE              PIC 9(08).
       01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
           05 WS-MAT-YYYY           PIC 9(04).
           05 WS-MAT-MM             PIC 9(02).
           05 WS-MAT-DD             PIC 9(02).
       01  WS-LAST-DATE             PIC 9(08).
       01  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05 WS-LAST-YYYY          PIC 9(04).
           05 WS-LAST-MM            PIC 9(02).
           05 WS-LAST-DD            PIC 9(02).

      *DOVIZ BAZINDA VADE DAGILIMI TABLOSU - VADEYE KALAN GUNE
      *GORE ALTI DILIM: 7, 30, 90, 180, 365 GUNE KADAR VE DAHA
      *UZUN. VADESI GECMIS (ODEMESI REDDEDILMIS) MEVDUAT ILK
      *DILIMDE GORUNUR
       01  WS-LDR-TABLE.
           05 WS-LDR-ENTRY OCCURS 50 TIMES.
              10 WS-LDR-DVZ         PIC 9(03).
              10 WS-LDR-BUCKET OCCURS 6 TIMES.
                 15 WS-LDR-COUNT    PIC 9(07).
                 15 WS-LDR-PRIN     PIC 9(15)V99.
                 15 WS-LDR-INT      PIC 9(15)V99.
       01  WS-BKT-NAMES.
           05 FILLER                PIC X(12)   VALUE '0-7 GUN'.
           05 FILLER                PIC X(12)   VALUE '8-30 GUN'.
           05 FILLER                PIC X(12)   VALUE '31-90 GUN'.
           05 FILLER                PIC X(12)   VALUE '91-180 GUN'.
           05 FILLER                PIC X(12)   VALUE '181-365 GUN'.
           05 FILLER                PIC X(12)   VALUE '365 GUN USTU'.
       01  WS-BKT-NAME-R REDEFINES WS-BKT-NAMES.
           05 WS-BKT-NAME           PIC X(12)   OCCURS 6 TIMES.

      *PBEGIDX ILE PAYLASILAN ALAN - PBEGFNL'DEKI ILE AYNI DUZEN
       01  WS-SUB-AREA.
           07 WS-SUB-FUNC           PIC 9(01).
              88 WS-FUNC-CREDIT                 VALUE 5.
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

      *MEVDUAT BORC / KASA ALACAK BACAGINI PBEGGLX ODEMENIN IZ
      *KAYDINDAN YAZAR; BURADA ODENEN ANAPARA ICIN VADELI MEVDUAT
      *BORC / KASA ALACAK YAZILARAK PARA KASADAN DEGIL VADELI
      *MEVDUATTAN CIKMIS OLUR. ANAPARAYA EKLENEN FAIZ ICIN TERSI
      *YAZILIR (PBEGFNL'NIN ACILIS BACAKLARI GIBI)
       01  WS-GL-ACCOUNTS.
           05 WS-GL-CASH            PIC X(10)  VALUE '1000000000'.
           05 WS-GL-TIME-DEP        PIC X(10)  VALUE '2100000000'.

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

       01  WS-TTL-LINE.
           05 FILLER                PIC X(29) VALUE
              'VADELI MEVDUAT VADE ISLEMLERI'.
           05 FILLER                PIC X(09) VALUE '  TARIH: '.
           05 TTL-DATE              PIC 9(08).
           05 FILLER                PIC X(14) VALUE '  CEZA ORANI: '.
           05 TTL-PEN-RATE          PIC ZZ9.9999.
           05 FILLER                PIC X(12) VALUE SPACES.
       01  WS-HDR-LINE.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(04) VALUE 'NO'.
           05 FILLER                PIC X(02) VALUE 'O'.
           05 FILLER                PIC X(15) VALUE '       ANAPARA'.
           05 FILLER                PIC X(14) VALUE '   BRUT FAIZ'.
           05 FILLER                PIC X(13) VALUE '     STOPAJ'.
           05 FILLER                PIC X(26) VALUE 'DURUM'.
       01  WS-DTL-LINE.
           05 DTL-ACCT              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-NO                PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-EVENT             PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-PRINCIPAL         PIC Z(10)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-GROSS             PIC Z(09)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-TAX               PIC Z(08)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DURUM             PIC X(26).
       01  WS-LDR-HDR-LINE.
           05 FILLER                PIC X(48) VALUE
              'VADE DAGILIMI - DOVIZ BAZINDA ACIK MEVDUATLAR'.
           05 FILLER                PIC X(32) VALUE SPACES.
       01  WS-LDR-COL-LINE.
           05 FILLER                PIC X(05) VALUE 'DVZ'.
           05 FILLER                PIC X(13) VALUE 'VADEYE KALAN'.
           05 FILLER                PIC X(11) VALUE '     ADET'.
           05 FILLER                PIC X(19) VALUE
              '      ANAPARA'.
           05 FILLER                PIC X(19) VALUE
              '   VADE FAIZI'.
           05 FILLER                PIC X(13) VALUE SPACES.
       01  WS-LDR-DTL-LINE.
           05 LDR-DVZ               PIC 9(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LDR-BUCKET            PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 LDR-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LDR-PRINCIPAL         PIC Z(13)9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LDR-INTEREST          PIC Z(13)9.99.
           05 FILLER                PIC X(15) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(07) VALUE 'ODENEN:'.
           05 SUM-PAID              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE ' YENILEN:'.
           05 SUM-ROLL              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE ' BOZULAN:'.
           05 SUM-BREAK             PIC ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE ' ODM RED:'.
           05 SUM-REFUSED           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE ' KART RED:'.
           05 SUM-CARD-REJ          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-APPLY-BREAK UNTIL BRK-EOF.
           PERFORM H190-START-SCAN.
           PERFORM H200-PROCESS UNTIL TD-EOF.
           PERFORM H600-CLOSE-SUBPROGRAM.
           PERFORM H750-WRITE-GL-TRAILER.
           PERFORM H700-PRINT-LADDER.
           PERFORM H800-PRINT-SUMMARY.
           IF WS-REFUSED-COUNT > 0 OR WS-CARD-REJ-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-CARDS.
      *    MEVDUAT KUTUGU GUNCELLEME ICIN I-O ACILIR, ILK CALISMADA
      *    DOSYA YOKSA BOS OLARAK OLUSTURULUP YENIDEN ACILIR
      *    (PBEGFNL'DEKI GIBI)
           OPEN I-O TD-MAST.
           IF TD-NOTFOUND
              OPEN OUTPUT TD-MAST
              CLOSE TD-MAST
              OPEN I-O TD-MAST
           END-IF.
           IF NOT TD-SUCCESS
              DISPLAY 'TDMAST FILE NOT OPEN: ' TD-ST
              MOVE TD-ST TO RETURN-CODE
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
      *    STOPAJ DEFTERI VE OLAY TARIHCESI BIRIKIR - EKLEME ICIN
      *    ACILIR, ILK CALISMADA YOKSA YENIDEN OLUSTURULUR
           OPEN EXTEND TAX-FILE.
           IF TAX-NOTFOUND
              OPEN OUTPUT TAX-FILE
           END-IF.
           IF NOT TAX-SUCCESS
              DISPLAY 'TAX LEDGER NOT OPEN: ' TAX-ST
              MOVE TAX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN EXTEND HST-FILE.
           IF HST-NOTFOUND
              OPEN OUTPUT HST-FILE
           END-IF.
           IF NOT HST-SUCCESS
              DISPLAY 'TDHIST FILE NOT OPEN: ' HST-ST
              MOVE HST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT BRK-FILE.
           IF BRK-NOTFOUND
              SET BRK-EOF TO TRUE
           ELSE
              IF NOT BRK-SUCCESS
                 DISPLAY 'TDBRK FILE NOT OPEN: ' BRK-ST
                 MOVE BRK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      *    ANA DEFTER ARAYUZ DOSYASI HER CALISMADA YENIDEN YAZILIR
      *    (PBEGCLS'TEKI GIBI)
           OPEN OUTPUT GL-FILE.
           IF NOT GL-SUCCESS
              DISPLAY 'GL FILE NOT OPEN: ' GL-ST
              MOVE GL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           WRITE GL-RECORD FROM WS-GL-HEADER.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-ASOF-DATE TO TTL-DATE.
           MOVE WS-PEN-RATE  TO TTL-PEN-RATE.
           WRITE RPT-LINE FROM WS-TTL-LINE.
           WRITE RPT-LINE FROM WS-HDR-LINE.
           INITIALIZE WS-LDR-TABLE.
           IF NOT BRK-EOF
              READ BRK-FILE
                 AT END SET BRK-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *BOZMA KARTLARININ RASTGELE OKUMALARINDAN SONRA VADE
      *TARAMASI KUTUGUN BASINDAN BASLATILIR
       H190-START-SCAN.
           MOVE 0 TO TD-ACCT-ID
           MOVE 0 TO TD-NO
           START TD-MAST KEY IS NOT LESS THAN TD-KEY
              INVALID KEY SET TD-EOF TO TRUE
           END-START.
       H190-END. EXIT.

      *ILK SYSIN KARTINDAN IS TARIHI (BOSSA BUGUN), IKINCI
      *KARTTAN CEZA ORANI OKUNUR. SAYISAL OLMAYAN CEZA ORANI
      *KARTI ISI DURDURUR (PBEGAML'DEKI PARAMETRE KARTLARI GIBI)
       H110-ACCEPT-CARDS.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-ASOF-CARD NOT = SPACES AND
              WS-ASOF-CARD IS NUMERIC
              MOVE WS-ASOF-CARD TO WS-ASOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           ACCEPT WS-PEN-CARD FROM SYSIN.
           IF WS-PEN-CARD NOT = SPACES
              IF WS-PEN-CARD IS NOT NUMERIC
                 DISPLAY 'INVALID PENALTY RATE CARD: ' WS-PEN-CARD
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE WS-PEN-CARD-N TO WS-PEN-RATE
           END-IF.
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
       H110-END. EXIT.

      *KUTUGUN SIRADAKI MEVDUATI: ACIK VE VADESI GELMIS MEVDUAT
      *ODENIR YA DA YENILENIR. UZUN SURE CALISMAYAN IS SONRASINDA
      *YENILENEN MEVDUATIN YENI VADESI DE GECMIS OLABILIR - VADE
      *IS TARIHINI ASANA VEYA ODEME REDDEDILENE KADAR TEKRARLANIR.
      *ACIK KALAN MEVDUAT VADE DAGILIMINA KATILIR
       H200-PROCESS.
           READ TD-MAST NEXT RECORD
              AT END SET TD-EOF TO TRUE
           END-READ
           IF NOT TD-EOF AND TD-ST-ACTIVE
              MOVE 'N' TO WS-PAY-REFUSED
              PERFORM H400-MATURE
                 UNTIL NOT TD-ST-ACTIVE OR PAY-REFUSED
                    OR TD-MATURITY > WS-ASOF-DATE
              IF TD-ST-ACTIVE
                 PERFORM H650-ADD-TO-LADDER
              END-IF
           END-IF.
       H200-END. EXIT.

      *BOZMA KARTININ ISLENMESI: KART ALANLARI DOGRULANIR, MEVDUAT
      *KUTUKTE ACIK OLMALI VE VADESI HENUZ GELMEMIS OLMALI (VADESI
      *GELEN MEVDUAT AYNI CALISMADA TALIMATINA GORE ISLENIR).
      *BASLANGICTAN BUGUNE GECEN GUNLER ICIN CEZA ORANIYLA FAIZ
      *HESAPLANIR, STOPAJ DUSULUR, ANAPARA VE NET FAIZ FONLAYAN
      *HESABA ODENIR. ODEME REDDEDILIRSE MEVDUAT ACIK KALIR
       H300-APPLY-BREAK.
           MOVE SPACES TO DTL-DURUM
           MOVE 0      TO DTL-ACCT DTL-NO DTL-PRINCIPAL DTL-GROSS
                          DTL-TAX
           MOVE 'B'    TO DTL-EVENT
           IF BRK-ACCT-ID IS NOT NUMERIC
              MOVE 'HESAP NUMARASI GECERSIZ' TO DTL-DURUM
           ELSE
              MOVE BRK-ACCT-ID TO WS-ID-NUM
              MOVE WS-ID-NUM   TO DTL-ACCT
              IF NOT WS-ID-IN-RANGE
                 MOVE 'HESAP NUMARASI GECERSIZ' TO DTL-DURUM
              END-IF
           END-IF
           IF DTL-DURUM = SPACES
              IF BRK-NO IS NOT NUMERIC
                 MOVE 'MEVDUAT NUMARASI GECERSIZ' TO DTL-DURUM
              ELSE
                 MOVE BRK-NO TO WS-NO-NUM
                 MOVE WS-NO-NUM TO DTL-NO
              END-IF
           END-IF
           IF DTL-DURUM = SPACES AND BRK-OFFICER = SPACES
              MOVE 'MEMUR SICILI EKSIK' TO DTL-DURUM
           END-IF
           IF DTL-DURUM = SPACES
              MOVE WS-ID-NUM TO TD-ACCT-ID
              MOVE WS-NO-NUM TO TD-NO
              INITIALIZE INVALID-KEY
              READ TD-MAST
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'MEVDUAT BULUNAMADI' TO DTL-DURUM
              ELSE
                 IF NOT TD-ST-ACTIVE
                    MOVE 'MEVDUAT ACIK DEGIL' TO DTL-DURUM
                 ELSE
                    IF TD-MATURITY NOT > WS-ASOF-DATE
                       MOVE 'VADE GELMIS - BOZULAMAZ' TO DTL-DURUM
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF DTL-DURUM = SPACES
              MOVE BRK-OFFICER TO WS-OFFICER
              PERFORM H310-BREAK-DEPOSIT
           ELSE
              ADD 1 TO WS-CARD-REJ-COUNT
              WRITE RPT-LINE FROM WS-DTL-LINE
           END-IF
           READ BRK-FILE
              AT END SET BRK-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *BOZULAN MEVDUATIN CEZA FAIZI VE ODEMESI. GECEN GUN SAYISI
      *BASLANGIC TARIHINDEN IS TARIHINE KADARDIR
       H310-BREAK-DEPOSIT.
           MOVE WS-ASOF-DATE TO WS-EVENT-DATE
           COMPUTE WS-DAYS = WS-ASOF-INT -
              FUNCTION INTEGER-OF-DATE (TD-START-DATE)
           IF WS-DAYS < 0
              MOVE 0 TO WS-DAYS
           END-IF
           COMPUTE WS-GROSS ROUNDED =
              TD-PRINCIPAL * WS-PEN-RATE * WS-DAYS / 36500
           PERFORM H410-COMPUTE-TAX
           MOVE TD-PRINCIPAL TO WS-OLD-PRINCIPAL
           COMPUTE WS-PAY-AMOUNT = TD-PRINCIPAL + WS-NET
           PERFORM H420-CREDIT-ACCOUNT
           IF PAY-REFUSED
              ADD 1 TO WS-CARD-REJ-COUNT
              MOVE 'R' TO WS-EVENT-CODE
              MOVE 0   TO WS-PAY-AMOUNT
              PERFORM H460-WRITE-HISTORY
              PERFORM H470-WRITE-DETAIL
           ELSE
              IF WS-GROSS > 0
                 PERFORM H430-WRITE-TAX-LEDGER
              END-IF
              MOVE WS-OLD-PRINCIPAL TO GLD-AMOUNT
              PERFORM H480-GL-PRINCIPAL-OUT
              MOVE 'B'          TO TD-STATUS
              MOVE WS-ASOF-DATE TO TD-CLOSE-DATE
              REWRITE TD-FIELDS
              ADD 1 TO WS-BREAK-COUNT
              MOVE 'B' TO WS-EVENT-CODE
              MOVE 'BOZULDU - ODENDI' TO WS-SUB-ACIKLAMA
              PERFORM H460-WRITE-HISTORY
              PERFORM H470-WRITE-DETAIL
           END-IF.
       H310-END. EXIT.

      *VADESI GELEN MEVDUATIN ISLENMESI. FAIZ BASLANGIC VE VADE
      *ARASINDAKI GUN SAYISI UZERINDEN YIL 365 GUN ALINARAK
      *HESAPLANIR. TALIMATA GORE ODENECEK TUTAR FONLAYAN HESABA
      *PBEGIDX ALACAK FONKSIYONU ILE ISLENIR. ODEME REDDEDILIRSE
      *(HESAP KAPALI/DONDURULMUS) MEVDUAT OLDUGU GIBI ACIK KALIR
      *VE ERTESI CALISMADA YENIDEN DENENIR
       H400-MATURE.
           MOVE TD-MATURITY TO WS-EVENT-DATE
           MOVE SPACES      TO WS-OFFICER
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE (TD-MATURITY) -
              FUNCTION INTEGER-OF-DATE (TD-START-DATE)
           COMPUTE WS-GROSS ROUNDED =
              TD-PRINCIPAL * TD-RATE * WS-DAYS / 36500
           PERFORM H410-COMPUTE-TAX
           MOVE TD-PRINCIPAL TO WS-OLD-PRINCIPAL
           EVALUATE TRUE
              WHEN TD-INSTR-PAYOUT
                 COMPUTE WS-PAY-AMOUNT = TD-PRINCIPAL + WS-NET
              WHEN TD-INSTR-ROLL
                 MOVE WS-NET TO WS-PAY-AMOUNT
              WHEN OTHER
                 MOVE 0      TO WS-PAY-AMOUNT
           END-EVALUATE
           MOVE 'N' TO WS-PAY-REFUSED
           IF WS-PAY-AMOUNT > 0
              PERFORM H420-CREDIT-ACCOUNT
           END-IF
           IF PAY-REFUSED
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 'R' TO WS-EVENT-CODE
              MOVE 0   TO WS-PAY-AMOUNT
              PERFORM H460-WRITE-HISTORY
              PERFORM H470-WRITE-DETAIL
           ELSE
              IF WS-GROSS > 0
                 PERFORM H430-WRITE-TAX-LEDGER
              END-IF
              IF TD-INSTR-PAYOUT
                 MOVE WS-OLD-PRINCIPAL TO GLD-AMOUNT
                 PERFORM H480-GL-PRINCIPAL-OUT
                 MOVE 'K'         TO TD-STATUS
                 MOVE TD-MATURITY TO TD-CLOSE-DATE
                 ADD 1 TO WS-PAID-COUNT
                 MOVE 'V' TO WS-EVENT-CODE
                 MOVE 'VADEDE ODENDI' TO WS-SUB-ACIKLAMA
              ELSE
                 PERFORM H440-ROLL-OVER
                 ADD 1 TO WS-ROLL-COUNT
                 MOVE 'Y' TO WS-EVENT-CODE
              END-IF
              REWRITE TD-FIELDS
              PERFORM H460-WRITE-HISTORY
              PERFORM H470-WRITE-DETAIL
           END-IF.
       H400-END. EXIT.

      *MEVDUATIN DOVIZI ICIN OLAY TARIHINDE GECERLI STOPAJ ORANI
      *GERIYE DOGRU ARANIR (PBEGINT H310'DAKI GIBI). DILIM
      *MEVDUATIN SOZLESME VADESINE GOREDIR: 6 AYA KADAR, 1 YILA
      *KADAR, DAHA UZUN. DOVIZIN ORANI YOKSA STOPAJ SIFIRDIR
       H410-COMPUTE-TAX.
           EVALUATE TRUE
              WHEN TD-TERM-MONTHS NOT > 6
                 MOVE '6' TO WS-TERM-CODE
              WHEN TD-TERM-MONTHS NOT > 12
                 MOVE '1' TO WS-TERM-CODE
              WHEN OTHER
                 MOVE 'U' TO WS-TERM-CODE
           END-EVALUATE
           INITIALIZE INVALID-KEY
           MOVE 0             TO WS-WHT-RATE
           MOVE TD-DVZ        TO WHT-DVZ
           MOVE WS-EVENT-DATE TO WHT-EFF-DATE
           START WHT-FILE KEY IS NOT GREATER THAN WHT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ WHT-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND WHT-DVZ = TD-DVZ
              EVALUATE WS-TERM-CODE
                 WHEN '6'
                    MOVE WHT-RATE-6M   TO WS-WHT-RATE
                 WHEN '1'
                    MOVE WHT-RATE-1Y   TO WS-WHT-RATE
                 WHEN OTHER
                    MOVE WHT-RATE-LONG TO WS-WHT-RATE
              END-EVALUATE
           END-IF
           COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-WHT-RATE / 100
           COMPUTE WS-NET = WS-GROSS - WS-TAX.
       H410-END. EXIT.

      *ODENECEK TUTARIN FONLAYAN HESABA ALACAK OLARAK ISLENMESI.
      *PARTI NUMARASI BOS GECER (PBEGINT'TEKI GIBI SISTEM KAYDI)
       H420-CREDIT-ACCOUNT.
           MOVE 'N' TO WS-PAY-REFUSED
           INITIALIZE WS-SUB-AREA
           MOVE 'K' TO WS-SUB-MODE
           SET WS-FUNC-CREDIT TO TRUE
           MOVE TD-ACCT-ID    TO WS-ID-DISP
           MOVE WS-ID-DISP    TO WS-SUB-ID
           MOVE WS-PAY-AMOUNT TO WS-SUB-IN-AMOUNT
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-ACIKLAMA NOT = 'BAKIYE ARTIRILDI'
              MOVE 'Y' TO WS-PAY-REFUSED
           END-IF.
       H420-END. EXIT.

      *KESILEN STOPAJIN STOPAJ DEFTERINE YAZILMASI - ZAMAN DAMGASI
      *PBEGGLX'IN SINIR DAMGASIYLA AYNI KURALLA SECILMESI ICINDIR
       H430-WRITE-TAX-LEDGER.
           INITIALIZE TAX-FIELDS
           MOVE TD-ACCT-ID    TO WS-ID-DISP
           MOVE WS-ID-DISP    TO TAX-ACCT-ID
           MOVE TD-DVZ        TO TAX-DVZ
           MOVE WS-EVENT-DATE TO TAX-DATE
           MOVE WS-TERM-CODE  TO TAX-TERM
           MOVE WS-GROSS      TO TAX-GROSS
           MOVE WS-WHT-RATE   TO TAX-RATE
           MOVE WS-TAX        TO TAX-AMOUNT
           MOVE WS-NET        TO TAX-NET
           MOVE FUNCTION CURRENT-DATE (1:14) TO TAX-TIMESTAMP
           WRITE TAX-FIELDS.
       H430-END. EXIT.

      *MEVDUATIN YENILENMESI: 'F' TALIMATINDA NET FAIZ ANAPARAYA
      *EKLENIR. YENI DONEM ESKI VADE TARIHINDE BASLAR, AYNI AY
      *SAYISI KADAR SURER VE ORAN VADE TARIHINDE GECERLI INTRATE
      *ORANINA SABITLENIR. ORAN BULUNAMAZSA ESKI ORAN KORUNUR
       H440-ROLL-OVER.
           IF TD-INSTR-ROLL-ALL
              ADD WS-NET TO TD-PRINCIPAL
              IF WS-NET > 0
                 MOVE WS-NET TO GLD-AMOUNT
                 PERFORM H485-GL-PRINCIPAL-IN
              END-IF
           END-IF
           INITIALIZE INVALID-KEY
           MOVE 'N'         TO WS-RATE-FOUND
           MOVE TD-DVZ      TO RATE-DVZ
           MOVE TD-MATURITY TO RATE-EFF-DATE
           START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ RATE-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND RATE-DVZ = TD-DVZ
              MOVE 'Y' TO WS-RATE-FOUND
              MOVE RATE-VALUE TO TD-RATE
           END-IF
           MOVE TD-MATURITY TO TD-START-DATE
           PERFORM H450-COMPUTE-MATURITY
           MOVE WS-MAT-DATE TO TD-MATURITY
           IF TD-ROLL-COUNT < 999
              ADD 1 TO TD-ROLL-COUNT
           END-IF
           MOVE SPACES TO WS-SUB-ACIKLAMA
           IF RATE-FOUND
              STRING 'YENILENDI VADE:' WS-MAT-DATE
                 DELIMITED BY SIZE INTO WS-SUB-ACIKLAMA
           ELSE
              STRING 'ESKI ORANLA YENILENDI:' WS-MAT-DATE
                 DELIMITED BY SIZE INTO WS-SUB-ACIKLAMA
           END-IF.
       H440-END. EXIT.

      *YENI VADE: BASLANGIC TARIHI YIL/AY TOPLAM AY SAYISINA
      *CEVRILIP VADE KADAR ILERLETILIR, GUN KORUNUR; GUN AYIN SON
      *GUNUNU ASARSA SON GUN ALINIR (PBEGFNL H237'DEKI GIBI)
       H450-COMPUTE-MATURITY.
           MOVE TD-START-DATE TO WS-MAT-DATE
           COMPUTE WS-TOT-MONTHS =
              WS-MAT-YYYY * 12 + WS-MAT-MM - 1 + TD-TERM-MONTHS
           DIVIDE WS-TOT-MONTHS BY 12
              GIVING WS-MAT-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-MAT-MM = WS-MONTH-REM + 1
      *    AYIN SON GUNU: SONRAKI AYIN BIRINCI GUNUNDEN BIR ONCE
           ADD 1 TO WS-TOT-MONTHS
           DIVIDE WS-TOT-MONTHS BY 12
              GIVING WS-LAST-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-LAST-MM = WS-MONTH-REM + 1
           MOVE 1 TO WS-LAST-DD
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-LAST-DATE) - 1
           COMPUTE WS-LAST-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           IF WS-MAT-DD > WS-LAST-DD
              MOVE WS-LAST-DD TO WS-MAT-DD
           END-IF.
       H450-END. EXIT.

      *OLAYIN MEVDUAT TARIHCESINE YAZILMASI. ANAPARA OLAYDAN
      *ONCEKI ANAPARADIR; YENILEMEDE YENI VADE VE ORAN DA YAZILIR
       H460-WRITE-HISTORY.
           INITIALIZE HST-FIELDS
           MOVE TD-ACCT-ID       TO WS-ID-DISP
           MOVE WS-ID-DISP       TO HST-ACCT-ID
           MOVE TD-NO            TO WS-NO-DISP
           MOVE WS-NO-DISP       TO HST-NO
           MOVE WS-EVENT-CODE    TO HST-EVENT
           MOVE WS-EVENT-DATE    TO HST-DATE
           MOVE TD-DVZ           TO HST-DVZ
           MOVE WS-OLD-PRINCIPAL TO HST-PRINCIPAL
           MOVE WS-GROSS         TO HST-GROSS
           MOVE WS-TAX           TO HST-TAX
           MOVE WS-PAY-AMOUNT    TO HST-PAID
           IF WS-EVENT-CODE = 'Y'
              MOVE TD-MATURITY   TO HST-NEW-MATURITY
              MOVE TD-RATE       TO HST-NEW-RATE
           END-IF
           MOVE WS-OFFICER       TO HST-OFFICER
           MOVE FUNCTION CURRENT-DATE (1:14) TO HST-TIMESTAMP
           WRITE HST-FIELDS
           ADD 1 TO WS-EVENT-COUNT.
       H460-END. EXIT.

      *OLAYIN RAPOR SATIRI - DURUM ALT-PROGRAMIN ACIKLAMASI VEYA
      *YAPILAN ISLEMIN OZETIDIR
       H470-WRITE-DETAIL.
           MOVE TD-ACCT-ID       TO WS-ID-DISP
           MOVE WS-ID-DISP       TO DTL-ACCT
           MOVE TD-NO            TO WS-NO-DISP
           MOVE WS-NO-DISP       TO DTL-NO
           MOVE WS-EVENT-CODE    TO DTL-EVENT
           MOVE WS-OLD-PRINCIPAL TO DTL-PRINCIPAL
           MOVE WS-GROSS         TO DTL-GROSS
           MOVE WS-TAX           TO DTL-TAX
           MOVE WS-SUB-ACIKLAMA  TO DTL-DURUM
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H470-END. EXIT.

      *VADELI MEVDUATTAN CIKAN ANAPARANIN DENGELI IKI BACAGI -
      *MEVDUATIN DOVIZINDE, OLAY TARIHIYLE. TUTAR GLD-AMOUNT'TADIR
       H480-GL-PRINCIPAL-OUT.
           MOVE WS-EVENT-DATE  TO GLD-POST-DATE
           MOVE TD-DVZ         TO GLD-DVZ
           MOVE 'D'            TO GLD-DC
           MOVE WS-GL-TIME-DEP TO GLD-ACCOUNT
           PERFORM H490-WRITE-LEG
           MOVE 'C'            TO GLD-DC
           MOVE WS-GL-CASH     TO GLD-ACCOUNT
           PERFORM H490-WRITE-LEG.
       H480-END. EXIT.

      *ANAPARAYA EKLENEN FAIZIN DENGELI IKI BACAGI - KASA BORC /
      *VADELI MEVDUAT ALACAK. TUTAR GLD-AMOUNT'TADIR
       H485-GL-PRINCIPAL-IN.
           MOVE WS-EVENT-DATE  TO GLD-POST-DATE
           MOVE TD-DVZ         TO GLD-DVZ
           MOVE 'D'            TO GLD-DC
           MOVE WS-GL-CASH     TO GLD-ACCOUNT
           PERFORM H490-WRITE-LEG
           MOVE 'C'            TO GLD-DC
           MOVE WS-GL-TIME-DEP TO GLD-ACCOUNT
           PERFORM H490-WRITE-LEG.
       H485-END. EXIT.

      *TEK BACAGIN YAZILMASI; KAPANIS KAYDININ KAYIT SAYISI VE
      *TUTAR TOPLAMI BURADA BIRIKTIRILIR
       H490-WRITE-LEG.
           WRITE GL-RECORD FROM WS-GL-DETAIL
           ADD 1          TO WS-GL-COUNT
           ADD GLD-AMOUNT TO WS-GL-HASH.
       H490-END. EXIT.

      *CALISMA BOYUNCA ACIK TUTULAN ALT-PROGRAM DOSYALARININ
      *CALISMA SONUNDA KAPATTIRILMASI - HIC ODEME YAPILMADIYSA
      *ALT-PROGRAM HIC CAGRILMAMIS OLABILIR, KAPANIS CAGRISI BU
      *DURUMDA DA GUVENLIDIR
       H600-CLOSE-SUBPROGRAM.
           INITIALIZE WS-SUB-AREA
           MOVE 'K' TO WS-SUB-MODE
           SET WS-FUNC-CLOSE TO TRUE
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H600-END. EXIT.

      *ACIK MEVDUATIN VADEYE KALAN GUNUNE GORE DILIMI BULUNUR,
      *ANAPARASI VE VADEDEKI BRUT FAIZI DOVIZ SATIRINA EKLENIR
       H650-ADD-TO-LADDER.
           PERFORM H660-FIND-CURRENCY
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE (TD-MATURITY) - WS-ASOF-INT
           EVALUATE TRUE
              WHEN WS-DAYS NOT > 7
                 MOVE 1 TO WS-BKT-SUB
              WHEN WS-DAYS NOT > 30
                 MOVE 2 TO WS-BKT-SUB
              WHEN WS-DAYS NOT > 90
                 MOVE 3 TO WS-BKT-SUB
              WHEN WS-DAYS NOT > 180
                 MOVE 4 TO WS-BKT-SUB
              WHEN WS-DAYS NOT > 365
                 MOVE 5 TO WS-BKT-SUB
              WHEN OTHER
                 MOVE 6 TO WS-BKT-SUB
           END-EVALUATE
           COMPUTE WS-EXP-INTEREST ROUNDED =
              TD-PRINCIPAL * TD-RATE *
              (FUNCTION INTEGER-OF-DATE (TD-MATURITY) -
               FUNCTION INTEGER-OF-DATE (TD-START-DATE)) / 36500
           ADD 1 TO WS-LDR-COUNT (WS-LDR-SUB WS-BKT-SUB)
           ADD TD-PRINCIPAL    TO WS-LDR-PRIN (WS-LDR-SUB WS-BKT-SUB)
           ADD WS-EXP-INTEREST TO WS-LDR-INT (WS-LDR-SUB WS-BKT-SUB).
       H650-END. EXIT.

      *TABLODA MEVDUATIN DOVIZI ARANIR, YOKSA YENI SATIR ACILIR
      *(PBEGINT'TEKI DOVIZ TABLOSUYLA AYNI YONTEM)
       H660-FIND-CURRENCY.
           MOVE 'N' TO WS-LDR-FOUND
           PERFORM VARYING WS-LDR-SUB FROM 1 BY 1
              UNTIL WS-LDR-SUB > WS-LDR-USED
              IF WS-LDR-DVZ (WS-LDR-SUB) = TD-DVZ
                 MOVE 'Y' TO WS-LDR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT LDR-FOUND
              IF WS-LDR-USED >= 50
                 DISPLAY 'WS-LDR-TABLE FULL - TOO MANY CURRENCIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-LDR-USED
              MOVE WS-LDR-USED TO WS-LDR-SUB
              MOVE TD-DVZ      TO WS-LDR-DVZ (WS-LDR-SUB)
           END-IF.
       H660-END. EXIT.

      *ARAYUZ DOSYASININ KAPANIS KAYDI
       H750-WRITE-GL-TRAILER.
           MOVE WS-GL-COUNT TO GLT-REC-COUNT.
           MOVE WS-GL-HASH  TO GLT-HASH-TOTAL.
           WRITE GL-RECORD FROM WS-GL-TRAILER.
       H750-END. EXIT.

      *DOVIZ BAZINDA VADE DAGILIMININ YAZDIRILMASI - HER DOVIZ
      *ICIN ALTI DILIM VE DOVIZ TOPLAMI
       H700-PRINT-LADDER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM WS-LDR-HDR-LINE
           WRITE RPT-LINE FROM WS-LDR-COL-LINE
           PERFORM VARYING WS-LDR-SUB FROM 1 BY 1
              UNTIL WS-LDR-SUB > WS-LDR-USED
              MOVE 0 TO WS-LDR-TOT-COUNT WS-LDR-TOT-PRIN
                        WS-LDR-TOT-INT
              PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                 UNTIL WS-BKT-SUB > 6
                 MOVE WS-LDR-DVZ (WS-LDR-SUB) TO LDR-DVZ
                 MOVE WS-BKT-NAME (WS-BKT-SUB) TO LDR-BUCKET
                 MOVE WS-LDR-COUNT (WS-LDR-SUB WS-BKT-SUB)
                    TO LDR-COUNT
                 MOVE WS-LDR-PRIN (WS-LDR-SUB WS-BKT-SUB)
                    TO LDR-PRINCIPAL
                 MOVE WS-LDR-INT (WS-LDR-SUB WS-BKT-SUB)
                    TO LDR-INTEREST
                 WRITE RPT-LINE FROM WS-LDR-DTL-LINE
                 ADD WS-LDR-COUNT (WS-LDR-SUB WS-BKT-SUB)
                    TO WS-LDR-TOT-COUNT
                 ADD WS-LDR-PRIN (WS-LDR-SUB WS-BKT-SUB)
                    TO WS-LDR-TOT-PRIN
                 ADD WS-LDR-INT (WS-LDR-SUB WS-BKT-SUB)
                    TO WS-LDR-TOT-INT
              END-PERFORM
              MOVE 'DOVIZ TOPLAM'   TO LDR-BUCKET
              MOVE WS-LDR-TOT-COUNT TO LDR-COUNT
              MOVE WS-LDR-TOT-PRIN  TO LDR-PRINCIPAL
              MOVE WS-LDR-TOT-INT   TO LDR-INTEREST
              WRITE RPT-LINE FROM WS-LDR-DTL-LINE
           END-PERFORM.
       H700-END. EXIT.

      *OLAY VE KART SAYILARININ OZETI
       H800-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAID-COUNT     TO SUM-PAID
           MOVE WS-ROLL-COUNT     TO SUM-ROLL
           MOVE WS-BREAK-COUNT    TO SUM-BREAK
           MOVE WS-REFUSED-COUNT  TO SUM-REFUSED
           MOVE WS-CARD-REJ-COUNT TO SUM-CARD-REJ
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H800-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE TD-MAST
                 RATE-FILE
                 WHT-FILE
                 TAX-FILE
                 HST-FILE
                 BRK-FILE
                 GL-FILE
                 RPT-FILE.
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE ISLENEN OLAY
      *SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-EVENT-COUNT TO RUN-COUNT
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
