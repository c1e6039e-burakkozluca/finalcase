       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGAML.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *SUPHELI ISLEM IZLEME: GUNUN BASARILI ALACAK/BORC/VIRMAN IZ
      *SATIRLARI CAPRAZ KUTUK UZERINDEN MUSTERI BAZINDA TOPLANIR VE
      *ASAGIDAKI ORUNTULER ICIN UYARI URETILIR:
      *  BT - DOVIZ BAZINDA BILDIRIM ESIGINI ASAN TEK TUTAR
      *  YP - PENCERE ICINDE ESIGIN HEMEN ALTINDA BIRDEN FAZLA TUTAR
      *  GC - AYNI GUN GELIP GERI CIKAN PARA
      *  UY - PBEGDRM'IN YAKIN ZAMANDA UYKUYA ALDIGI HESAPTA BUYUK
      *       HAREKET
      *  BL - PBEGHLD BLOKESI ALTINDAKI HESAPTA HAREKET DENEMESI
      *UYARILAR MUSTERI VE ORUNTU BAZINDA VAKA KUTUGUNE BAGLANIR.
      *UYUM BIRIMI VAKAYA KARAR KARTIYLA (TEMIZ / UST MAKAMA /
      *BILDIRILDI) SONUC YAZAR; TEMIZ KAPATILAN VAKA BEKLEME SURESI
      *BOYUNCA AYNI ORUNTU ICIN YENIDEN UYARI URETMEZ
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO   AUDITFL
                            STATUS       AUD-ST.
      *MUSTERI-HESAP CAPRAZ KUTUGU - HESAPTAN MUSTERIYE GECIS
      *TABLOSU BASTAN SONA OKUNARAK KURULUR
           SELECT XRF-FILE  ASSIGN TO    CUSTXRF
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       XRF-KEY
                            STATUS       XRF-ST.
           SELECT CUST-FILE ASSIGN TO    CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       CUST-KEY
                            STATUS       CUST-ST.
      *DOVIZ BAZINDA BILDIRIM ESIGI - DOSYA YOKSA VEYA DOVIZIN
      *KAYDI YOKSA ESIGE BAGLI ORUNTULER O DOVIZ ICIN ARANMAZ
           SELECT LMT-FILE  ASSIGN TO    AMLLIMT
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       LMT-KEY
                            STATUS       LMT-ST.
      *PBEGHLD BLOKE KUTUGU - DOSYA YOKSA BLOKELI HESAP YOK SAYILIR
           SELECT HOLD-REG  ASSIGN TO    HOLDREG
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       HOLD-KEY
                            STATUS       HOLD-ST.
      *PBEGDRM UYKUYA ALMA TARIHCESI
           SELECT HIST-FILE ASSIGN TO    DRMHIST
                            STATUS       HIST-ST.
      *ESIK ALTI TUTARLARIN ONCEKI CALISMALARDAN DEVREDEN LISTESI
      *VE YARINA DEVREDEN YENI LISTESI
           SELECT NRI-FILE  ASSIGN TO    AMLHIN
                            STATUS       NRI-ST.
           SELECT NRO-FILE  ASSIGN TO    AMLHOUT
                            STATUS       NRO-ST.
      *UYUM BIRIMININ VAKA KARAR KARTLARI
           SELECT CRD-FILE  ASSIGN TO    AMLCARDS
                            STATUS       CRD-ST.
      *VAKA KUTUGU - MUSTERI (BAGLI DEGILSE HESAP) VE ORUNTU
      *BAZINDA TEK KAYIT
           SELECT CASE-REG  ASSIGN TO    AMLCASE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       CASE-KEY
                            STATUS       CASE-ST.
           SELECT ALR-FILE  ASSIGN TO    AMLALRT
                            STATUS       ALR-ST.
           SELECT RPT-FILE  ASSIGN TO    AMLRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
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
              88 AUDIT-FUNC-MONEY               VALUE 5 6 7.
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

      *VSAM-FILE RECSZ: 7 KEY: 7 - PBEGCML ILE AYNI DUZEN
       FD  XRF-FILE.
       01  XRF-FIELDS.
           03 XRF-KEY.
              05 XRF-CUST-ID        PIC S9(07) COMP-3.
              05 XRF-ACCT-ID        PIC S9(05) COMP-3.

      *VSAM-FILE RECSZ: 34 KEY: 4 - PBEGCML ILE AYNI DUZEN
       FD  CUST-FILE.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID            PIC S9(07) COMP-3.
           03 CUST-NAME             PIC X(15).
           03 CUST-SURNAME          PIC X(15).

      *VSAM-FILE RECSZ: 11 KEY: 3 - PBEGFNL'IN APRLIMT DOSYASIYLA
      *AYNI DUZEN
       FD  LMT-FILE.
       01  LMT-FIELDS.
           03 LMT-KEY.
              05 LMT-DVZ            PIC 9(03).
           03 LMT-AMOUNT            PIC 9(13)V99 COMP-3.

      *VSAM-FILE RECSZ: 32 KEY: 3 - PBEGHLD ILE AYNI DUZEN
       FD  HOLD-REG.
       01  HOLD-FIELDS.
           03 HOLD-KEY.
              05 HOLD-ID            PIC S9(05)  COMP-3.
           03 HOLD-REASON           PIC X(03).
           03 HOLD-AUTH-REF         PIC X(20).
           03 HOLD-PRIOR-STATUS     PIC X(01).
           03 HOLD-DATE             PIC 9(8)    COMP-3.

      *PBEGDRM ILE AYNI DUZEN
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIST-ID               PIC 9(05).
           05 HIST-DVZ              PIC 9(03).
           05 HIST-DORMANT-DATE     PIC 9(08).
           05 HIST-LAST-ACT         PIC 9(08).

      *ESIK ALTI TUTAR KAYDI: MUSTERI (BAGLI DEGILSE SIFIR),
      *HESAP, TARIH, DOVIZ, TUTAR
       FD  NRI-FILE RECORDING MODE F.
       01  NRI-FIELDS.
           05 NRI-CUST-ID           PIC 9(07).
           05 NRI-ACCT-ID           PIC 9(05).
           05 NRI-DATE              PIC 9(08).
           05 NRI-DVZ               PIC 9(03).
           05 NRI-AMOUNT            PIC 9(13)V99.

       FD  NRO-FILE RECORDING MODE F.
       01  NRO-FIELDS.
           05 NRO-CUST-ID           PIC 9(07).
           05 NRO-ACCT-ID           PIC 9(05).
           05 NRO-DATE              PIC 9(08).
           05 NRO-DVZ               PIC 9(03).
           05 NRO-AMOUNT            PIC 9(13)V99.

      *KARAR KARTI: 'T' TEMIZ, 'U' UST MAKAMA, 'B' BILDIRILDI.
      *MUSTERIYE BAGLI VAKADA HESAP BOS, BAGLI OLMAYAN HESABIN
      *VAKASINDA MUSTERI BOS BIRAKILIR
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-FIELDS.
           05 CRD-ACTION            PIC X(01).
           05 CRD-CUST-ID           PIC X(07).
           05 CRD-ACCT-ID           PIC X(05).
           05 CRD-PATTERN           PIC X(02).
           05 CRD-OFFICER           PIC X(08).
           05 FILLER                PIC X(57).

      *VSAM-FILE RECSZ: 49 KEY: 9
       FD  CASE-REG.
       01  CASE-FIELDS.
           03 CASE-KEY.
              05 CASE-CUST-ID       PIC S9(07)  COMP-3.
              05 CASE-ACCT-ID       PIC S9(05)  COMP-3.
              05 CASE-PATTERN       PIC X(02).
      *VAKA DURUMU: A ACIK, T TEMIZ, U UST MAKAMA, B BILDIRILDI
           03 CASE-STATUS           PIC X(01).
              88 CASE-OPEN                      VALUE 'A'.
              88 CASE-CLEARED                   VALUE 'T'.
              88 CASE-ESCALATED                 VALUE 'U'.
              88 CASE-REPORTED                  VALUE 'B'.
           03 CASE-OPEN-DATE        PIC 9(8)    COMP-3.
           03 CASE-LAST-ALERT       PIC 9(8)    COMP-3.
           03 CASE-ALERT-COUNT      PIC 9(05)   COMP-3.
           03 CASE-LAST-AMOUNT      PIC 9(13)V99 COMP-3.
           03 CASE-DISP-DATE        PIC 9(8)    COMP-3.
           03 CASE-OFFICER          PIC X(08).
      *TEMIZ KAPATILAN VAKANIN YENIDEN UYARI URETMEYECEGI SON GUN
           03 CASE-QUIET-UNTIL      PIC 9(8)    COMP-3.

      *UYARI KAYDI
       FD  ALR-FILE RECORDING MODE F.
       01  ALR-FIELDS.
           05 ALR-DATE              PIC 9(08).
           05 ALR-CUST-ID           PIC 9(07).
           05 ALR-ACCT-ID           PIC 9(05).
           05 ALR-PATTERN           PIC X(02).
           05 ALR-DVZ               PIC 9(03).
           05 ALR-AMOUNT            PIC 9(13)V99.
           05 ALR-COUNT             PIC 9(05).
           05 ALR-CASE-STATUS       PIC X(01).
           05 ALR-NAME              PIC X(15).
           05 ALR-SURNAME           PIC X(15).
           05 ALR-TEXT              PIC X(30).

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
           05 AUD-ST                PIC 9(02).
              88 AUD-EOF                        VALUE 10.
              88 AUD-SUCCESS                    VALUE 00
                                                      97.
              88 AUD-NOTFOUND                   VALUE 35.
           05 XRF-ST                PIC 9(02).
              88 XRF-EOF                        VALUE 10.
              88 XRF-SUCCESS                    VALUE 00
                                                      97.
              88 XRF-NOTFOUND                   VALUE 35.
           05 CUST-ST               PIC 9(02).
              88 CUST-SUCCESS                   VALUE 00
                                                      97.
              88 CUST-NOTFOUND                  VALUE 35.
           05 LMT-ST                PIC 9(02).
              88 LMT-SUCCESS                    VALUE 00
                                                      97.
              88 LMT-NOTFOUND                   VALUE 35.
           05 HOLD-ST               PIC 9(02).
              88 HOLD-SUCCESS                   VALUE 00
                                                      97.
              88 HOLD-NOTFOUND                  VALUE 35.
           05 HIST-ST               PIC 9(02).
              88 HIST-EOF                       VALUE 10.
              88 HIST-SUCCESS                   VALUE 00
                                                      97.
              88 HIST-NOTFOUND                  VALUE 35.
           05 NRI-ST                PIC 9(02).
              88 NRI-EOF                        VALUE 10.
              88 NRI-SUCCESS                    VALUE 00
                                                      97.
              88 NRI-NOTFOUND                   VALUE 35.
           05 NRO-ST                PIC 9(02).
              88 NRO-SUCCESS                    VALUE 00
                                                      97.
           05 CRD-ST                PIC 9(02).
              88 CRD-EOF                        VALUE 10.
              88 CRD-SUCCESS                    VALUE 00
                                                      97.
              88 CRD-NOTFOUND                   VALUE 35.
           05 CASE-ST               PIC 9(02).
              88 CASE-SUCCESS                   VALUE 00
                                                      97.
              88 CASE-NOTFOUND                  VALUE 35.
           05 ALR-ST                PIC 9(02).
              88 ALR-SUCCESS                    VALUE 00
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
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGAML'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 WS-CUST-AVAIL         PIC X(01)   VALUE 'N'.
              88 CUST-AVAIL                     VALUE 'Y'.
           05 WS-LMT-AVAIL          PIC X(01)   VALUE 'N'.
              88 LMT-AVAIL                      VALUE 'Y'.
           05 WS-HOLD-AVAIL         PIC X(01)   VALUE 'N'.
              88 HOLD-AVAIL                     VALUE 'Y'.
           05 WS-CASE-EOF           PIC X(01)   VALUE 'N'.
              88 CASE-EOF                       VALUE 'Y'.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-FOUND              PIC X(01)   VALUE 'N'.
              88 FOUND                          VALUE 'Y'.
           05 WS-HAS-LIMIT          PIC X(01)   VALUE 'N'.
              88 HAS-LIMIT                      VALUE 'Y'.
           05 WS-ALERT-COUNT        PIC 9(07)   VALUE 0.
           05 WS-QUIET-COUNT        PIC 9(07)   VALUE 0.
           05 WS-NEW-CASE-COUNT     PIC 9(07)   VALUE 0.
           05 WS-CARD-OK-COUNT      PIC 9(07)   VALUE 0.
           05 WS-CARD-REJ-COUNT     PIC 9(07)   VALUE 0.
           05 WS-LINE-COUNT         PIC 9(07)   VALUE 0.
           05 WS-CASE-LIST-COUNT    PIC 9(07)   VALUE 0.
           05 WS-DY-USED            PIC 9(05)   VALUE 0.
           05 WS-DY-SUB             PIC 9(05)   VALUE 0.
           05 WS-DY-NEXT            PIC 9(05)   VALUE 0.
           05 WS-GC-USED            PIC 9(05)   VALUE 0.
           05 WS-ST-USED            PIC 9(05)   VALUE 0.
           05 WS-TAB-SUB            PIC 9(05)   VALUE 0.
           05 WS-CARD-SUB           PIC 9(02)   VALUE 0.
           05 WS-CHK-ID             PIC 9(05).
           05 WS-KEY-CUST           PIC 9(07).
           05 WS-KEY-ACCT           PIC 9(05).
           05 WS-LINE-DATE          PIC 9(08).
           05 WS-LINE-AMOUNT        PIC 9(13)V99.
           05 WS-LIMIT              PIC 9(13)V99.
           05 WS-NEAR-LEVEL         PIC 9(13)V99.
           05 WS-ASOF-INT           PIC 9(07).
           05 WS-WINDOW-START       PIC 9(08).
           05 WS-DORMANT-START      PIC 9(08).
           05 WS-CARD-CUST          PIC 9(07).
           05 WS-CARD-ACCT          PIC 9(05).

      *IS TARIHI - SYSIN'DEN ILK KART, BOSSA BUGUN. YALNIZ BU
      *TARIHLI IZ SATIRLARI INCELENIR
       01  WS-ASOF-CARD             PIC X(08)   VALUE SPACES.
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *PARAMETRE KARTLARI (SIRAYLA, HER BIRI BOSSA VARSAYILAN
      *DEGER): YAPILANDIRMA PENCERESI GUN (7), PENCEREDE UYARI
      *ICIN ESIK ALTI TUTAR ADEDI (3), ESIGIN YUZDE KACINDAN
      *ITIBAREN 'ESIGIN HEMEN ALTI' SAYILACAGI (90), UYKU
      *TARIHCESINE GERIYE BAKILAN GUN (90), TEMIZ KAPATILAN
      *VAKANIN SESSIZ KALACAGI GUN (30). SOLA YANASIK SAYI KABUL
      *EDILIR, SAYI OLMAYAN KART ISI DURDURUR (PBEGDRM GIBI)
       01  WS-PARM-CARD             PIC X(03)   VALUE SPACES.
       01  WS-PARM-VALUE            PIC 9(03)   VALUE 0.
       01  WS-PARM-GIVEN            PIC X(01)   VALUE 'N'.
           88 PARM-GIVEN                        VALUE 'Y'.
       01  WS-WINDOW-DAYS           PIC 9(03)   VALUE 7.
       01  WS-MIN-COUNT             PIC 9(03)   VALUE 3.
       01  WS-NEAR-PCT              PIC 9(03)   VALUE 90.
       01  WS-DORMANT-DAYS          PIC 9(03)   VALUE 90.
       01  WS-QUIET-DAYS            PIC 9(03)   VALUE 30.

      *HESAP BASINA BAGLI MUSTERI - ACCT-ID DOGRUDAN INDIS OLARAK
      *KULLANILIR (PBEGDRM'DEKI HAREKET TABLOSU GIBI). SIFIR:
      *HESAP HICBIR MUSTERIYE BAGLI DEGIL
       01  WS-XRF-TABLE.
           05 WS-ACCT-CUST OCCURS 99999 TIMES
                                    PIC 9(07).

      *HESAP BASINA PENCERE ICINDEKI EN SON UYKUYA ALINMA TARIHI
       01  WS-DRM-TABLE.
           05 WS-DRM-DATE OCCURS 99999 TIMES
                                    PIC 9(08).

      *GUNUN PARA HAREKETI SATIRLARI - DOSYA SIRASIYLA. VIRMANIN
      *IKI BACAGI AYNI PARTI, SIRA VE ZAMAN DAMGASIYLA ARDISIKTIR
       01  WS-DAY-TABLE.
           05 WS-DY-ENTRY OCCURS 5000 TIMES.
              10 DY-ID              PIC 9(05).
              10 DY-FUNC            PIC 9(01).
              10 DY-DVZ             PIC 9(03).
              10 DY-AMOUNT          PIC 9(13)V99.
              10 DY-STAMP           PIC 9(14).
              10 DY-BATCH-ID        PIC X(08).
              10 DY-SEQ             PIC 9(08).
              10 DY-CUST            PIC 9(07).
              10 DY-ACCT            PIC 9(05).
      *       AYNI MUSTERININ KENDI HESAPLARI ARASINDAKI VIRMAN
      *       BACAGI - GECIS ORUNTUSUNE KATILMAZ
              10 DY-INTERNAL        PIC X(01).

      *MUSTERI VE DOVIZ BAZINDA GUNUN GIRIS/CIKIS TOPLAMLARI
       01  WS-GC-TABLE.
           05 WS-GC-ENTRY OCCURS 2000 TIMES.
              10 GC-CUST            PIC 9(07).
              10 GC-ACCT            PIC 9(05).
              10 GC-DVZ             PIC 9(03).
              10 GC-IN              PIC 9(15)V99.
              10 GC-OUT             PIC 9(15)V99.

      *MUSTERI BAZINDA PENCERE ICI ESIK ALTI TUTARLAR
       01  WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
              10 ST-CUST            PIC 9(07).
              10 ST-ACCT            PIC 9(05).
              10 ST-DVZ             PIC 9(03).
              10 ST-COUNT           PIC 9(05).
              10 ST-TODAY           PIC 9(05).
              10 ST-AMOUNT          PIC 9(15)V99.

      *URETILECEK UYARININ ALANLARI
       01  WS-ALR-AREA.
           05 WA-CUST               PIC 9(07).
           05 WA-ACCT               PIC 9(05).
           05 WA-PATTERN            PIC X(02).
           05 WA-DVZ                PIC 9(03).
           05 WA-AMOUNT             PIC 9(13)V99.
           05 WA-COUNT              PIC 9(05).
           05 WA-TEXT               PIC X(30).

       01  WS-ALR-HDR-LINE.
           05 FILLER                PIC X(08) VALUE 'MUSTERI'.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(03) VALUE 'OR'.
           05 FILLER                PIC X(04) VALUE 'DVZ'.
           05 FILLER                PIC X(17) VALUE '           TUTAR'.
           05 FILLER                PIC X(06) VALUE ' ADET'.
           05 FILLER                PIC X(02) VALUE 'V'.
           05 FILLER                PIC X(34) VALUE 'ACIKLAMA'.
       01  WS-ALR-DTL-LINE.
           05 ADL-CUST              PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-ACCT              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-PATTERN           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-DVZ               PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-AMOUNT            PIC Z(12)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-COUNT             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-STATUS            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ADL-TEXT              PIC X(30).
           05 FILLER                PIC X(04) VALUE SPACES.
       01  WS-CRD-HDR-LINE.
           05 FILLER                PIC X(30) VALUE
              'VAKA KARAR KARTLARI'.
           05 FILLER                PIC X(50) VALUE SPACES.
       01  WS-CRD-DTL-LINE.
           05 CDL-ACTION            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-CUST              PIC X(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-ACCT              PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-PATTERN           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-OFFICER           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-DURUM             PIC X(30).
           05 FILLER                PIC X(21) VALUE SPACES.
       01  WS-ALR-TTL-LINE.
           05 FILLER                PIC X(15) VALUE 'UYARILAR  TARIH'.
           05 FILLER                PIC X(01) VALUE ':'.
           05 TTL-DATE              PIC 9(08).
           05 FILLER                PIC X(56) VALUE SPACES.
       01  WS-CASE-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'ACIK VAKALAR (ACIK / UST MAKAM / BILDIR)'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-CASE-COL-LINE.
           05 FILLER                PIC X(08) VALUE 'MUSTERI'.
           05 FILLER                PIC X(06) VALUE 'HESAP'.
           05 FILLER                PIC X(03) VALUE 'OR'.
           05 FILLER                PIC X(02) VALUE 'D'.
           05 FILLER                PIC X(09) VALUE 'ACILIS'.
           05 FILLER                PIC X(09) VALUE 'SON UYARI'.
           05 FILLER                PIC X(06) VALUE ' ADET'.
           05 FILLER                PIC X(09) VALUE 'KARAR'.
           05 FILLER                PIC X(28) VALUE 'MEMUR'.
       01  WS-CASE-DTL-LINE.
           05 CSL-CUST              PIC 9(07).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-ACCT              PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-PATTERN           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-STATUS            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-OPEN-DATE         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-LAST-ALERT        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-COUNT             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-DISP-DATE         PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CSL-OFFICER           PIC X(08).
           05 FILLER                PIC X(19) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(08) VALUE 'UYARI:'.
           05 SUM-ALERT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  YENI VAKA:'.
           05 SUM-NEW-CASE          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  SESSIZDE:'.
           05 SUM-QUIET             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  KART RED'.
           05 FILLER                PIC X(01) VALUE ':'.
           05 SUM-CARD-REJ          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-XREF.
           PERFORM H160-LOAD-DORMANT.
           PERFORM H300-APPLY-CARD UNTIL CRD-EOF.
           MOVE WS-ASOF-DATE TO TTL-DATE.
           WRITE RPT-LINE FROM WS-ALR-TTL-LINE.
           WRITE RPT-LINE FROM WS-ALR-HDR-LINE.
           PERFORM H200-SCAN-AUDIT UNTIL AUD-EOF.
           PERFORM H400-MARK-INTERNAL.
           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
              UNTIL WS-DY-SUB > WS-DY-USED
              PERFORM H420-CHECK-LINE
           END-PERFORM.
           PERFORM H500-CHECK-STRUCTURING.
           PERFORM H550-CHECK-PASS-THROUGH.
           PERFORM H800-PRINT-CASES.
           PERFORM H850-PRINT-SUMMARY.
           IF WS-CARD-REJ-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-CARDS.
           OPEN INPUT AUDIT-FILE.
           IF AUD-NOTFOUND
              SET AUD-EOF TO TRUE
           ELSE
              IF NOT AUD-SUCCESS
                 DISPLAY 'AUDIT FILE NOT OPEN: ' AUD-ST
                 MOVE AUD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      *    CAPRAZ KUTUK VE MUSTERI DOSYASI HENUZ YUKLENMEMIS
      *    OLABILIR - O DURUMDA HER HESAP KENDI BASINA IZLENIR
           OPEN INPUT XRF-FILE.
           IF XRF-NOTFOUND
              SET XRF-EOF TO TRUE
           ELSE
              IF NOT XRF-SUCCESS
                 DISPLAY 'CUSTXRF FILE NOT OPEN: ' XRF-ST
                 MOVE XRF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT CUST-FILE.
           IF CUST-SUCCESS
              MOVE 'Y' TO WS-CUST-AVAIL
           ELSE
              IF NOT CUST-NOTFOUND
                 DISPLAY 'CUSTFILE NOT OPEN: ' CUST-ST
                 MOVE CUST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT LMT-FILE.
           IF LMT-SUCCESS
              MOVE 'Y' TO WS-LMT-AVAIL
           ELSE
              IF NOT LMT-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN AMLLIMT: ' LMT-ST
                 MOVE LMT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT HOLD-REG.
           IF HOLD-SUCCESS
              MOVE 'Y' TO WS-HOLD-AVAIL
           ELSE
              IF NOT HOLD-NOTFOUND
                 DISPLAY 'HOLD REGISTER NOT OPEN: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
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
           END-IF.
           OPEN INPUT NRI-FILE.
           IF NRI-NOTFOUND
              SET NRI-EOF TO TRUE
           ELSE
              IF NOT NRI-SUCCESS
                 DISPLAY 'AMLHIN FILE NOT OPEN: ' NRI-ST
                 MOVE NRI-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT NRO-FILE.
           IF NOT NRO-SUCCESS
              DISPLAY 'AMLHOUT FILE NOT OPEN: ' NRO-ST
              MOVE NRO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CRD-FILE.
           IF CRD-NOTFOUND
              SET CRD-EOF TO TRUE
           ELSE
              IF NOT CRD-SUCCESS
                 DISPLAY 'AMLCARDS FILE NOT OPEN: ' CRD-ST
                 MOVE CRD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
      *    VAKA KUTUGU GUNCELLEME ICIN I-O ACILIR, ILK CALISMADA
      *    DOSYA YOKSA BOS OLARAK OLUSTURULUP YENIDEN ACILIR
      *    (PBEGHLD'DEKI BLOKE KUTUGU GIBI)
           OPEN I-O CASE-REG.
           IF CASE-NOTFOUND
              OPEN OUTPUT CASE-REG
              CLOSE CASE-REG
              OPEN I-O CASE-REG
           END-IF.
           IF NOT CASE-SUCCESS
              DISPLAY 'CASE REGISTER NOT OPEN: ' CASE-ST
              MOVE CASE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ALR-FILE.
           IF NOT ALR-SUCCESS
              DISPLAY 'ALERT FILE NOT OPEN: ' ALR-ST
              MOVE ALR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-CRD-HDR-LINE.
           IF NOT AUD-EOF
              READ AUDIT-FILE
                 AT END SET AUD-EOF TO TRUE
              END-READ
           END-IF.
           IF NOT CRD-EOF
              READ CRD-FILE
                 AT END SET CRD-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *ILK SYSIN KARTINDAN IS TARIHI (BOSSA BUGUN), ARDINDAN
      *SIRAYLA PARAMETRE KARTLARI OKUNUR. PENCERE BASLANGICLARI
      *IS TARIHINDEN GUN SAYISI GERIYE GIDILEREK BULUNUR
       H110-ACCEPT-CARDS.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-ASOF-CARD NOT = SPACES AND
              WS-ASOF-CARD IS NUMERIC
              MOVE WS-ASOF-CARD TO WS-ASOF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
           PERFORM H115-EDIT-PARM-CARD.
           IF PARM-GIVEN
              MOVE WS-PARM-VALUE TO WS-WINDOW-DAYS
           END-IF.
           PERFORM H115-EDIT-PARM-CARD.
           IF PARM-GIVEN
              MOVE WS-PARM-VALUE TO WS-MIN-COUNT
           END-IF.
           PERFORM H115-EDIT-PARM-CARD.
           IF PARM-GIVEN
              MOVE WS-PARM-VALUE TO WS-NEAR-PCT
           END-IF.
           PERFORM H115-EDIT-PARM-CARD.
           IF PARM-GIVEN
              MOVE WS-PARM-VALUE TO WS-DORMANT-DAYS
           END-IF.
           PERFORM H115-EDIT-PARM-CARD.
           IF PARM-GIVEN
              MOVE WS-PARM-VALUE TO WS-QUIET-DAYS
           END-IF.
           COMPUTE WS-ASOF-INT =
              FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE).
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (WS-ASOF-INT - WS-WINDOW-DAYS + 1).
           COMPUTE WS-DORMANT-START = FUNCTION DATE-OF-INTEGER
              (WS-ASOF-INT - WS-DORMANT-DAYS).
       H110-END. EXIT.

      *TEK PARAMETRE KARTININ OKUNUP DOGRULANMASI
       H115-EDIT-PARM-CARD.
           MOVE 'N'    TO WS-PARM-GIVEN
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CARD NOT = SPACES
              PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                 UNTIL WS-CARD-SUB > 3
                 IF WS-PARM-CARD (WS-CARD-SUB:1) NOT = ' ' AND
                    WS-PARM-CARD (WS-CARD-SUB:1) IS NOT NUMERIC
                    DISPLAY 'INVALID PARAMETER CARD: ' WS-PARM-CARD
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-PERFORM
              COMPUTE WS-PARM-VALUE =
                 FUNCTION NUMVAL (WS-PARM-CARD)
              MOVE 'Y' TO WS-PARM-GIVEN
           END-IF.
       H115-END. EXIT.

      *CAPRAZ KUTUK BASTAN SONA OKUNUP HESAP -> MUSTERI TABLOSU
      *KURULUR. BIRDEN FAZLA MUSTERIYE BAGLI HESAPTA ILK BAGLANTI
      *GECERLIDIR
       H150-LOAD-XREF.
           INITIALIZE WS-XRF-TABLE.
           PERFORM UNTIL XRF-EOF
              READ XRF-FILE NEXT RECORD
                 AT END SET XRF-EOF TO TRUE
                 NOT AT END
                    IF XRF-ACCT-ID > 0
                       MOVE XRF-ACCT-ID TO WS-CHK-ID
                       IF WS-ACCT-CUST (WS-CHK-ID) = 0
                          MOVE XRF-CUST-ID
                             TO WS-ACCT-CUST (WS-CHK-ID)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       H150-END. EXIT.

      *UYKU TARIHCESINDEN BAKIS PENCERESI ICINDE UYKUYA ALINMIS
      *HESAPLARIN EN SON UYKUYA ALINMA TARIHI TABLOYA ALINIR
       H160-LOAD-DORMANT.
           INITIALIZE WS-DRM-TABLE.
           PERFORM UNTIL HIST-EOF
              READ HIST-FILE
                 AT END SET HIST-EOF TO TRUE
                 NOT AT END
                    IF HIST-ID > 0 AND
                       HIST-DORMANT-DATE >= WS-DORMANT-START AND
                       HIST-DORMANT-DATE > WS-DRM-DATE (HIST-ID)
                       MOVE HIST-DORMANT-DATE
                          TO WS-DRM-DATE (HIST-ID)
                    END-IF
              END-READ
           END-PERFORM.
       H160-END. EXIT.

      *GUNUN IZ SATIRLARI: BLOKELI HESAPTA HER PARA HAREKETI
      *DENEMESI (REDDEDILMIS OLSA DA) HEMEN DEGERLENDIRILIR.
      *BASARIYLA ISLENIP BAKIYEYI DEGISTIREN ALACAK/BORC SATIRLARI
      *TABLOYA ALINIR. PARTI NUMARASI OLMAYAN SATIRLAR FAIZ VE
      *UCRET GIBI SISTEM KAYITLARIDIR, MUSTERI HAREKETI SAYILMAZ
       H200-SCAN-AUDIT.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-LINE-DATE
           IF WS-LINE-DATE = WS-ASOF-DATE AND AUDIT-KEY > 0
              IF AUDIT-NEW-BALANCE > AUDIT-OLD-BALANCE
                 COMPUTE WS-LINE-AMOUNT =
                    AUDIT-NEW-BALANCE - AUDIT-OLD-BALANCE
              ELSE
                 COMPUTE WS-LINE-AMOUNT =
                    AUDIT-OLD-BALANCE - AUDIT-NEW-BALANCE
              END-IF
              IF AUDIT-FUNC-MONEY AND AUDIT-SUCCESS
                 PERFORM H250-CHECK-FROZEN
              END-IF
              IF AUDIT-SUCCESS AND
                 (AUDIT-FUNC-CREDIT OR AUDIT-FUNC-DEBIT) AND
                 WS-LINE-AMOUNT > 0 AND
                 AUDIT-BATCH-ID NOT = SPACES
                 PERFORM H210-ADD-LINE
              END-IF
           END-IF
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

       H210-ADD-LINE.
           IF WS-DY-USED >= 5000
              DISPLAY 'WS-DAY-TABLE FULL - TOO MANY AUDIT LINES'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-DY-USED
           ADD 1 TO WS-LINE-COUNT
           MOVE AUDIT-KEY       TO WS-CHK-ID
           PERFORM H600-GET-CUST-KEY
           MOVE AUDIT-KEY       TO DY-ID       (WS-DY-USED)
           MOVE AUDIT-FUNC      TO DY-FUNC     (WS-DY-USED)
           MOVE AUDIT-DVZ       TO DY-DVZ      (WS-DY-USED)
           MOVE WS-LINE-AMOUNT  TO DY-AMOUNT   (WS-DY-USED)
           MOVE AUDIT-TIMESTAMP TO DY-STAMP    (WS-DY-USED)
           MOVE AUDIT-BATCH-ID  TO DY-BATCH-ID (WS-DY-USED)
           MOVE AUDIT-SEQ       TO DY-SEQ      (WS-DY-USED)
           MOVE WS-KEY-CUST     TO DY-CUST     (WS-DY-USED)
           MOVE WS-KEY-ACCT     TO DY-ACCT     (WS-DY-USED)
           MOVE 'N'             TO DY-INTERNAL (WS-DY-USED).
       H210-END. EXIT.

      *BLOKELI HESAPTA HAREKET: PBEGIDX DONDURULMUS HESAPTA
      *HAREKETI REDDEDER AMA DENEMEYI IZ KAYDINA YINE YAZAR.
      *BAKIYESI DEGISMEYEN DENEME HER ZAMAN, BAKIYESI DEGISEN
      *HAREKET ISE BLOKE GUNUNDEN SONRAYSA UYARI URETIR (BLOKE
      *GUNU BLOKEDEN ONCE ISLENMIS OLABILIR)
       H250-CHECK-FROZEN.
           IF HOLD-AVAIL
              MOVE AUDIT-KEY TO HOLD-ID
              INITIALIZE INVALID-KEY
              READ HOLD-REG
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF NOT INVL-KEY AND
                 (WS-LINE-AMOUNT = 0 OR HOLD-DATE < WS-LINE-DATE)
                 MOVE AUDIT-KEY       TO WS-CHK-ID
                 PERFORM H600-GET-CUST-KEY
                 INITIALIZE WS-ALR-AREA
                 MOVE 'BL'            TO WA-PATTERN
                 MOVE AUDIT-DVZ       TO WA-DVZ
                 MOVE WS-LINE-AMOUNT  TO WA-AMOUNT
                 MOVE 1               TO WA-COUNT
                 IF WS-LINE-AMOUNT = 0
                    MOVE 'BLOKELI HESAPTA HAREKET DENEME'
                       TO WA-TEXT
                 ELSE
                    MOVE 'BLOKELI HESAPTA ISLENEN HAREKET'
                       TO WA-TEXT
                 END-IF
                 PERFORM H700-RAISE-ALERT
              END-IF
           END-IF.
       H250-END. EXIT.

      *KARAR KARTININ VAKAYA ISLENMESI: VAKA VAR OLMALI, MEMUR
      *SICILI BOS OLMAMALI. TEMIZ KAPATILAN VAKA BEKLEME SURESI
      *BOYUNCA SESSIZ KALIR
       H300-APPLY-CARD.
           MOVE CRD-ACTION  TO CDL-ACTION
           MOVE CRD-CUST-ID TO CDL-CUST
           MOVE CRD-ACCT-ID TO CDL-ACCT
           MOVE CRD-PATTERN TO CDL-PATTERN
           MOVE CRD-OFFICER TO CDL-OFFICER
           MOVE 0 TO WS-CARD-CUST WS-CARD-ACCT
           MOVE SPACES TO CDL-DURUM
           EVALUATE TRUE
              WHEN CRD-ACTION NOT = 'T' AND
                   CRD-ACTION NOT = 'U' AND
                   CRD-ACTION NOT = 'B'
                 MOVE 'GECERSIZ KARAR KODU' TO CDL-DURUM
              WHEN CRD-OFFICER = SPACES
                 MOVE 'MEMUR SICILI EKSIK' TO CDL-DURUM
              WHEN CRD-CUST-ID NOT = SPACES AND
                   CRD-CUST-ID IS NOT NUMERIC
                 MOVE 'MUSTERI NUMARASI GECERSIZ' TO CDL-DURUM
              WHEN CRD-ACCT-ID NOT = SPACES AND
                   CRD-ACCT-ID IS NOT NUMERIC
                 MOVE 'HESAP NUMARASI GECERSIZ' TO CDL-DURUM
           END-EVALUATE
           IF CDL-DURUM = SPACES
              IF CRD-CUST-ID NOT = SPACES
                 MOVE CRD-CUST-ID TO WS-CARD-CUST
              END-IF
              IF CRD-ACCT-ID NOT = SPACES
                 MOVE CRD-ACCT-ID TO WS-CARD-ACCT
              END-IF
              MOVE WS-CARD-CUST TO CASE-CUST-ID
              MOVE WS-CARD-ACCT TO CASE-ACCT-ID
              MOVE CRD-PATTERN  TO CASE-PATTERN
              INITIALIZE INVALID-KEY
              READ CASE-REG
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
              IF INVL-KEY
                 MOVE 'VAKA BULUNAMADI' TO CDL-DURUM
              ELSE
                 MOVE CRD-ACTION   TO CASE-STATUS
                 MOVE WS-ASOF-DATE TO CASE-DISP-DATE
                 MOVE CRD-OFFICER  TO CASE-OFFICER
                 MOVE 0            TO CASE-QUIET-UNTIL
                 IF CASE-CLEARED
                    COMPUTE CASE-QUIET-UNTIL = FUNCTION
                       DATE-OF-INTEGER (WS-ASOF-INT + WS-QUIET-DAYS)
                 END-IF
                 REWRITE CASE-FIELDS
                 MOVE 'KARAR ISLENDI' TO CDL-DURUM
                 ADD 1 TO WS-CARD-OK-COUNT
              END-IF
           END-IF
           IF CDL-DURUM NOT = 'KARAR ISLENDI'
              ADD 1 TO WS-CARD-REJ-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-CRD-DTL-LINE
           READ CRD-FILE
              AT END SET CRD-EOF TO TRUE
           END-READ.
       H300-END. EXIT.

      *VIRMAN BACAKLARININ ESLESTIRILMESI: BORC BACAGININ HEMEN
      *ARDINDAN AYNI PARTI, SIRA VE ZAMAN DAMGASIYLA ALACAK BACAGI
      *GELIYORSA IKISI BIR VIRMANDIR. IKI HESAP AYNI MUSTERININSE
      *BACAKLAR ICERIDE SAYILIR
       H400-MARK-INTERNAL.
           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
              UNTIL WS-DY-SUB >= WS-DY-USED
              COMPUTE WS-DY-NEXT = WS-DY-SUB + 1
              IF DY-FUNC (WS-DY-SUB)  = 6 AND
                 DY-FUNC (WS-DY-NEXT) = 5 AND
                 DY-STAMP (WS-DY-NEXT)    = DY-STAMP (WS-DY-SUB) AND
                 DY-SEQ (WS-DY-NEXT)      = DY-SEQ (WS-DY-SUB) AND
                 DY-BATCH-ID (WS-DY-NEXT) = DY-BATCH-ID (WS-DY-SUB)
                 AND DY-CUST (WS-DY-NEXT) = DY-CUST (WS-DY-SUB)
                 AND DY-ACCT (WS-DY-NEXT) = DY-ACCT (WS-DY-SUB)
                 MOVE 'Y' TO DY-INTERNAL (WS-DY-SUB)
                 MOVE 'Y' TO DY-INTERNAL (WS-DY-NEXT)
              END-IF
           END-PERFORM.
       H400-END. EXIT.

      *TEK SATIRIN ESIGE BAGLI KONTROLLERI: ESIK USTU TUTAR,
      *ESIK ALTI TUTARIN PENCEREYE EKLENMESI, UYKUDAN YENI DONEN
      *HESAPTA BUYUK HAREKET VE GIRIS/CIKIS TOPLAMLARI
       H420-CHECK-LINE.
           MOVE DY-DVZ (WS-DY-SUB) TO WS-CHK-ID
           PERFORM H610-GET-LIMIT
           IF HAS-LIMIT
              MOVE DY-CUST (WS-DY-SUB) TO WS-KEY-CUST
              MOVE DY-ACCT (WS-DY-SUB) TO WS-KEY-ACCT
              IF DY-AMOUNT (WS-DY-SUB) >= WS-LIMIT
                 INITIALIZE WS-ALR-AREA
                 MOVE 'BT'                  TO WA-PATTERN
                 MOVE DY-DVZ (WS-DY-SUB)    TO WA-DVZ
                 MOVE DY-AMOUNT (WS-DY-SUB) TO WA-AMOUNT
                 MOVE 1                     TO WA-COUNT
                 MOVE 'BILDIRIM ESIGINI ASAN TUTAR' TO WA-TEXT
                 MOVE DY-ID (WS-DY-SUB)     TO WS-CHK-ID
                 PERFORM H700-RAISE-ALERT
              ELSE
                 IF DY-AMOUNT (WS-DY-SUB) >= WS-NEAR-LEVEL
                    PERFORM H430-ADD-NEAR-TODAY
                 END-IF
              END-IF
              MOVE DY-ID (WS-DY-SUB) TO WS-CHK-ID
              IF WS-DRM-DATE (WS-CHK-ID) > 0 AND
                 DY-AMOUNT (WS-DY-SUB) >= WS-NEAR-LEVEL
                 INITIALIZE WS-ALR-AREA
                 MOVE 'UY'                  TO WA-PATTERN
                 MOVE DY-DVZ (WS-DY-SUB)    TO WA-DVZ
                 MOVE DY-AMOUNT (WS-DY-SUB) TO WA-AMOUNT
                 MOVE 1                     TO WA-COUNT
                 MOVE 'UYKUDAN DONEN HESAPTA BUYUK TUTAR'
                    TO WA-TEXT
                 PERFORM H700-RAISE-ALERT
              END-IF
              IF DY-INTERNAL (WS-DY-SUB) = 'N'
                 PERFORM H440-ADD-FLOW
              END-IF
           END-IF.
       H420-END. EXIT.

      *BUGUNUN ESIK ALTI TUTARI DEVIR LISTESINE YAZILIR VE
      *MUSTERININ PENCERE SAYACINA EKLENIR
       H430-ADD-NEAR-TODAY.
           MOVE DY-CUST   (WS-DY-SUB) TO NRO-CUST-ID
           MOVE DY-ACCT   (WS-DY-SUB) TO NRO-ACCT-ID
           MOVE WS-ASOF-DATE          TO NRO-DATE
           MOVE DY-DVZ    (WS-DY-SUB) TO NRO-DVZ
           MOVE DY-AMOUNT (WS-DY-SUB) TO NRO-AMOUNT
           WRITE NRO-FIELDS
           PERFORM H620-FIND-ST-ENTRY
           ADD 1 TO ST-COUNT (WS-TAB-SUB)
           ADD 1 TO ST-TODAY (WS-TAB-SUB)
           ADD DY-AMOUNT (WS-DY-SUB) TO ST-AMOUNT (WS-TAB-SUB)
           MOVE DY-DVZ (WS-DY-SUB)   TO ST-DVZ (WS-TAB-SUB).
       H430-END. EXIT.

      *MUSTERI VE DOVIZ BAZINDA GIRIS/CIKIS TOPLAMINA EKLEME
       H440-ADD-FLOW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-GC-USED
              IF GC-CUST (WS-TAB-SUB) = DY-CUST (WS-DY-SUB) AND
                 GC-ACCT (WS-TAB-SUB) = DY-ACCT (WS-DY-SUB) AND
                 GC-DVZ  (WS-TAB-SUB) = DY-DVZ  (WS-DY-SUB)
                 MOVE 'Y' TO WS-FOUND
              END-IF
              IF FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT FOUND
              IF WS-GC-USED >= 2000
                 DISPLAY 'WS-GC-TABLE FULL - TOO MANY CUSTOMERS'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-GC-USED
              MOVE WS-GC-USED TO WS-TAB-SUB
              MOVE DY-CUST (WS-DY-SUB) TO GC-CUST (WS-TAB-SUB)
              MOVE DY-ACCT (WS-DY-SUB) TO GC-ACCT (WS-TAB-SUB)
              MOVE DY-DVZ  (WS-DY-SUB) TO GC-DVZ  (WS-TAB-SUB)
              MOVE 0 TO GC-IN (WS-TAB-SUB) GC-OUT (WS-TAB-SUB)
           END-IF
           IF DY-FUNC (WS-DY-SUB) = 5
              ADD DY-AMOUNT (WS-DY-SUB) TO GC-IN  (WS-TAB-SUB)
           ELSE
              ADD DY-AMOUNT (WS-DY-SUB) TO GC-OUT (WS-TAB-SUB)
           END-IF.
       H440-END. EXIT.

      *YAPILANDIRMA: ONCEKI GUNLERIN ESIK ALTI TUTARLARINDAN
      *PENCERE ICINDE KALANLAR DEVIR LISTESINE TASINIP MUSTERI
      *SAYACLARINA EKLENIR. PENCEREDE EN AZ N ESIK ALTI TUTARI
      *OLAN VE BUGUN DE BOYLE TUTAR GELEN MUSTERI UYARI URETIR
       H500-CHECK-STRUCTURING.
           PERFORM UNTIL NRI-EOF
              READ NRI-FILE
                 AT END SET NRI-EOF TO TRUE
                 NOT AT END
                    IF NRI-DATE >= WS-WINDOW-START AND
                       NRI-DATE <  WS-ASOF-DATE
                       MOVE NRI-FIELDS TO NRO-FIELDS
                       WRITE NRO-FIELDS
                       MOVE NRI-CUST-ID TO WS-KEY-CUST
                       MOVE NRI-ACCT-ID TO WS-KEY-ACCT
                       PERFORM H620-FIND-ST-ENTRY
                       ADD 1 TO ST-COUNT (WS-TAB-SUB)
                       ADD NRI-AMOUNT TO ST-AMOUNT (WS-TAB-SUB)
                       IF ST-DVZ (WS-TAB-SUB) = 0
                          MOVE NRI-DVZ TO ST-DVZ (WS-TAB-SUB)
                       END-IF
                 END-READ
           END-PERFORM
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-ST-USED
              IF ST-TODAY (WS-TAB-SUB) > 0 AND
                 ST-COUNT (WS-TAB-SUB) >= WS-MIN-COUNT
                 MOVE ST-CUST (WS-TAB-SUB) TO WS-KEY-CUST
                 MOVE ST-ACCT (WS-TAB-SUB) TO WS-KEY-ACCT
                 INITIALIZE WS-ALR-AREA
                 MOVE 'YP'                   TO WA-PATTERN
                 MOVE ST-DVZ (WS-TAB-SUB)    TO WA-DVZ
                 MOVE ST-AMOUNT (WS-TAB-SUB) TO WA-AMOUNT
                 MOVE ST-COUNT (WS-TAB-SUB)  TO WA-COUNT
                 MOVE 'ESIK ALTI TEKRARLANAN TUTARLAR' TO WA-TEXT
                 MOVE WS-KEY-ACCT            TO WS-CHK-ID
                 PERFORM H700-RAISE-ALERT
              END-IF
           END-PERFORM.
       H500-END. EXIT.

      *GECIS: AYNI GUN, AYNI DOVIZDE ESIGIN HEMEN ALTI DUZEYINDE
      *VEYA UZERINDE GIREN PARANIN YUZDE BANDI KADARI YENIDEN
      *CIKMISSA UYARI URETILIR. TUTAR OLARAK CIKAN TOPLAM VERILIR
       H550-CHECK-PASS-THROUGH.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-GC-USED
              MOVE GC-DVZ (WS-TAB-SUB) TO WS-CHK-ID
              PERFORM H610-GET-LIMIT
              IF HAS-LIMIT AND
                 GC-IN (WS-TAB-SUB) >= WS-NEAR-LEVEL AND
                 GC-OUT (WS-TAB-SUB) * 100 >=
                    GC-IN (WS-TAB-SUB) * WS-NEAR-PCT
                 MOVE GC-CUST (WS-TAB-SUB) TO WS-KEY-CUST
                 MOVE GC-ACCT (WS-TAB-SUB) TO WS-KEY-ACCT
                 INITIALIZE WS-ALR-AREA
                 MOVE 'GC'                 TO WA-PATTERN
                 MOVE GC-DVZ (WS-TAB-SUB)  TO WA-DVZ
                 MOVE GC-OUT (WS-TAB-SUB)  TO WA-AMOUNT
                 MOVE 'AYNI GUN GELIP CIKAN PARA' TO WA-TEXT
                 MOVE WS-KEY-ACCT          TO WS-CHK-ID
                 PERFORM H700-RAISE-ALERT
              END-IF
           END-PERFORM.
       H550-END. EXIT.

      *HESABIN VAKA ANAHTARI: MUSTERIYE BAGLI HESAPTA MUSTERI
      *NUMARASI VE SIFIR HESAP, BAGLI OLMAYANDA SIFIR MUSTERI VE
      *HESAP NUMARASI
       H600-GET-CUST-KEY.
           MOVE WS-ACCT-CUST (WS-CHK-ID) TO WS-KEY-CUST
           IF WS-KEY-CUST = 0
              MOVE WS-CHK-ID TO WS-KEY-ACCT
           ELSE
              MOVE 0         TO WS-KEY-ACCT
           END-IF.
       H600-END. EXIT.

      *DOVIZIN BILDIRIM ESIGI VE 'ESIGIN HEMEN ALTI' DUZEYI -
      *WS-CHK-ID DOVIZ KODUNU TASIR
       H610-GET-LIMIT.
           MOVE 'N' TO WS-HAS-LIMIT
           MOVE 0   TO WS-LIMIT WS-NEAR-LEVEL
           IF LMT-AVAIL
              MOVE WS-CHK-ID TO LMT-DVZ
              READ LMT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF LMT-AMOUNT > 0
                       MOVE 'Y'        TO WS-HAS-LIMIT
                       MOVE LMT-AMOUNT TO WS-LIMIT
                       COMPUTE WS-NEAR-LEVEL ROUNDED =
                          LMT-AMOUNT * WS-NEAR-PCT / 100
                    END-IF
              END-READ
           END-IF.
       H610-END. EXIT.

      *MUSTERININ PENCERE SAYACI SATIRI - YOKSA ACILIR
       H620-FIND-ST-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-ST-USED
              IF ST-CUST (WS-TAB-SUB) = WS-KEY-CUST AND
                 ST-ACCT (WS-TAB-SUB) = WS-KEY-ACCT
                 MOVE 'Y' TO WS-FOUND
              END-IF
              IF FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT FOUND
              IF WS-ST-USED >= 2000
                 DISPLAY 'WS-ST-TABLE FULL - TOO MANY CUSTOMERS'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-ST-USED
              MOVE WS-ST-USED  TO WS-TAB-SUB
              MOVE WS-KEY-CUST TO ST-CUST (WS-TAB-SUB)
              MOVE WS-KEY-ACCT TO ST-ACCT (WS-TAB-SUB)
              MOVE 0 TO ST-DVZ (WS-TAB-SUB) ST-COUNT (WS-TAB-SUB)
                        ST-TODAY (WS-TAB-SUB) ST-AMOUNT (WS-TAB-SUB)
           END-IF.
       H620-END. EXIT.

      *UYARININ VAKA KUTUGUNE BAGLANMASI: VAKA YOKSA ACILIR;
      *TEMIZ KAPATILMIS VAKA SESSIZ SURESI ICINDEYSE UYARI
      *YAZILMAZ, SURE GECMISSE VAKA YENIDEN ACILIR; ACIK, UST
      *MAKAMDA VEYA BILDIRILMIS VAKAYA UYARI EKLENIR. VAKA
      *ANAHTARI WS-KEY-CUST/WS-KEY-ACCT, UYARININ HESABI WS-CHK-ID
       H700-RAISE-ALERT.
           MOVE WS-KEY-CUST TO CASE-CUST-ID
           MOVE WS-KEY-ACCT TO CASE-ACCT-ID
           MOVE WA-PATTERN  TO CASE-PATTERN
           INITIALIZE INVALID-KEY
           READ CASE-REG
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-READ
           IF INVL-KEY
              MOVE 'A'          TO CASE-STATUS
              MOVE WS-ASOF-DATE TO CASE-OPEN-DATE
              MOVE WS-ASOF-DATE TO CASE-LAST-ALERT
              MOVE 1            TO CASE-ALERT-COUNT
              MOVE WA-AMOUNT    TO CASE-LAST-AMOUNT
              MOVE 0            TO CASE-DISP-DATE
              MOVE SPACES       TO CASE-OFFICER
              MOVE 0            TO CASE-QUIET-UNTIL
              WRITE CASE-FIELDS
                 INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO WS-NEW-CASE-COUNT
              PERFORM H710-WRITE-ALERT
           ELSE
              IF CASE-CLEARED AND WS-ASOF-DATE <= CASE-QUIET-UNTIL
                 ADD 1 TO WS-QUIET-COUNT
              ELSE
                 IF CASE-CLEARED
                    MOVE 'A'          TO CASE-STATUS
                    MOVE WS-ASOF-DATE TO CASE-OPEN-DATE
                    MOVE 0            TO CASE-ALERT-COUNT
                 END-IF
                 MOVE WS-ASOF-DATE TO CASE-LAST-ALERT
                 ADD 1             TO CASE-ALERT-COUNT
                 MOVE WA-AMOUNT    TO CASE-LAST-AMOUNT
                 REWRITE CASE-FIELDS
                 PERFORM H710-WRITE-ALERT
              END-IF
           END-IF.
       H700-END. EXIT.

      *UYARI KAYDI VE RAPOR SATIRI - MUSTERIYE BAGLI UYARIDA
      *MUSTERININ ADI EKLENIR
       H710-WRITE-ALERT.
           INITIALIZE ALR-FIELDS
           MOVE WS-ASOF-DATE TO ALR-DATE
           MOVE WS-KEY-CUST  TO ALR-CUST-ID
           MOVE WS-CHK-ID    TO ALR-ACCT-ID
           MOVE WA-PATTERN   TO ALR-PATTERN
           MOVE WA-DVZ       TO ALR-DVZ
           MOVE WA-AMOUNT    TO ALR-AMOUNT
           MOVE WA-COUNT     TO ALR-COUNT
           MOVE CASE-STATUS  TO ALR-CASE-STATUS
           MOVE WA-TEXT      TO ALR-TEXT
           IF WS-KEY-CUST > 0 AND CUST-AVAIL
              MOVE WS-KEY-CUST TO CUST-ID
              READ CUST-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CUST-NAME    TO ALR-NAME
                    MOVE CUST-SURNAME TO ALR-SURNAME
              END-READ
           END-IF
           WRITE ALR-FIELDS
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-KEY-CUST  TO ADL-CUST
           MOVE WS-CHK-ID    TO ADL-ACCT
           MOVE WA-PATTERN   TO ADL-PATTERN
           MOVE WA-DVZ       TO ADL-DVZ
           MOVE WA-AMOUNT    TO ADL-AMOUNT
           MOVE WA-COUNT     TO ADL-COUNT
           MOVE CASE-STATUS  TO ADL-STATUS
           MOVE WA-TEXT      TO ADL-TEXT
           WRITE RPT-LINE FROM WS-ALR-DTL-LINE.
       H710-END. EXIT.

      *KARARI BEKLEYEN VEYA SURMEKTE OLAN (TEMIZ KAPATILMAMIS)
      *VAKALARIN DOKUMU
       H800-PRINT-CASES.
           WRITE RPT-LINE FROM WS-CASE-HDR-LINE
           WRITE RPT-LINE FROM WS-CASE-COL-LINE
           INITIALIZE INVALID-KEY
           MOVE 0      TO CASE-CUST-ID CASE-ACCT-ID
           MOVE SPACES TO CASE-PATTERN
           START CASE-REG KEY IS NOT LESS THAN CASE-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF INVL-KEY
              SET CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL CASE-EOF
              READ CASE-REG NEXT RECORD
                 AT END SET CASE-EOF TO TRUE
                 NOT AT END
                    IF NOT CASE-CLEARED
                       ADD 1 TO WS-CASE-LIST-COUNT
                       MOVE CASE-CUST-ID     TO CSL-CUST
                       MOVE CASE-ACCT-ID     TO CSL-ACCT
                       MOVE CASE-PATTERN     TO CSL-PATTERN
                       MOVE CASE-STATUS      TO CSL-STATUS
                       MOVE CASE-OPEN-DATE   TO CSL-OPEN-DATE
                       MOVE CASE-LAST-ALERT  TO CSL-LAST-ALERT
                       MOVE CASE-ALERT-COUNT TO CSL-COUNT
                       MOVE CASE-DISP-DATE   TO CSL-DISP-DATE
                       MOVE CASE-OFFICER     TO CSL-OFFICER
                       WRITE RPT-LINE FROM WS-CASE-DTL-LINE
                    END-IF
              END-READ
           END-PERFORM.
       H800-END. EXIT.

      *UYARI, VAKA VE KART SAYILARININ OZETI
       H850-PRINT-SUMMARY.
           MOVE WS-ALERT-COUNT    TO SUM-ALERT
           MOVE WS-NEW-CASE-COUNT TO SUM-NEW-CASE
           MOVE WS-QUIET-COUNT    TO SUM-QUIET
           MOVE WS-CARD-REJ-COUNT TO SUM-CARD-REJ
           WRITE RPT-LINE FROM WS-SUM-LINE.
       H850-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE AUDIT-FILE
                 XRF-FILE
                 HIST-FILE
                 NRI-FILE
                 NRO-FILE
                 CRD-FILE
                 CASE-REG
                 ALR-FILE
                 RPT-FILE.
           IF CUST-AVAIL
              CLOSE CUST-FILE
           END-IF.
           IF LMT-AVAIL
              CLOSE LMT-FILE
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLD-REG
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE URETILEN
      *UYARI SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM   TO RUN-PROGRAM
              MOVE 'E'              TO RUN-EVENT
              MOVE WS-RUN-DATE      TO RUN-BUS-DATE
              MOVE RETURN-CODE      TO RUN-RC
              MOVE WS-ALERT-COUNT   TO RUN-COUNT
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
