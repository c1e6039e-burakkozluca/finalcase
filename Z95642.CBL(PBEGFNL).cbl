                            ACCESS       RANDOM
                            RECORD       XRF-KEY
                            STATUS       XRF-ST.
      *HESAP ANA DOSYASI - YALNIZ OKUNUR, YUKSEK TUTARLI BORC VE
      *VIRMANDA HESABIN DOVIZI BURADAN ALINIR. ALT-PROGRAM AYNI
      *DOSYAYI GUNCELLEME ICIN AYRICA ACAR (PBEGINT'TEKI GIBI)
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
      *DOVIZ BAZINDA IKINCI ONAY SINIRI - BORC ('B') VE VIRMAN
      *('V') TUTARI HESABIN DOVIZINDEKI SINIRI ASARSA HAREKET
      *ISLENMEZ, ONAY KUYRUGUNA ALINIR. DOSYA YOKSA SINIR
      *UYGULANMAZ (ODLIMIT'TE OLDUGU GIBI)
           SELECT LMT-FILE  ASSIGN TO    APRLIMT
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       LMT-KEY
                            STATUS       LMT-ST.
      *IKINCI ONAY BEKLEYEN YUKSEK TUTARLI HAREKETLER - PBEGAPR
      *IKINCI MEMURUN ONAY/RED KARTLARIYLA ISLER
           SELECT APR-FILE  ASSIGN TO    APRFILE
                            STATUS       APR-ST.
      *KAPANIS KUYRUGU - HESAP KAPATMA ('D') KARTLARI BURADA
      *ISLENMEZ, PBEGCLS FAIZ/UCRET/BAKIYE TASFIYESIYLE KAPATIR
           SELECT CLS-FILE  ASSIGN TO    CLSFILE
                            STATUS       CLS-ST.
      *FAIZ ORANI REFERANS DOSYASI - VADELI MEVDUATIN SABITLENEN
      *ORANI IS TARIHINDE GECERLI ORANDIR (PBEGINT'TEKI ARAMA)
           SELECT RATE-FILE ASSIGN TO    INTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       RATE-KEY
                            STATUS       RATE-ST.
      *VADELI MEVDUAT KUTUGU - FONLAYAN HESAP VE MEVDUAT
      *NUMARASIYLA ANAHTARLI. ACILIS ('M') KARTI BURAYA YENI
      *MEVDUAT YAZAR, PBEGTDM VADE/BOZMA ISLEMLERINI YURUTUR
           SELECT TD-MAST   ASSIGN TO    TDMAST
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       TD-KEY
                            STATUS       TD-ST.
      *PBEGAPR'NIN SERBEST BIRAKMA KUTUGU - ONAY ISARETLI
      *PARTININ KALEMLERI BURADAN DOGRULANIR. DOSYA YOKSA HICBIR
      *PARTI ONAYLI SAYILMAZ
           SELECT ARG-FILE  ASSIGN TO    APRBREG
                            STATUS       ARG-ST.
      *VADELI MEVDUAT ANAPARASININ ANA DEFTER BACAKLARI - PBEGGLX
      *ILE AYNI KALIP
           SELECT GL-FILE   ASSIGN TO    GLFILE
                            STATUS       GL-ST.
      *GECE ISLERININ KOSUM KUTUGU - HER IS BASLANGIC/BITIS
      *OLAYINI, DONUS KODUNU VE KAYIT SAYISINI BURAYA YAZAR;
      *PBEGOPS SABAH RAPORUNU BU KUTUKTEN URETIR
           05 HDR-BATCH-ID            PIC X(08).
           05 HDR-BUS-DATE            PIC X(08).
           05 HDR-EXP-COUNT           PIC X(08).
      *PARTIYI GIREN MEMURUN SICILI - ONAY KUYRUGUNA ALINAN
      *KALEMDE GIRIS YAPAN OLARAK SAKLANIR, AYNI MEMUR KALEMI
      *ONAYLAYAMAZ; SICILSIZ PARTININ SINIRI ASAN KALEMI
      *REDDEDILIR. PBEGAPR'NIN ONAYLANMIS KALEMLERLE YAZDIGI
      *PARTI 'O' ISARETI TASIR; YALNIZ SERBEST BIRAKMA KUTUGUNDE
      *BIREBIR BULUNAN KALEM SINIR KONTROLUNDEN GECER
           05 HDR-MAKER-ID            PIC X(08).
           05 HDR-APR-FLAG            PIC X(01).
              88 HDR-APPROVED                    VALUE 'O'.
           05 FILLER                  PIC X(43).
       01  INP-TRL-REC.
           05 TRL-REC-TYPE            PIC X(01).
           05 TRL-ACT-COUNT           PIC X(08).
           05 FILLER                  PIC X(62).
           05 WRT-CUST-ID             PIC X(07).
           05 FILLER                  PIC X(08).
      *VADELI MEVDUAT ACILIS ('M') KAYDININ GORUNUMU: INP-ID
      *FONLAYAN HESAPTIR, ISIM ALANININ ILK UC BAYTI VADE (AY),
      *DORDUNCU BAYTI VADE TALIMATIDIR ('O' ODE, 'A' ANAPARAYI
      *YENILE, 'F' ANAPARA+FAIZI YENILE). ANAPARA INP-AMOUNT'TA
       01  INP-TDP-REC.
           05 FILLER                  PIC X(06).
           05 TDP-TERM                PIC X(03).
           05 TDP-TERM-N REDEFINES
              TDP-TERM                PIC 9(03).
           05 TDP-INSTR               PIC X(01).
              88 TDP-INSTR-VALID                 VALUE 'O' 'A' 'F'.
           05 FILLER                  PIC X(52).
           05 TDP-AMOUNT              PIC 9(13)V99.

      *YENIDEN BASLATMA ICIN ISLENEN KAYIT SAYISININ TUTULDUGU DOSYA
       FD  CHKPT-FILE RECORDING MODE F.
       FD  PND-FILE RECORDING MODE F.
       01  PND-FIELDS                 PIC X(77).

      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID              PIC S9(05) COMP-3.
           03 ACCT-DVZ                PIC 9(03)  COMP.
           03 ACCT-NAME               PIC X(15).
           03 ACCT-SURNAME            PIC X(15).
           03 ACCT-DATE               PIC 9(8)   COMP-3.
           03 ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           03 ACCT-STATUS             PIC X(01).

      *VSAM-FILE RECSZ: 11 KEY: 3 - SINIR POZITIF TUTARDIR, BU
      *TUTARI ASAN BORC/VIRMAN IKINCI ONAYA GIDER
       FD  LMT-FILE.
       01  LMT-FIELDS.
           03 LMT-KEY.
              05 LMT-DVZ              PIC 9(03).
           03 LMT-AMOUNT              PIC 9(13)V99 COMP-3.

      *ONAY KUYRUGU KAYDI: GIRDI KAYDININ TIPKISI ARDINDAN
      *KALEMIN PARTI NUMARASI VE PARTI ICI SIRASI (ONAY KARTI
      *KALEMI BU IKISIYLE GOSTERIR), GIRIS YAPAN MEMUR, GIRIS
      *TARIHI, HESABIN DOVIZI VE ASILAN SINIR. ONAYLAYAN MEMUR
      *ALANINI YALNIZ PBEGAPR DOLDURUR (ONAYLANIP VADESI BEKLENEN
      *KALEM)
       FD  APR-FILE RECORDING MODE F.
       01  APR-FIELDS.
           05 APR-INP-IMAGE           PIC X(77).
           05 APR-BATCH-ID            PIC X(08).
           05 APR-SEQ                 PIC 9(08).
           05 APR-MAKER-ID            PIC X(08).
           05 APR-ENTRY-DATE          PIC 9(08).
           05 APR-DVZ                 PIC 9(03).
           05 APR-LIMIT               PIC 9(13)V99.
           05 APR-CHECKER-ID          PIC X(08).

      *KAPANIS KUYRUGU KAYDI: GIRDI KAYDININ TIPKISI (ODEME
      *HESABI ISIM ALANININ ILK BES BAYTINDA), PARTI NUMARASI,
      *PARTI ICI SIRA, GIRIS YAPAN MEMUR VE GIRIS TARIHI
       FD  CLS-FILE RECORDING MODE F.
       01  CLS-FIELDS.
           05 CLS-INP-IMAGE           PIC X(77).
           05 CLS-BATCH-ID            PIC X(08).
           05 CLS-SEQ                 PIC 9(08).
           05 CLS-MAKER-ID            PIC X(08).
           05 CLS-ENTRY-DATE          PIC 9(08).

      *ORAN DEGERI YILLIK YUZDE FAIZ ORANIDIR - PBEGINT ILE AYNI
      *DUZEN
       FD  RATE-FILE.
       01  RATE-FIELDS.
           03 RATE-KEY.
              05 RATE-DVZ             PIC 9(03).
              05 RATE-EFF-DATE        PIC 9(8)   COMP-3.
           03 RATE-VALUE              PIC 9(07)V9(06) COMP-3.

      *VSAM-FILE RECSZ: 56 KEY: 5 - PBEGTDM ILE AYNI DUZEN.
      *DURUM 'A' ACIK, 'K' VADEDE ODENDI, 'B' VADESINDEN ONCE
      *BOZULDU. ACILIS PARTI/SIRA NUMARASI YENIDEN BASLATILAN
      *CALISMADA AYNI KAYDIN IKINCI KEZ ACILMASINI ONLER
       FD  TD-MAST.
       01  TD-FIELDS.
           03 TD-KEY.
              05 TD-ACCT-ID           PIC S9(05) COMP-3.
              05 TD-NO                PIC S9(03) COMP-3.
           03 TD-DVZ                  PIC 9(03)  COMP.
           03 TD-PRINCIPAL            PIC 9(13)V99 COMP-3.
           03 TD-START-DATE           PIC 9(8)   COMP-3.
           03 TD-MATURITY             PIC 9(8)   COMP-3.
           03 TD-TERM-MONTHS          PIC 9(03)  COMP-3.
           03 TD-RATE                 PIC 9(07)V9(06) COMP-3.
           03 TD-INSTR                PIC X(01).
           03 TD-STATUS               PIC X(01).
           03 TD-ROLL-COUNT           PIC 9(03)  COMP-3.
           03 TD-BOOK-BATCH           PIC X(08).
           03 TD-BOOK-SEQ             PIC 9(08)  COMP-3.
           03 TD-CLOSE-DATE           PIC 9(8)   COMP-3.

      *SERBEST BIRAKMA KUTUGU KAYDI - PBEGAPR ILE AYNI DUZEN.
      *PARTI ICI SIRA SERBEST BIRAKMA PARTISINDEKI SIRADIR
       FD  ARG-FILE RECORDING MODE F.
       01  ARG-FIELDS.
           05 ARG-BATCH-ID            PIC X(08).
           05 ARG-SEQ                 PIC 9(08).
           05 ARG-INP-IMAGE           PIC X(77).
           05 ARG-ORG-BATCH-ID        PIC X(08).
           05 ARG-ORG-SEQ             PIC 9(08).
           05 ARG-MAKER-ID            PIC X(08).
           05 ARG-CHECKER-ID          PIC X(08).
           05 ARG-DATE                PIC 9(08).

       FD  GL-FILE RECORDING MODE F.
       01  GL-RECORD                  PIC X(80).

      *VSAM-FILE RECSZ: 34 KEY: 4 - PBEGCML ILE AYNI DUZEN
       FD  CUST-FILE.
       01  CUST-FIELDS.
              88 PND-SUCCESS                     VALUE 00
                                                       97.
           05 WS-PND-COUNT           PIC 9(08)  VALUE 0.
           05 ACCT-ST                PIC 9(02).
              88 ACCT-SUCCESS                    VALUE 00
                                                       97.
              88 ACCT-NOTFOUND                   VALUE 35.
           05 LMT-ST                 PIC 9(02).
              88 LMT-SUCCESS                     VALUE 00
                                                       97.
              88 LMT-NOTFOUND                    VALUE 35.
           05 APR-ST                 PIC 9(02).
              88 APR-SUCCESS                     VALUE 00
                                                       97.
           05 CLS-ST                 PIC 9(02).
              88 CLS-SUCCESS                     VALUE 00
                                                       97.
      *SINIR DOSYASI TANIMLANMAMISSA IKINCI ONAY ARANMAZ - HESAP
      *DOSYASI DA YALNIZ BU DURUMDA ACILIR
           05 WS-LMT-AVAIL           PIC X(01)  VALUE 'N'.
              88 LMT-AVAIL                       VALUE 'Y'.
           05 WS-NEEDS-APPROVAL      PIC X(01)  VALUE 'N'.
              88 NEEDS-APPROVAL                  VALUE 'Y'.
           05 WS-APR-COUNT           PIC 9(08)  VALUE 0.
           05 WS-ACCT-NUM            PIC 9(05).
      *KAYDIN PARTI ICI SIRA NUMARASI (BASLIK HARIC, 1'DEN
      *BASLAR) - YENIDEN BASLATMADA DA AYNI KAYDA AYNI SIRA DUSER
           05 WS-REC-SEQ             PIC 9(08)  VALUE 0.
      *ISLENMEKTE OLAN PARTININ KIMLIGI VE KONTROL TOPLAMLARI
           05 WS-BATCH-ID            PIC X(08).
           05 WS-BUS-DATE            PIC X(08).
           05 WS-MAKER-ID            PIC X(08).
           05 WS-APR-BATCH           PIC X(01)  VALUE 'N'.
              88 APPROVED-BATCH                  VALUE 'Y'.
      *IS TARIHININ SAYISAL HALI - VADE KARSILASTIRMASINDA
      *KULLANILIR, BASLIKTAKI TARIH SAYISAL DEGILSE BUGUN ALINIR
           05 WS-BUS-DATE-N          PIC 9(08)  VALUE 0.
              88 RUN-OPEN                        VALUE 'Y'.
           05 WS-RUN-PROGRAM         PIC X(08)  VALUE 'PBEGFNL'.
           05 WS-RUN-DATE            PIC 9(08)  VALUE 0.
           05 RATE-ST                PIC 9(02).
              88 RATE-SUCCESS                    VALUE 00
                                                       97.
              88 RATE-NOTFOUND                   VALUE 35.
           05 TD-ST                  PIC 9(02).
              88 TD-EOF                          VALUE 10.
              88 TD-SUCCESS                      VALUE 00
                                                       97.
              88 TD-NOTFOUND                     VALUE 35.
      *HESAP VE FAIZ ORANI DOSYALARI HENUZ YOKSA IS DURMAZ,
      *VADELI MEVDUAT ACILIS KARTLARI REDDEDILIR
           05 WS-ACCT-AVAIL          PIC X(01)  VALUE 'N'.
              88 ACCT-AVAIL                      VALUE 'Y'.
           05 WS-RATE-AVAIL          PIC X(01)  VALUE 'N'.
              88 RATE-AVAIL                      VALUE 'Y'.
           05 WS-TD-BOOK             PIC X(01)  VALUE 'N'.
              88 TD-BOOK                         VALUE 'Y'.
           05 WS-TD-SCAN-END         PIC X(01)  VALUE 'N'.
              88 TD-SCAN-END                     VALUE 'Y'.
           05 WS-TD-DVZ              PIC 9(03).
           05 WS-TD-RATE             PIC 9(07)V9(06).
           05 WS-TD-NEXT-NO          PIC 9(03).
           05 WS-TD-COUNT            PIC 9(08)  VALUE 0.
      *FONLAYAN HESABIN ALT-PROGRAMDAN OKUNAN GUNCEL BAKIYESI -
      *AYNI CALISMADA ONCEKI KARTLARLA DUSULEN TUTARLAR DAHIL
           05 WS-FUND-BAL            PIC S9(13)V99.
           05 ARG-ST                 PIC 9(02).
              88 ARG-EOF                         VALUE 10.
              88 ARG-SUCCESS                     VALUE 00
                                                       97.
              88 ARG-NOTFOUND                    VALUE 35.
           05 WS-REL-COUNT           PIC 9(08)  VALUE 0.
           05 GL-ST                  PIC 9(02).
              88 GL-EOF                          VALUE 10.
              88 GL-SUCCESS                      VALUE 00
                                                       97.
              88 GL-NOTFOUND                     VALUE 35.
           05 WS-GL-OPEN             PIC X(01)  VALUE 'N'.
              88 GL-OPEN                         VALUE 'Y'.
           05 WS-GL-COUNT            PIC 9(09)  VALUE 0.
           05 WS-GL-HASH             PIC 9(16)V99 VALUE 0.
           05 WS-TOT-MONTHS          PIC 9(07).
           05 WS-MONTH-REM           PIC 9(02).
           05 WS-DAY-INT             PIC 9(07).
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC          PIC 9(01).
                 88 WS-FUNC-READ                 VALUE 1.
      *ILK CAGRIDA ACAR, ACIK TUTAR, CALISMA SONUNDA FONKSIYON 9
      *CAGRISIYLA KAPATIR
              07 WS-SUB-MODE          PIC X(01).
      *IZ KAYDINA TASINAN PARTI NUMARASI VE KAYDIN PARTI ICI SIRASI
              07 WS-SUB-BATCH-ID      PIC X(08).
              07 WS-SUB-SEQ           PIC 9(08).
      *ARA OKUMA ONCESI ALT-PROGRAM ALANININ SAKLANDIGI YER
           05 WS-SUB-SAVE             PIC X(234).
      *SINIR KONTROLUNDE BULUNAN HESAP DOVIZI - ONAY KUYRUGUNA
      *KALEMLE BIRLIKTE YAZILIR
           05 WS-APR-DVZ              PIC 9(03).

      *ONAY ISARETLI PARTININ SERBEST BIRAKMA KUTUGUNDEKI
      *KALEMLERI - PARTI ICI SIRAYA GORE YERLESIR
       01  WS-REL-TABLE.
           05 WS-REL-IMAGE            PIC X(77)  OCCURS 500 TIMES.

      *VADELI MEVDUAT ANAPARASI KASADAN DEGIL VADELI MEVDUAT
      *HESABINDAN IZLENIR. MEVDUAT BORC / KASA ALACAK BACAGINI
      *PBEGGLX IZ KAYDINDAN YAZAR; BURADA KASA BORC / VADELI
      *MEVDUAT ALACAK YAZILARAK ANAPARA VADELI MEVDUATA GECER
      *(PBEGCLS'TEKI GIBI)
       01  WS-GL-ACCOUNTS.
           05 WS-GL-CASH              PIC X(10)  VALUE '1000000000'.
           05 WS-GL-TIME-DEP          PIC X(10)  VALUE '2100000000'.

      *PBEGGLX ILE AYNI BASLIK/BACAK/KAPANIS KALIBI
       01  WS-GL-HEADER.
           05 FILLER                  PIC X(01)  VALUE 'H'.
           05 FILLER                  PIC X(04)  VALUE 'PBEG'.
           05 GLH-RUN-DATE            PIC 9(08).
           05 FILLER                  PIC X(67)  VALUE SPACES.
       01  WS-GL-DETAIL.
           05 GLD-REC-TYPE            PIC X(01)  VALUE 'D'.
           05 GLD-POST-DATE           PIC 9(08).
           05 GLD-DVZ                 PIC 9(03).
           05 GLD-DC                  PIC X(01).
           05 GLD-ACCOUNT             PIC X(10).
           05 GLD-AMOUNT              PIC 9(13)V99.
           05 FILLER                  PIC X(42)  VALUE SPACES.
       01  WS-GL-TRAILER.
           05 FILLER                  PIC X(01)  VALUE 'T'.
           05 GLT-REC-COUNT           PIC 9(09).
           05 GLT-HASH-TOTAL          PIC 9(16)V99.
           05 FILLER                  PIC X(52)  VALUE SPACES.

      *VADELI MEVDUATIN VADE TARIHI HESABI ICIN GORUNUMLER
      *(PBEGSOG'DAKI GIBI)
       01  WS-MAT-DATE                PIC 9(08).
       01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
           05 WS-MAT-YYYY             PIC 9(04).
           05 WS-MAT-MM               PIC 9(02).
           05 WS-MAT-DD               PIC 9(02).
       01  WS-LAST-DATE               PIC 9(08).
       01  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05 WS-LAST-YYYY            PIC 9(04).
           05 WS-LAST-MM              PIC 9(02).
           05 WS-LAST-DD              PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H270-VERIFY-BATCH.
           PERFORM H280-RECORD-BATCH.
           PERFORM H290-CLOSE-SUBPROGRAM.
           PERFORM H285-WRITE-GL-TRAILER.
           PERFORM H170-RESET-CHECKPOINT.
           PERFORM H999-PROGRAM-EXIT.

              MOVE PND-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-RESTART-COUNT > 0
              OPEN EXTEND APR-FILE
           ELSE
              OPEN OUTPUT APR-FILE
           END-IF.
           IF NOT APR-SUCCESS
              DISPLAY 'UNABLE TO OPEN APR-FILE: ' APR-ST
              MOVE APR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-RESTART-COUNT > 0
              OPEN EXTEND CLS-FILE
           ELSE
              OPEN OUTPUT CLS-FILE
           END-IF.
           IF NOT CLS-SUCCESS
              DISPLAY 'UNABLE TO OPEN CLS-FILE: ' CLS-ST
              MOVE CLS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H140-OPEN-CUSTOMER.
           PERFORM H145-OPEN-LIMITS.
           PERFORM H147-OPEN-DEPOSITS.
           PERFORM H148-OPEN-GL.
           READ INP-FILE
              AT END SET INP-EOF TO TRUE
           END-READ.
           MOVE HDR-BATCH-ID  TO WS-BATCH-ID.
           MOVE HDR-BUS-DATE  TO WS-BUS-DATE.
           MOVE HDR-EXP-COUNT TO WS-EXP-COUNT.
           MOVE HDR-MAKER-ID  TO WS-MAKER-ID.
           IF HDR-APPROVED
              PERFORM H127-LOAD-RELEASES
           END-IF.
           IF HDR-BUS-DATE IS NUMERIC
              MOVE HDR-BUS-DATE TO WS-BUS-DATE-N
           ELSE
           END-IF.
       H125-END. EXIT.

      *ONAY ISARETLI PARTININ KALEMLERI PBEGAPR'NIN SERBEST
      *BIRAKMA KUTUGUNDEN PARTI ICI SIRALARINA GORE YUKLENIR.
      *ISARET TEK BASINA HICBIR KALEMI SINIRDAN GECIRMEZ: KUTUKTE
      *BU PARTIYE AIT KAYIT YOKSA PARTI SIRADAN PARTI GIBI ISLENIR
       H127-LOAD-RELEASES.
           MOVE SPACES TO WS-REL-TABLE.
           MOVE 0      TO WS-REL-COUNT.
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
                       IF ARG-BATCH-ID = WS-BATCH-ID AND
                          ARG-SEQ > 0 AND ARG-SEQ NOT > 500
                          MOVE ARG-INP-IMAGE
                             TO WS-REL-IMAGE (ARG-SEQ)
                          ADD 1 TO WS-REL-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARG-FILE
           END-IF.
           IF WS-REL-COUNT > 0
              MOVE 'Y' TO WS-APR-BATCH
           ELSE
              DISPLAY 'APPROVAL FLAG IGNORED, NOT IN APRBREG: '
                 WS-BATCH-ID
           END-IF.
       H127-END. EXIT.

      *PARTI NUMARASI KUTUKTE ARANIR - DAHA ONCE KABUL EDILMIS
      *BIR PARTI IKINCI KEZ ISLENMEZ (CIFTE GECIS ONLEMI).
      *KUTUK ILK CALISMADA HENUZ YOKSA BOS SAYILIR
           END-IF.
       H140-END. EXIT.

      *IKINCI ONAY SINIR DOSYASI SALT OKUNUR ACILIR; HENUZ
      *TANIMLANMAMISSA IS DURMAZ, TUM HAREKETLER ESKISI GIBI
      *DOGRUDAN ISLENIR. HESAP DOSYASI DOVIZ ICIN SALT
      *OKUNUR ACILIR; SINIR DOSYASI YOKSA HESAP DOSYASININ
      *HENUZ OLUSMAMIS OLMASI (ILK ACILIS PARTISI) ISI DURDURMAZ
       H145-OPEN-LIMITS.
           OPEN INPUT LMT-FILE.
           IF LMT-SUCCESS
              MOVE 'Y' TO WS-LMT-AVAIL
           ELSE
              IF NOT LMT-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN APRLIMT: ' LMT-ST
                 MOVE LMT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT ACCT-REC.
           IF ACCT-SUCCESS
              MOVE 'Y' TO WS-ACCT-AVAIL
           ELSE
              IF LMT-AVAIL OR NOT ACCT-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN ACCTREC: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H145-END. EXIT.

      *FAIZ ORANI DOSYASI SALT OKUNUR ACILIR, YOKSA VADELI
      *MEVDUAT ACILISI REDDEDILIR. VADELI MEVDUAT KUTUGU
      *GUNCELLEME ICIN ACILIR, ILK CALISMADA YOKSA BOS OLARAK
      *OLUSTURULUR (CAPRAZ KUTUKTEKI GIBI)
       H147-OPEN-DEPOSITS.
           OPEN INPUT RATE-FILE.
           IF RATE-SUCCESS
              MOVE 'Y' TO WS-RATE-AVAIL
           ELSE
              IF NOT RATE-NOTFOUND
                 DISPLAY 'UNABLE TO OPEN INTRATE: ' RATE-ST
                 MOVE RATE-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN I-O TD-MAST.
           IF TD-NOTFOUND
              OPEN OUTPUT TD-MAST
              CLOSE TD-MAST
              OPEN I-O TD-MAST
           END-IF.
           IF NOT TD-SUCCESS
              DISPLAY 'UNABLE TO OPEN TDMAST: ' TD-ST
              MOVE TD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H147-END. EXIT.

      *ANA DEFTER ARAYUZ DOSYASI HER CALISMADA BASLIKLA YENIDEN
      *YAZILIR. YENIDEN BASLATILAN CALISMADA ONCEKI CALISMANIN
      *BACAKLARI KORUNUR: KAYIT SAYISI VE TUTAR TOPLAMI DOSYADAN
      *YENIDEN BIRIKTIRILIP DOSYA EKLEME ICIN ACILIR
       H148-OPEN-GL.
           IF WS-RESTART-COUNT > 0
              OPEN INPUT GL-FILE
              IF GL-SUCCESS
                 PERFORM UNTIL GL-EOF
                    READ GL-FILE INTO WS-GL-DETAIL
                       AT END SET GL-EOF TO TRUE
                       NOT AT END
                          IF GLD-REC-TYPE = 'D'
                             ADD 1          TO WS-GL-COUNT
                             ADD GLD-AMOUNT TO WS-GL-HASH
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE GL-FILE
                 OPEN EXTEND GL-FILE
              END-IF
           END-IF.
           IF WS-RESTART-COUNT = 0 OR GL-NOTFOUND
              MOVE 0 TO WS-GL-COUNT WS-GL-HASH
              OPEN OUTPUT GL-FILE
              IF GL-SUCCESS
                 MOVE WS-RUN-DATE TO GLH-RUN-DATE
                 WRITE GL-RECORD FROM WS-GL-HEADER
              END-IF
           END-IF.
           IF NOT GL-SUCCESS
              DISPLAY 'UNABLE TO OPEN GLFILE: ' GL-ST
              MOVE GL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-GL-OPEN.
           MOVE 'D' TO GLD-REC-TYPE.
       H148-END. EXIT.

      *ONCEKI CALISMADAN KALAN CHECKPOINT SAYACININ OKUNMASI,
      *DOSYA YOKSA SIFIRDAN BASLANIR
       H120-OPEN-CHECKPOINT.
       H205-PROCESS-TRANS.
           PERFORM H155-ADD-TO-HASH
           MOVE 'Y' TO WS-VALID-TRANS
           MOVE 'N' TO WS-TD-BOOK
           COMPUTE WS-REC-SEQ = WS-REC-COUNT + 1
           INITIALIZE WS-SUB-OUT-NAME WS-SUB-OUT-SURNAME
              WS-SUB-OUT-DVZ WS-SUB-OUT-DATE WS-SUB-OUT-BALANCE
           MOVE INP-ID TO WS-SUB-ID
           MOVE WS-BATCH-ID TO WS-SUB-BATCH-ID
           MOVE WS-REC-SEQ  TO WS-SUB-SEQ
           EVALUATE INP-ISLEM-TIPI
              WHEN 'R'
                 SET WS-FUNC-READ   TO TRUE
                 SET WS-FUNC-XFER   TO TRUE
                 MOVE INP-AMOUNT    TO WS-SUB-IN-AMOUNT
                 MOVE XFR-TARGET-ID TO WS-SUB-IN-TARGET
      *       VADELI MEVDUAT ACILISI FONLAYAN HESAPTAN BORC OLARAK
      *       ISLENIR; BASARILI BORCTAN SONRA MEVDUAT KUTUGE YAZILIR
              WHEN 'M'
                 SET WS-FUNC-DEBIT  TO TRUE
                 MOVE INP-AMOUNT    TO WS-SUB-IN-AMOUNT
                 MOVE 'Y'           TO WS-TD-BOOK
              WHEN OTHER
                 MOVE 'N' TO WS-VALID-TRANS
                 MOVE 'INVALID FUNCTION CODE' TO WS-REJ-REASON
           IF VALID-TRANS AND WS-FUNC-XFER
              PERFORM H215-VALIDATE-TARGET
           END-IF
           IF VALID-TRANS AND WS-FUNC-DELETE
              PERFORM H216-VALIDATE-PAYOUT
           END-IF
           IF VALID-TRANS AND WS-FUNC-WRITE
              PERFORM H217-VALIDATE-CUSTOMER
           END-IF
           IF VALID-TRANS AND TD-BOOK
              PERFORM H218-VALIDATE-DEPOSIT
           END-IF
           IF VALID-TRANS
      *       SINIRI ASAN BORC VE VIRMAN IKINCI MEMURUN ONAYINA
      *       KADAR ISLENMEZ, ONAY KUYRUGUNA ALINIR - BASLIKTA
      *       GIRIS YAPAN MEMUR YOKSA KALEM REDDEDILIR, SICILSIZ
      *       KALEM ONAYLANAMAZ. SINIR KONTROLU VALOR KONTROLUNDEN
      *       ONCE YAPILIR KI ILERI VALORLU KALEM DE GIRIS YAPAN
      *       ASIL MEMURLA ONAYA DUSSUN - PBEGAPR ONAYLANAN
      *       KALEMI VADESINE KADAR TUTAR. HESAP KAPATMA KAPANIS
      *       KUYRUGUNA ALINIR. VADESI IS TARIHINDEN ILERIDE OLAN
      *       HAREKET ISLENMEDEN DEPOYA ALINIR - PBEGWHR VADESI
      *       GELINCE SERBEST BIRAKIR. KAYIT PARTI SAYIMINA VE
      *       KONTROL TOPLAMINA YINE DE KATILMISTIR
              PERFORM H245-CHECK-APPROVAL
              EVALUATE TRUE
                 WHEN WS-FUNC-DELETE
                    PERFORM H249-QUEUE-CLOSURE
                 WHEN NEEDS-APPROVAL AND WS-MAKER-ID = SPACES
                    MOVE 'N' TO WS-VALID-TRANS
                    MOVE 'MAKER ID MISSING ON HEADER'
                       TO WS-REJ-REASON
                    PERFORM H250-REJECT-TRANS
                 WHEN NEEDS-APPROVAL
                    PERFORM H248-PARK-FOR-APPROVAL
                 WHEN (WS-FUNC-CREDIT OR WS-FUNC-DEBIT OR
                       WS-FUNC-XFER)
                    AND INP-DATE IS NUMERIC
                    AND INP-DATE > WS-BUS-DATE-N
                    PERFORM H240-WAREHOUSE-TRANS
                 WHEN OTHER
                    PERFORM H220-CALL-SUBPROGRAM
                    IF WS-FUNC-WRITE AND HAS-CUST AND
                       WS-SUB-ACIKLAMA = 'KAYIT EKLENDI'
                       PERFORM H230-WRITE-XREF
                    END-IF
                    IF TD-BOOK AND
                       WS-SUB-ACIKLAMA = 'BAKIYE AZALTILDI'
                       PERFORM H235-BOOK-DEPOSIT
                    END-IF
              END-EVALUATE
           ELSE
              PERFORM H250-REJECT-TRANS
           END-IF
           END-IF.
       H215-END. EXIT.

      *KAPATMA KARTINDA ODEME HESABI (KALAN BAKIYENIN VIRMANLANACAGI
      *HESAP) ISIM ALANININ ILK BES BAYTINDADIR. BOS VEYA SIFIR
      *BIRAKILMISSA BAKIYE KAPALI HESAP ALACAKLARINA GIDER; DOLU
      *GELEN NUMARA HEDEF HESAP GIBI DOGRULANIR
       H216-VALIDATE-PAYOUT.
           IF XFR-TARGET-ID = SPACES OR XFR-TARGET-ID = '00000'
              CONTINUE
           ELSE
              IF XFR-TARGET-ID IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-TRANS
                 MOVE 'INVALID OR OUT OF RANGE PAYOUT' TO WS-REJ-REASON
              ELSE
                 IF XFR-TARGET-ID = INP-ID
                    MOVE 'N' TO WS-VALID-TRANS
                    MOVE 'PAYOUT SAME AS CLOSED ACCOUNT'
                       TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF.
       H216-END. EXIT.

      *ACILIS KARTINDAKI MUSTERI NUMARASININ DOGRULANMASI: BOS
      *VEYA SIFIR BIRAKILMISSA HESAP MUSTERIYE BAGLANMAZ; DOLU
      *GELEN NUMARA SAYISAL OLMALI VE MUSTERI ANA DOSYASINDA
           END-IF.
       H217-END. EXIT.

      *VADELI MEVDUAT ACILIS KARTININ DOGRULANMASI: VADE 1-120
      *AY, TALIMAT O/A/F, ANAPARA SIFIRDAN BUYUK OLMALI. FONLAYAN
      *HESAP KUTUKTE BULUNMALI VE DOVIZI ICIN IS TARIHINDE
      *GECERLI FAIZ ORANI OLMALI. ANAPARA KREDILI MEVDUATTAN
      *FONLANAMAZ - VADESI GELMIS KARTTA BAKIYE ANAPARAYI
      *KARSILAMALI (DEPOYA ALINAN KART SERBEST BIRAKILDIGINDA
      *YENIDEN DOGRULANIR). DOVIZ VE BAKIYE SALT OKUNUR HESAP
      *DOSYASINDAN DEGIL ALT-PROGRAMDAN OKUNUR KI AYNI CALISMADA
      *DAHA ONCE ISLENEN BORCLAR DA GORULSUN. SON OLARAK HESABIN
      *SIRADAKI MEVDUAT NUMARASI BULUNUR
       H218-VALIDATE-DEPOSIT.
           IF TDP-TERM IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-TRANS
              MOVE 'INVALID DEPOSIT TERM' TO WS-REJ-REASON
           ELSE
              IF TDP-TERM-N < 1 OR TDP-TERM-N > 120
                 MOVE 'N' TO WS-VALID-TRANS
                 MOVE 'INVALID DEPOSIT TERM' TO WS-REJ-REASON
              END-IF
           END-IF
           IF VALID-TRANS AND NOT TDP-INSTR-VALID
              MOVE 'N' TO WS-VALID-TRANS
              MOVE 'INVALID MATURITY INSTRUCTION' TO WS-REJ-REASON
           END-IF
           IF VALID-TRANS
              IF INP-AMOUNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-TRANS
                 MOVE 'INVALID DEPOSIT AMOUNT' TO WS-REJ-REASON
              ELSE
                 IF INP-AMOUNT = 0
                    MOVE 'N' TO WS-VALID-TRANS
                    MOVE 'INVALID DEPOSIT AMOUNT' TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF
           IF VALID-TRANS
              MOVE INP-ID TO WS-ACCT-NUM
              PERFORM H221-READ-FUNDING
           END-IF
           IF VALID-TRANS
              PERFORM H219-FIND-DEPOSIT-RATE
           END-IF
           IF VALID-TRANS
              IF INP-DATE IS NOT NUMERIC OR
                 INP-DATE NOT > WS-BUS-DATE-N
                 IF WS-FUND-BAL < INP-AMOUNT
                    MOVE 'N' TO WS-VALID-TRANS
                    MOVE 'INSUFFICIENT FUNDS FOR DEPOSIT'
                       TO WS-REJ-REASON
                 END-IF
              END-IF
           END-IF
           IF VALID-TRANS
              PERFORM H236-NEXT-DEPOSIT-NO
           END-IF.
       H218-END. EXIT.

      *FONLAYAN HESABIN PBEGIDX FONKSIYON 1 ILE OKUNMASI. ALT-
      *PROGRAM ALANI KARTIN ASIL CAGRISI ICIN HAZIRLANMIS OLDUGUNDAN
      *ONCE SAKLANIP SONRA GERI YUKLENIR. OKUMA PARTI/SIRA
      *NUMARASIZ GECER - IZ KAYDINDA MUSTERI HAREKETI SAYILMAZ
       H221-READ-FUNDING.
           MOVE WS-SUB-AREA TO WS-SUB-SAVE
           INITIALIZE WS-SUB-AREA
           MOVE 'K'         TO WS-SUB-MODE
           SET WS-FUNC-READ TO TRUE
           MOVE INP-ID      TO WS-SUB-ID
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-ACIKLAMA NOT = 'KAYIT OKUNDU'
              MOVE 'N' TO WS-VALID-TRANS
              MOVE 'FUNDING ACCOUNT NOT ON FILE' TO WS-REJ-REASON
           ELSE
              MOVE WS-SUB-OUT-DVZ     TO WS-TD-DVZ
              MOVE WS-SUB-OUT-BALANCE TO WS-FUND-BAL
           END-IF
           MOVE WS-SUB-SAVE TO WS-SUB-AREA.
       H221-END. EXIT.

      *HESABIN DOVIZI ICIN IS TARIHINE ESIT VEYA ONDAN ONCEKI EN
      *SON FAIZ ORANI GERIYE DOGRU ARANIR (PBEGINT H300'DEKI GIBI)
       H219-FIND-DEPOSIT-RATE.
           INITIALIZE INVALID-KEY
           IF NOT RATE-AVAIL
              MOVE 'Y' TO INVALID-KEY
           ELSE
              MOVE WS-TD-DVZ     TO RATE-DVZ
              MOVE WS-BUS-DATE-N TO RATE-EFF-DATE
              START RATE-FILE KEY IS NOT GREATER THAN RATE-KEY
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-START
              IF NOT INVL-KEY
                 READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO INVALID-KEY
                 END-READ
              END-IF
              IF NOT INVL-KEY AND RATE-DVZ NOT = WS-TD-DVZ
                 MOVE 'Y' TO INVALID-KEY
              END-IF
           END-IF
           IF INVL-KEY
              MOVE 'N' TO WS-VALID-TRANS
              MOVE 'NO DEPOSIT RATE FOR CURRENCY' TO WS-REJ-REASON
           ELSE
              MOVE RATE-VALUE TO WS-TD-RATE
           END-IF.
       H219-END. EXIT.

      *BASARILI ACILISIN MUSTERI-HESAP CAPRAZ KUTUGUNE YAZILMASI -
      *AYNI CIFT ZATEN VARSA (YENIDEN BASLATILAN CALISMA) SESSIZCE
      *GECILIR
           END-WRITE.
       H230-END. EXIT.

      *ANAPARASI FONLAYAN HESAPTAN DUSULEN MEVDUATIN KUTUGE
      *YAZILMASI: IS TARIHINDE BASLAR, VADE AY SAYISI KADAR
      *ILERIDEKI AYNI GUNDE DOLAR (KISA AYDA AYIN SON GUNU),
      *ORAN ACILIS GUNUNDEKI ORANA SABITLENIR. ANAPARANIN ANA
      *DEFTER BACAKLARI YAZILIR, CIKTI DOSYASINA DA IZ SATIRI
      *BIRAKILIR (H240'TAKI GIBI)
       H235-BOOK-DEPOSIT.
           INITIALIZE TD-FIELDS
           MOVE WS-ACCT-NUM   TO TD-ACCT-ID
           MOVE WS-TD-NEXT-NO TO TD-NO
           MOVE WS-TD-DVZ     TO TD-DVZ
           MOVE INP-AMOUNT    TO TD-PRINCIPAL
           MOVE WS-BUS-DATE-N TO TD-START-DATE
           MOVE TDP-TERM-N    TO TD-TERM-MONTHS
           MOVE WS-TD-RATE    TO TD-RATE
           MOVE TDP-INSTR     TO TD-INSTR
           MOVE 'A'           TO TD-STATUS
           MOVE 0             TO TD-ROLL-COUNT
           MOVE WS-BATCH-ID   TO TD-BOOK-BATCH
           MOVE WS-REC-SEQ    TO TD-BOOK-SEQ
           MOVE 0             TO TD-CLOSE-DATE
           PERFORM H237-COMPUTE-MATURITY
           MOVE WS-MAT-DATE   TO TD-MATURITY
           WRITE TD-FIELDS
              INVALID KEY
                 DISPLAY 'UNABLE TO WRITE TDMAST: ' TD-ST
                 MOVE TD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE
           ADD 1 TO WS-TD-COUNT
           PERFORM H238-WRITE-GL-LEGS
           INITIALIZE OUT-FIELDS
           STRING INP-ID '-M-' WS-TD-NEXT-NO '-VADE:' WS-MAT-DATE
              '-MEVDUAT ACILDI'
           DELIMITED BY SIZE INTO OUT-DATA
           WRITE OUT-FIELDS.
       H235-END. EXIT.

      *HESABIN MEVDUATLARI ANAHTAR SIRASINDA OKUNUR, EN BUYUK
      *NUMARANIN BIR FAZLASI YENI MEVDUATA VERILIR. AYNI PARTI VE
      *SIRA NUMARASIYLA ACILMIS MEVDUAT VARSA KART YENIDEN
      *BASLATILAN CALISMADA IKINCI KEZ GELMISTIR VE REDDEDILIR
       H236-NEXT-DEPOSIT-NO.
           MOVE 0 TO WS-TD-NEXT-NO
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
                       MOVE TD-NO TO WS-TD-NEXT-NO
                       IF TD-BOOK-BATCH = WS-BATCH-ID AND
                          TD-BOOK-SEQ = WS-REC-SEQ
                          MOVE 'N' TO WS-VALID-TRANS
                          MOVE 'DEPOSIT ALREADY BOOKED'
                             TO WS-REJ-REASON
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF VALID-TRANS
              IF WS-TD-NEXT-NO >= 999
                 MOVE 'N' TO WS-VALID-TRANS
                 MOVE 'TOO MANY DEPOSITS ON ACCOUNT' TO WS-REJ-REASON
              ELSE
                 ADD 1 TO WS-TD-NEXT-NO
              END-IF
           END-IF.
       H236-END. EXIT.

      *VADE TARIHI: IS TARIHI YIL/AY TOPLAM AY SAYISINA CEVRILIP
      *VADE KADAR ILERLETILIR, GUN KORUNUR; GUN AYIN SON GUNUNU
      *ASARSA SON GUN ALINIR (PBEGSOG H530'DAKI GIBI)
       H237-COMPUTE-MATURITY.
           MOVE WS-BUS-DATE-N TO WS-MAT-DATE
           COMPUTE WS-TOT-MONTHS =
              WS-MAT-YYYY * 12 + WS-MAT-MM - 1 + TDP-TERM-N
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
       H237-END. EXIT.

      *ACILAN MEVDUATIN ANAPARASININ DENGELI IKI BACAGI - HESABIN
      *DOVIZINDE, IS TARIHIYLE (PBEGCLS H345'TEKI GIBI)
       H238-WRITE-GL-LEGS.
           MOVE WS-BUS-DATE-N TO GLD-POST-DATE
           MOVE WS-TD-DVZ     TO GLD-DVZ
           MOVE INP-AMOUNT    TO GLD-AMOUNT
           MOVE 'D'            TO GLD-DC
           MOVE WS-GL-CASH     TO GLD-ACCOUNT
           PERFORM H239-WRITE-LEG
           MOVE 'C'            TO GLD-DC
           MOVE WS-GL-TIME-DEP TO GLD-ACCOUNT
           PERFORM H239-WRITE-LEG.
       H238-END. EXIT.

      *TEK BACAGIN YAZILMASI; KAPANIS KAYDININ KAYIT SAYISI VE
      *TUTAR TOPLAMI BURADA BIRIKTIRILIR
       H239-WRITE-LEG.
           WRITE GL-RECORD FROM WS-GL-DETAIL
           ADD 1          TO WS-GL-COUNT
           ADD GLD-AMOUNT TO WS-GL-HASH.
       H239-END. EXIT.

      *VADELI HAREKETIN GIRDI KAYDI OLDUGU GIBI DEPO DOSYASINA
      *YAZILIR, CIKTI DOSYASINA DA IZ SATIRI BIRAKILIR
       H240-WAREHOUSE-TRANS.
           WRITE OUT-FIELDS.
       H240-END. EXIT.

      *BORC VE VIRMAN TUTARININ HESABIN DOVIZINDEKI IKINCI ONAY
      *SINIRIYLA KARSILASTIRILMASI. PBEGAPR'NIN ONAYLANMIS
      *PARTISINDEKI KALEM, SERBEST BIRAKMA KUTUGUNDE AYNI SIRADA
      *BIREBIR AYNI GORUNTUYLE BULUNURSA YENIDEN KUYRUGA ALINMAZ;
      *KUTUKTE OLMAYAN YA DA DEGISTIRILMIS KALEM SIRADAN KALEM
      *GIBI SINIRA TABIDIR. SALT OKUNUR ACCTREC KOPYASINDA
      *OLMAYAN HESAP (AYNI CALISMADA ACILMIS OLABILIR) PBEGIDX
      *UZERINDEN ARANIR (H246). ORADA DA BULUNAMAYAN VEYA
      *DOVIZINDE SINIR TANIMLANMAMIS HAREKET ESKISI GIBI
      *ALT-PROGRAMA GIDER (HESAP YOKSA ORADA REDDEDILIR)
       H245-CHECK-APPROVAL.
           MOVE 'N' TO WS-NEEDS-APPROVAL
           IF (WS-FUNC-DEBIT OR WS-FUNC-XFER) AND LMT-AVAIL
              MOVE INP-ID TO WS-ACCT-NUM
              MOVE WS-ACCT-NUM TO ACCT-ID
              INITIALIZE INVALID-KEY
              READ ACCT-REC
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
                 NOT INVALID KEY MOVE ACCT-DVZ TO WS-APR-DVZ
              END-READ
              IF INVL-KEY
                 PERFORM H246-READ-ACCOUNT
              END-IF
              IF NOT INVL-KEY
                 MOVE WS-APR-DVZ TO LMT-DVZ
                 READ LMT-FILE
                    INVALID KEY MOVE 'Y' TO INVALID-KEY
                 END-READ
              END-IF
              IF NOT INVL-KEY AND INP-AMOUNT > LMT-AMOUNT
                 MOVE 'Y' TO WS-NEEDS-APPROVAL
              END-IF
              IF NEEDS-APPROVAL AND APPROVED-BATCH
                 IF WS-REC-SEQ NOT > 500
                    IF WS-REL-IMAGE (WS-REC-SEQ) = INP-FIELDS
                       MOVE 'N' TO WS-NEEDS-APPROVAL
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H245-END. EXIT.

      *HESABIN PBEGIDX FONKSIYON 1 ILE OKUNMASI - ALT-PROGRAM
      *ALANI H221'DEKI GIBI SAKLANIP GERI YUKLENIR. HESAP
      *BULUNURSA DOVIZI ALINIR VE ANAHTAR HATASI KALDIRILIR
       H246-READ-ACCOUNT.
           MOVE WS-SUB-AREA TO WS-SUB-SAVE
           INITIALIZE WS-SUB-AREA
           MOVE 'K'         TO WS-SUB-MODE
           SET WS-FUNC-READ TO TRUE
           MOVE INP-ID      TO WS-SUB-ID
           CALL WS-PBEGIDX USING WS-SUB-AREA
           IF WS-SUB-ACIKLAMA = 'KAYIT OKUNDU'
              MOVE WS-SUB-OUT-DVZ TO WS-APR-DVZ
              MOVE 'N' TO INVALID-KEY
           END-IF
           MOVE WS-SUB-SAVE TO WS-SUB-AREA.
       H246-END. EXIT.

      *SINIRI ASAN HAREKETIN GIRDI KAYDI, PARTI/SIRA NUMARASI VE
      *GIRIS YAPAN MEMURLA ONAY KUYRUGUNA YAZILMASI - CIKTI
      *DOSYASINA DA IZ SATIRI BIRAKILIR (H240'TAKI GIBI)
       H248-PARK-FOR-APPROVAL.
           MOVE INP-FIELDS    TO APR-INP-IMAGE
           MOVE WS-BATCH-ID   TO APR-BATCH-ID
           MOVE WS-REC-SEQ    TO APR-SEQ
           MOVE WS-MAKER-ID   TO APR-MAKER-ID
           MOVE WS-BUS-DATE-N TO APR-ENTRY-DATE
           MOVE WS-APR-DVZ    TO APR-DVZ
           MOVE LMT-AMOUNT    TO APR-LIMIT
           MOVE SPACES        TO APR-CHECKER-ID
           WRITE APR-FIELDS
           ADD 1 TO WS-APR-COUNT
           INITIALIZE OUT-FIELDS
           STRING INP-ID '-' INP-ISLEM-TIPI '-SIRA:' WS-REC-SEQ
              '-ONAYA ALINDI'
           DELIMITED BY SIZE INTO OUT-DATA
           WRITE OUT-FIELDS.
       H248-END. EXIT.

      *HESAP KAPATMA KARTININ PARTI/SIRA NUMARASI VE GIRIS YAPAN
      *MEMURLA KAPANIS KUYRUGUNA YAZILMASI - HESAP PBEGCLS
      *TASFIYESINE KADAR ACIK KALIR. CIKTI DOSYASINA IZ SATIRI
      *BIRAKILIR (H248'DEKI GIBI)
       H249-QUEUE-CLOSURE.
           MOVE INP-FIELDS    TO CLS-INP-IMAGE
           MOVE WS-BATCH-ID   TO CLS-BATCH-ID
           MOVE WS-REC-SEQ    TO CLS-SEQ
           MOVE WS-MAKER-ID   TO CLS-MAKER-ID
           MOVE WS-BUS-DATE-N TO CLS-ENTRY-DATE
           WRITE CLS-FIELDS
           INITIALIZE OUT-FIELDS
           STRING INP-ID '-' INP-ISLEM-TIPI '-SIRA:' WS-REC-SEQ
              '-KAPANISA ALINDI'
           DELIMITED BY SIZE INTO OUT-DATA
           WRITE OUT-FIELDS.
       H249-END. EXIT.

      *GECERLI ISLEMLERIN ALT-PROGRAMA GONDERILMESI
       H220-CALL-SUBPROGRAM.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H290-END. EXIT.

      *ANA DEFTER ARAYUZ DOSYASININ KAPANIS KAYDI - YALNIZ PARTI
      *TEMIZ BITTIGINDE YAZILIR, YARIDA KALAN CALISMANIN DOSYASI
      *YENIDEN BASLATMADA KALDIGI YERDEN SURDURULUR
       H285-WRITE-GL-TRAILER.
           MOVE WS-GL-COUNT TO GLT-REC-COUNT.
           MOVE WS-GL-HASH  TO GLT-HASH-TOTAL.
           WRITE GL-RECORD FROM WS-GL-TRAILER.
       H285-END. EXIT.

      *HER N KAYITTA BIR ISLENEN KAYIT SAYISININ CHECKPOINT
      *DOSYASINA YAZILMASI
       H160-WRITE-CHECKPOINT.
                 INP-FILE
                 REJ-FILE
                 PND-FILE
                 APR-FILE
                 CLS-FILE
                 CHKPT-FILE
                 XRF-FILE
                 TD-MAST.
           IF CUST-AVAIL
              CLOSE CUST-FILE
           END-IF.
           IF LMT-AVAIL
              CLOSE LMT-FILE
           END-IF.
           IF ACCT-AVAIL
              CLOSE ACCT-REC
           END-IF.
           IF RATE-AVAIL
              CLOSE RATE-FILE
           END-IF.
           IF GL-OPEN
              CLOSE GL-FILE
           END-IF.
       H300-END. EXIT.
       
      *KOSUM KUTUGUNE BASLANGIC OLAYININ YAZILMASI - KUTUK ILK
