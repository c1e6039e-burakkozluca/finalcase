       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGTAX.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *YIL SONU STOPAJ BELGESI: STOPAJ DEFTERINDEKI YILIN FAIZ
      *KAYITLARI HESAP BAZINDA TOPLANIR; HER MUSTERI ICIN CAPRAZ
      *KUTUKTEKI HESAPLARININ BRUT FAIZ, KESILEN VERGI VE NET
      *FAIZ TUTARLARI BELGE OLARAK BASILIR. AYRICA VERGI
      *BEYANNAMESI ICIN AY VE DOVIZ BAZINDA ODENECEK VERGI OZETI
      *URETILIR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FILE  ASSIGN TO    TAXLDGR
                            STATUS       TAX-ST.
           SELECT CUST-FILE ASSIGN TO    CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       CUST-KEY
                            STATUS       CUST-ST.
      *MUSTERI-HESAP CAPRAZ KUTUGU - BIR MUSTERININ HESAPLARI
      *BILESIK ANAHTARDA ARKA ARKAYA DURUR, MUSTERI BASINA
      *START ILE TARANIR (PBEGCPR GIBI)
           SELECT XRF-FILE  ASSIGN TO    CUSTXRF
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       XRF-KEY
                            STATUS       XRF-ST.
           SELECT CRT-FILE  ASSIGN TO    TAXCERT
                            STATUS       CRT-ST.
           SELECT RPT-FILE  ASSIGN TO    TAXMRPT
                            STATUS       RPT-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *PBEGINT ILE AYNI DUZEN
       FD  TAX-FILE RECORDING MODE F.
       01  TAX-FIELDS.
           05 TAX-ACCT-ID           PIC 9(05).
           05 TAX-DVZ               PIC 9(03).
           05 TAX-DATE              PIC 9(08).
           05 TAX-DATE-R REDEFINES TAX-DATE.
              10 TAX-YEAR           PIC 9(04).
              10 TAX-MONTH          PIC 9(02).
              10 TAX-DAY            PIC 9(02).
           05 TAX-TERM              PIC X(01).
           05 TAX-GROSS             PIC 9(13)V99.
           05 TAX-RATE              PIC 9(03)V9(04).
           05 TAX-AMOUNT            PIC 9(13)V99.
           05 TAX-NET               PIC 9(13)V99.
           05 TAX-TIMESTAMP         PIC 9(14).
           05 FILLER                PIC X(17).

      *VSAM-FILE RECSZ: 34 KEY: 4 - PBEGCML ILE AYNI DUZEN
       FD  CUST-FILE.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID            PIC S9(07) COMP-3.
           03 CUST-NAME             PIC X(15).
           03 CUST-SURNAME          PIC X(15).

      *VSAM-FILE RECSZ: 7 KEY: 7 - PBEGCML ILE AYNI DUZEN
       FD  XRF-FILE.
       01  XRF-FIELDS.
           03 XRF-KEY.
              05 XRF-CUST-ID        PIC S9(07) COMP-3.
              05 XRF-ACCT-ID        PIC S9(05) COMP-3.

       FD  CRT-FILE RECORDING MODE F.
       01  CRT-LINE                PIC X(80).

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 TAX-ST                PIC 9(02).
              88 TAX-EOF                        VALUE 10.
              88 TAX-SUCCESS                    VALUE 00
                                                      97.
              88 TAX-NOTFOUND                   VALUE 35.
           05 CUST-ST               PIC 9(02).
              88 CUST-EOF                       VALUE 10.
              88 CUST-SUCCESS                   VALUE 00
                                                      97.
           05 XRF-ST                PIC 9(02).
              88 XRF-SUCCESS                    VALUE 00
                                                      97.
           05 CRT-ST                PIC 9(02).
              88 CRT-SUCCESS                    VALUE 00
                                                      97.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-XRF-DONE           PIC X(01)   VALUE 'N'.
              88 XRF-DONE                       VALUE 'Y'.
           05 WS-FOUND              PIC X(01)   VALUE 'N'.
              88 FOUND                          VALUE 'Y'.
           05 WS-ID                 PIC 9(05).
           05 WS-TAB-SUB            PIC 9(05)   VALUE 0.
           05 WS-ACC-SUB            PIC 9(06)   VALUE 0.
           05 WS-MONTH              PIC 9(02)   VALUE 0.
           05 WS-MON-USED           PIC 9(05)   VALUE 0.
           05 WS-CCY-USED           PIC 9(03)   VALUE 0.
           05 WS-CCY-SUB            PIC 9(03)   VALUE 0.
           05 WS-CUST-ACCTS         PIC 9(05)   VALUE 0.
           05 WS-LEDGER-COUNT       PIC 9(07)   VALUE 0.
           05 WS-CERT-COUNT         PIC 9(07)   VALUE 0.
           05 WS-NOLINK-COUNT       PIC 9(07)   VALUE 0.
           05 WS-TOT-GROSS          PIC 9(15)V99 VALUE 0.
           05 WS-TOT-TAX            PIC 9(15)V99 VALUE 0.
           05 WS-TOT-NET            PIC 9(15)V99 VALUE 0.

      *BELGE YILI - SYSIN'DEN TEK KART (YYYY), BOSSA BU YIL
       01  WS-YEAR-CARD             PIC X(04)   VALUE SPACES.
       01  WS-YEAR                  PIC 9(04)   VALUE 0.

      *HESAP BAZINDA YIL TOPLAMLARI - ACCT-ID DOGRUDAN INDIS
      *OLARAK KULLANILIR (PBEGDRM'DEKI HAREKET TABLOSU GIBI).
      *BAGLI ISARETI EN AZ BIR MUSTERININ BELGESINE GIRDIGINI
      *GOSTERIR
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 99999 TIMES.
              10 ACC-DVZ            PIC 9(03).
              10 ACC-GROSS          PIC 9(13)V99 COMP-3.
              10 ACC-TAX            PIC 9(13)V99 COMP-3.
              10 ACC-NET            PIC 9(13)V99 COMP-3.
              10 ACC-LINKED         PIC X(01).

      *AY + DOVIZ BAZINDA ODENECEK VERGI TABLOSU
       01  WS-MON-TABLE.
           05 WS-MON-ENTRY OCCURS 600 TIMES.
              10 MON-MONTH          PIC 9(02).
              10 MON-DVZ            PIC 9(03).
              10 MON-COUNT          PIC 9(07).
              10 MON-GROSS          PIC 9(15)V99.
              10 MON-TAX            PIC 9(15)V99.
              10 MON-NET            PIC 9(15)V99.

      *BELGEDEKI MUSTERININ DOVIZ BAZINDA TOPLAMLARI
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 50 TIMES.
              10 CCY-DVZ            PIC 9(03).
              10 CCY-GROSS          PIC 9(15)V99.
              10 CCY-TAX            PIC 9(15)V99.
              10 CCY-NET            PIC 9(15)V99.

       01  WS-CRT-TTL-LINE.
           05 FILLER                PIC X(30) VALUE
              'FAIZ GELIRI STOPAJ BELGESI'.
           05 FILLER                PIC X(06) VALUE 'YIL : '.
           05 CTL-YEAR              PIC 9(04).
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-CUST-LINE.
           05 FILLER                PIC X(09) VALUE 'MUSTERI: '.
           05 CUST-LINE-ID          PIC 9(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CUST-LINE-NAME        PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CUST-LINE-SURNAME     PIC X(15).
           05 FILLER                PIC X(31) VALUE SPACES.
       01  WS-COL-LINE.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
           05 FILLER                PIC X(05) VALUE 'DVZ'.
           05 FILLER                PIC X(19) VALUE '       BRUT FAIZ'.
           05 FILLER                PIC X(19) VALUE
              '     KESILEN VERGI'.
           05 FILLER                PIC X(19) VALUE '         NET FAIZ'.
           05 FILLER                PIC X(11) VALUE SPACES.
       01  WS-DTL-LINE.
           05 DTL-ID                PIC 9(05).
           05 DTL-ID-X REDEFINES DTL-ID
                                    PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-DVZ               PIC 9(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-GROSS             PIC Z(14)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-TAX               PIC Z(14)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-NET               PIC Z(14)9.99.
           05 FILLER                PIC X(12) VALUE SPACES.
       01  WS-BLANK-LINE            PIC X(80)   VALUE SPACES.
       01  WS-NOLINK-HDR-LINE.
           05 FILLER                PIC X(40) VALUE
              'MUSTERIYE BAGLI OLMAYAN HESAPLAR'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-CRT-SUM-LINE.
           05 FILLER                PIC X(08) VALUE 'BELGE: '.
           05 SUM-CERT-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(21) VALUE
              '  BAGLI OLMAYAN HSP: '.
           05 SUM-NOLINK-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(33) VALUE SPACES.

       01  WS-MON-TTL-LINE.
           05 FILLER                PIC X(30) VALUE
              'AYLIK ODENECEK STOPAJ OZETI'.
           05 FILLER                PIC X(06) VALUE 'YIL : '.
           05 MTL-YEAR              PIC 9(04).
           05 FILLER                PIC X(40) VALUE SPACES.
       01  WS-MON-COL-LINE.
           05 FILLER                PIC X(04) VALUE 'AY'.
           05 FILLER                PIC X(04) VALUE 'DVZ'.
           05 FILLER                PIC X(09) VALUE '     ADET'.
           05 FILLER                PIC X(21) VALUE
              '           BRUT FAIZ'.
           05 FILLER                PIC X(21) VALUE
              '       ODENECEK VERGI'.
           05 FILLER                PIC X(21) VALUE
              '            NET FAIZ'.
       01  WS-MON-DTL-LINE.
           05 MDL-MONTH             PIC 9(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MDL-DVZ               PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MDL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MDL-GROSS             PIC Z(16)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MDL-TAX               PIC Z(16)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MDL-NET               PIC Z(16)9.99.
       01  WS-MON-TOT-LINE.
           05 FILLER                PIC X(08) VALUE 'TOPLAM'.
           05 MTT-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MTT-GROSS             PIC Z(16)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MTT-TAX               PIC Z(16)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MTT-NET               PIC Z(16)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-LEDGER UNTIL TAX-EOF.
           PERFORM H200-PROCESS UNTIL CUST-EOF.
           PERFORM H400-PRINT-UNLINKED.
           PERFORM H500-PRINT-MONTHLY.
           IF WS-NOLINK-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           PERFORM H110-ACCEPT-YEAR.
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
           OPEN INPUT CUST-FILE.
           IF NOT CUST-SUCCESS
              DISPLAY 'CUST FILE NOT OPEN: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT XRF-FILE.
           IF NOT XRF-SUCCESS
              DISPLAY 'XREF FILE NOT OPEN: ' XRF-ST
              MOVE XRF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CRT-FILE.
           IF NOT CRT-SUCCESS
              DISPLAY 'CERT FILE NOT OPEN: ' CRT-ST
              MOVE CRT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           INITIALIZE WS-ACC-TABLE.
           MOVE WS-YEAR TO CTL-YEAR.
           WRITE CRT-LINE FROM WS-CRT-TTL-LINE.
           WRITE CRT-LINE FROM WS-BLANK-LINE.
           IF NOT TAX-EOF
              READ TAX-FILE
                 AT END SET TAX-EOF TO TRUE
              END-READ
           END-IF.
           READ CUST-FILE NEXT RECORD
              AT END SET CUST-EOF TO TRUE
           END-READ.
       H100-END. EXIT.

      *TEK SYSIN KARTINDAN BELGE YILI OKUNUR. KART BOSSA BU YIL
      *ALINIR, SAYISAL DEGILSE IS DURDURULUR
       H110-ACCEPT-YEAR.
           ACCEPT WS-YEAR-CARD FROM SYSIN.
           IF WS-YEAR-CARD = SPACES
              MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           ELSE
              IF WS-YEAR-CARD IS NUMERIC
                 MOVE WS-YEAR-CARD TO WS-YEAR
              ELSE
                 DISPLAY 'INVALID YEAR CARD: ' WS-YEAR-CARD
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H110-END. EXIT.

      *BELGE YILINA AIT DEFTER KAYITLARI HESAP VE AY+DOVIZ
      *TABLOLARINA TOPLANIR
       H150-LOAD-LEDGER.
           IF TAX-YEAR = WS-YEAR AND TAX-ACCT-ID > 0 AND
              TAX-MONTH > 0 AND TAX-MONTH < 13
              ADD 1 TO WS-LEDGER-COUNT
              MOVE TAX-ACCT-ID TO WS-ID
              MOVE TAX-DVZ     TO ACC-DVZ (WS-ID)
              ADD TAX-GROSS    TO ACC-GROSS (WS-ID)
              ADD TAX-AMOUNT   TO ACC-TAX (WS-ID)
              ADD TAX-NET      TO ACC-NET (WS-ID)
              PERFORM H160-FIND-MONTH
              ADD 1            TO MON-COUNT (WS-TAB-SUB)
              ADD TAX-GROSS    TO MON-GROSS (WS-TAB-SUB)
              ADD TAX-AMOUNT   TO MON-TAX (WS-TAB-SUB)
              ADD TAX-NET      TO MON-NET (WS-TAB-SUB)
           END-IF
           READ TAX-FILE
              AT END SET TAX-EOF TO TRUE
           END-READ.
       H150-END. EXIT.

      *TABLODA AY+DOVIZ ARANIR, YOKSA YENI SATIR ACILIR
      *(PBEGREC'DEKI DOVIZ TABLOSUYLA AYNI YONTEM)
       H160-FIND-MONTH.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-MON-USED
              IF MON-MONTH (WS-TAB-SUB) = TAX-MONTH AND
                 MON-DVZ   (WS-TAB-SUB) = TAX-DVZ
                 MOVE 'Y' TO WS-FOUND
              END-IF
              IF FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT FOUND
              IF WS-MON-USED >= 600
                 DISPLAY 'WS-MON-TABLE FULL - TOO MANY MONTH/DVZ'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-MON-USED
              MOVE WS-MON-USED TO WS-TAB-SUB
              MOVE TAX-MONTH   TO MON-MONTH (WS-TAB-SUB)
              MOVE TAX-DVZ     TO MON-DVZ   (WS-TAB-SUB)
              MOVE 0 TO MON-COUNT (WS-TAB-SUB) MON-GROSS (WS-TAB-SUB)
                        MON-TAX (WS-TAB-SUB)   MON-NET (WS-TAB-SUB)
           END-IF.
       H160-END. EXIT.

      *HER MUSTERI ICIN CAPRAZ KUTUKTEKI HESAPLARDAN YIL ICINDE
      *FAIZ ALMIS OLANLAR BELGEYE YAZILIR; DOVIZ BAZINDA MUSTERI
      *TOPLAMLARI ALTINA BASILIR. FAIZI OLMAYAN MUSTERIYE BELGE
      *BASILMAZ
       H200-PROCESS.
           MOVE 0 TO WS-CUST-ACCTS
           MOVE 0 TO WS-CCY-USED
           PERFORM H300-BROWSE-XREF
           IF WS-CUST-ACCTS > 0
              ADD 1 TO WS-CERT-COUNT
              PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                 UNTIL WS-CCY-SUB > WS-CCY-USED
                 MOVE 'TOPL.'              TO DTL-ID-X
                 MOVE CCY-DVZ   (WS-CCY-SUB) TO DTL-DVZ
                 MOVE CCY-GROSS (WS-CCY-SUB) TO DTL-GROSS
                 MOVE CCY-TAX   (WS-CCY-SUB) TO DTL-TAX
                 MOVE CCY-NET   (WS-CCY-SUB) TO DTL-NET
                 WRITE CRT-LINE FROM WS-DTL-LINE
              END-PERFORM
              WRITE CRT-LINE FROM WS-BLANK-LINE
           END-IF
           READ CUST-FILE NEXT RECORD
              AT END SET CUST-EOF TO TRUE
           END-READ.
       H200-END. EXIT.

      *CAPRAZ KUTUK MUSTERININ ILK HESABINDAN BASLATILIR VE
      *MUSTERI NUMARASI DEGISENE KADAR OKUNUR (PBEGCPR GIBI)
       H300-BROWSE-XREF.
           INITIALIZE INVALID-KEY
           MOVE 'N'     TO WS-XRF-DONE
           MOVE CUST-ID TO XRF-CUST-ID
           MOVE 0       TO XRF-ACCT-ID
           START XRF-FILE KEY IS NOT LESS THAN XRF-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF INVL-KEY
              SET XRF-DONE TO TRUE
           END-IF
           PERFORM UNTIL XRF-DONE
              READ XRF-FILE NEXT RECORD
                 AT END SET XRF-DONE TO TRUE
              END-READ
              IF NOT XRF-DONE
                 IF XRF-CUST-ID = CUST-ID
                    IF XRF-ACCT-ID > 0
                       PERFORM H350-CERT-ACCOUNT
                    END-IF
                 ELSE
                    SET XRF-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
       H300-END. EXIT.

      *YIL ICINDE FAIZ ALMIS HESABIN BELGE SATIRI - MUSTERININ
      *ILK SATIRINDAN ONCE BELGE BASLIGI YAZILIR
       H350-CERT-ACCOUNT.
           MOVE XRF-ACCT-ID TO WS-ID
           IF ACC-GROSS (WS-ID) > 0
              IF WS-CUST-ACCTS = 0
                 MOVE CUST-ID      TO CUST-LINE-ID
                 MOVE CUST-NAME    TO CUST-LINE-NAME
                 MOVE CUST-SURNAME TO CUST-LINE-SURNAME
                 WRITE CRT-LINE FROM WS-CUST-LINE
                 WRITE CRT-LINE FROM WS-COL-LINE
              END-IF
              ADD 1 TO WS-CUST-ACCTS
              MOVE 'Y' TO ACC-LINKED (WS-ID)
              MOVE WS-ID              TO DTL-ID
              MOVE ACC-DVZ   (WS-ID)  TO DTL-DVZ
              MOVE ACC-GROSS (WS-ID)  TO DTL-GROSS
              MOVE ACC-TAX   (WS-ID)  TO DTL-TAX
              MOVE ACC-NET   (WS-ID)  TO DTL-NET
              WRITE CRT-LINE FROM WS-DTL-LINE
              PERFORM H360-ADD-CURRENCY
           END-IF.
       H350-END. EXIT.

      *MUSTERININ DOVIZ TOPLAMINA EKLEME
       H360-ADD-CURRENCY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-USED
              IF CCY-DVZ (WS-CCY-SUB) = ACC-DVZ (WS-ID)
                 MOVE 'Y' TO WS-FOUND
              END-IF
              IF FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT FOUND
              IF WS-CCY-USED >= 50
                 DISPLAY 'WS-CCY-TABLE FULL - TOO MANY CURRENCIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CCY-USED
              MOVE WS-CCY-USED     TO WS-CCY-SUB
              MOVE ACC-DVZ (WS-ID) TO CCY-DVZ (WS-CCY-SUB)
              MOVE 0 TO CCY-GROSS (WS-CCY-SUB) CCY-TAX (WS-CCY-SUB)
                        CCY-NET (WS-CCY-SUB)
           END-IF
           ADD ACC-GROSS (WS-ID) TO CCY-GROSS (WS-CCY-SUB)
           ADD ACC-TAX   (WS-ID) TO CCY-TAX   (WS-CCY-SUB)
           ADD ACC-NET   (WS-ID) TO CCY-NET   (WS-CCY-SUB).
       H360-END. EXIT.

      *YIL ICINDE FAIZ ALIP HICBIR MUSTERI BELGESINE GIRMEYEN
      *HESAPLAR AYRICA LISTELENIR - BELGESI EKSIK KALAN VERGI
      *BU LISTEDEN TAKIP EDILIR
       H400-PRINT-UNLINKED.
           WRITE CRT-LINE FROM WS-NOLINK-HDR-LINE
           WRITE CRT-LINE FROM WS-COL-LINE
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
              UNTIL WS-ACC-SUB > 99999
              IF ACC-GROSS (WS-ACC-SUB) > 0 AND
                 ACC-LINKED (WS-ACC-SUB) NOT = 'Y'
                 ADD 1 TO WS-NOLINK-COUNT
                 MOVE WS-ACC-SUB              TO DTL-ID
                 MOVE ACC-DVZ   (WS-ACC-SUB)  TO DTL-DVZ
                 MOVE ACC-GROSS (WS-ACC-SUB)  TO DTL-GROSS
                 MOVE ACC-TAX   (WS-ACC-SUB)  TO DTL-TAX
                 MOVE ACC-NET   (WS-ACC-SUB)  TO DTL-NET
                 WRITE CRT-LINE FROM WS-DTL-LINE
              END-IF
           END-PERFORM
           WRITE CRT-LINE FROM WS-BLANK-LINE
           MOVE WS-CERT-COUNT   TO SUM-CERT-COUNT
           MOVE WS-NOLINK-COUNT TO SUM-NOLINK-COUNT
           WRITE CRT-LINE FROM WS-CRT-SUM-LINE.
       H400-END. EXIT.

      *BEYANNAME OZETI: AY SIRASIYLA, HER AYIN DOVIZ SATIRLARI VE
      *YIL TOPLAMI. DOVIZLER ARASI TOPLAM TUTAR DOVIZ KARISIK
      *OLDUGUNDAN YALNIZ KONTROL AMACLIDIR
       H500-PRINT-MONTHLY.
           MOVE WS-YEAR TO MTL-YEAR
           WRITE RPT-LINE FROM WS-MON-TTL-LINE
           WRITE RPT-LINE FROM WS-MON-COL-LINE
           PERFORM VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
              PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
                 UNTIL WS-TAB-SUB > WS-MON-USED
                 IF MON-MONTH (WS-TAB-SUB) = WS-MONTH
                    MOVE MON-MONTH (WS-TAB-SUB) TO MDL-MONTH
                    MOVE MON-DVZ   (WS-TAB-SUB) TO MDL-DVZ
                    MOVE MON-COUNT (WS-TAB-SUB) TO MDL-COUNT
                    MOVE MON-GROSS (WS-TAB-SUB) TO MDL-GROSS
                    MOVE MON-TAX   (WS-TAB-SUB) TO MDL-TAX
                    MOVE MON-NET   (WS-TAB-SUB) TO MDL-NET
                    WRITE RPT-LINE FROM WS-MON-DTL-LINE
                    ADD MON-GROSS (WS-TAB-SUB) TO WS-TOT-GROSS
                    ADD MON-TAX   (WS-TAB-SUB) TO WS-TOT-TAX
                    ADD MON-NET   (WS-TAB-SUB) TO WS-TOT-NET
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE WS-LEDGER-COUNT TO MTT-COUNT
           MOVE WS-TOT-GROSS    TO MTT-GROSS
           MOVE WS-TOT-TAX      TO MTT-TAX
           MOVE WS-TOT-NET      TO MTT-NET
           WRITE RPT-LINE FROM WS-MON-TOT-LINE.
       H500-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE TAX-FILE
                 CUST-FILE
                 XRF-FILE
                 CRT-FILE
                 RPT-FILE.
       H900-END. EXIT.

      *PROGRAM SONU
       H999-PROGRAM-EXIT.
           PERFORM H900-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
