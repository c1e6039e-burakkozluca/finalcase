       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGCHK.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *HAFTALIK DOSYALAR ARASI BUTUNLUK TARAMASI. ANA KUTUK,
      *MUSTERI DOSYASI, CAPRAZ KUTUK, LIMIT, BLOKE, DEPO VE
      *SUSPENSE DEVIR DOSYALARI ILE KUR DOSYASI BIRBIRINE KARSI
      *DENETLENIR, HER KOPUKLUK TIPI VE DOSYASIYLA RAPORLANIR.
      *KOPUKLUK BULUNURSA IS RC 4 ILE BITER (PBEGOPS ISARETLER)
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO    ACCTREC
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       ACCT-KEY
                            STATUS       ACCT-ST.
      *MUSTERI ANA DOSYASI - YALNIZ VARLIK KONTROLU ICIN
           SELECT CUST-FILE ASSIGN TO    CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS       RANDOM
                            RECORD       CUST-KEY
                            STATUS       CUST-ST.
           SELECT XRF-FILE  ASSIGN TO    CUSTXRF
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       XRF-KEY
                            STATUS       XRF-ST.
           SELECT HOLD-REG  ASSIGN TO    HOLDREG
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       HOLD-KEY
                            STATUS       HOLD-ST.
           SELECT OD-FILE   ASSIGN TO    ODLIMIT
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       ODL-KEY
                            STATUS       ODL-ST.
      *PBEGWHR'NIN VADESI GELMEMIS DEPO KALEMLERI DEVRI
           SELECT WHS-FILE  ASSIGN TO    WHSOUT
                            STATUS       WHS-ST.
      *PBEGSUS'UN ESLESMEYEN SUSPENSE KALEMLERI DEVRI
           SELECT SUS-FILE  ASSIGN TO    SUSPOUT
                            STATUS       SUS-ST.
      *DOVIZ+GECERLILIK TARIHI ANAHTARLI KUR DOSYASI
           SELECT RATE-FILE ASSIGN TO    EXCHRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       RATE-KEY
                            STATUS       RATE-ST.
           SELECT RPT-FILE  ASSIGN TO    CHKRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
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

      *VSAM-FILE RECSZ: 34 KEY: 4 - PBEGFNL ILE AYNI DUZEN
       FD  CUST-FILE.
       01  CUST-FIELDS.
           03 CUST-KEY.
              05 CUST-ID            PIC S9(07) COMP-3.
           03 CUST-NAME             PIC X(15).
           03 CUST-SURNAME          PIC X(15).

      *VSAM-FILE RECSZ: 7 KEY: 7 - PBEGFNL ILE AYNI DUZEN
       FD  XRF-FILE.
       01  XRF-FIELDS.
           03 XRF-KEY.
              05 XRF-CUST-ID        PIC S9(07) COMP-3.
              05 XRF-ACCT-ID        PIC S9(05) COMP-3.

      *PBEGHLD ILE AYNI DUZEN
       FD  HOLD-REG.
       01  HOLD-FIELDS.
           03 HOLD-KEY.
              05 HOLD-ID            PIC S9(05)  COMP-3.
           03 HOLD-REASON           PIC X(03).
           03 HOLD-AUTH-REF         PIC X(20).
           03 HOLD-PRIOR-STATUS     PIC X(01).
           03 HOLD-DATE             PIC 9(8)    COMP-3.

      *PBEGODL ILE AYNI DUZEN
       FD  OD-FILE.
       01  ODL-FIELDS.
           03 ODL-KEY.
              05 ODL-ID             PIC S9(05)  COMP-3.
           03 ODL-LIMIT             PIC 9(13)V99 COMP-3.

      *DEPO KALEMI INPFILE KAYDININ TIPKISIDIR. VIRMANDA HEDEF
      *HESAP ISIM ALANININ ILK BES BAYTINDADIR
       FD  WHS-FILE RECORDING MODE F.
       01  WHS-FIELDS.
           05 WHS-ISLEM-TIPI        PIC X(01).
           05 WHS-ID                PIC X(05).
           05 WHS-TARGET-ID         PIC X(05).
           05 FILLER                PIC X(66).

      *PBEGSUS ILE AYNI DUZEN (YALNIZ KULLANILAN ALANLAR)
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-FIELDS.
           05 SUS-CODE              PIC X(01).
           05 SUS-ID                PIC X(05).
           05 SUS-REASON            PIC X(30).
           05 SUS-TARGET-ID         PIC X(05).
           05 FILLER                PIC X(69).

      *PBEGCNV ILE AYNI DUZEN
       FD  RATE-FILE.
       01  RATE-FIELDS.
           03 RATE-KEY.
              05 RATE-DVZ           PIC 9(03).
              05 RATE-EFF-DATE      PIC 9(8)    COMP-3.
           03 RATE-VALUE            PIC 9(07)V9(06) COMP-3.

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
           05 ACCT-ST               PIC 9(02).
              88 ACCT-EOF                       VALUE 10.
              88 ACCT-SUCCESS                   VALUE 00
                                                      97.
           05 CUST-ST               PIC 9(02).
              88 CUST-SUCCESS                   VALUE 00
                                                      97.
              88 CUST-NOTFOUND                  VALUE 35.
           05 XRF-ST                PIC 9(02).
              88 XRF-EOF                        VALUE 10.
              88 XRF-SUCCESS                    VALUE 00
                                                      97.
              88 XRF-NOTFOUND                   VALUE 35.
           05 HOLD-ST               PIC 9(02).
              88 HOLD-EOF                       VALUE 10.
              88 HOLD-SUCCESS                   VALUE 00
                                                      97.
              88 HOLD-NOTFOUND                  VALUE 35.
           05 ODL-ST                PIC 9(02).
              88 ODL-EOF                        VALUE 10.
              88 ODL-SUCCESS                    VALUE 00
                                                      97.
              88 ODL-NOTFOUND                   VALUE 35.
           05 WHS-ST                PIC 9(02).
              88 WHS-EOF                        VALUE 10.
              88 WHS-SUCCESS                    VALUE 00
                                                      97.
              88 WHS-NOTFOUND                   VALUE 35.
           05 SUS-ST                PIC 9(02).
              88 SUS-EOF                        VALUE 10.
              88 SUS-SUCCESS                    VALUE 00
                                                      97.
              88 SUS-NOTFOUND                   VALUE 35.
           05 RATE-ST               PIC 9(02).
              88 RATE-SUCCESS                   VALUE 00
                                                      97.
              88 RATE-NOTFOUND                  VALUE 35.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCCESS                    VALUE 00
                                                      97.
              88 RUN-NOTFOUND                   VALUE 35.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-RUN-OPEN           PIC X(01)   VALUE 'N'.
              88 RUN-OPEN                       VALUE 'Y'.
           05 WS-CUST-AVAIL         PIC X(01)   VALUE 'N'.
              88 CUST-AVAIL                     VALUE 'Y'.
           05 WS-XRF-AVAIL          PIC X(01)   VALUE 'N'.
              88 XRF-AVAIL                      VALUE 'Y'.
           05 WS-HOLD-AVAIL         PIC X(01)   VALUE 'N'.
              88 HOLD-AVAIL                     VALUE 'Y'.
           05 WS-ODL-AVAIL          PIC X(01)   VALUE 'N'.
              88 ODL-AVAIL                      VALUE 'Y'.
           05 WS-WHS-AVAIL          PIC X(01)   VALUE 'N'.
              88 WHS-AVAIL                      VALUE 'Y'.
           05 WS-SUS-AVAIL          PIC X(01)   VALUE 'N'.
              88 SUS-AVAIL                      VALUE 'Y'.
           05 WS-RATE-AVAIL         PIC X(01)   VALUE 'N'.
              88 RATE-AVAIL                     VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGCHK'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 WS-TL-DVZ             PIC 9(03)   VALUE 949.
           05 WS-IX                 PIC 9(06)   VALUE 0.
           05 WS-DVZ-IX             PIC 9(04)   VALUE 0.
           05 WS-TYPE-SUB           PIC 9(02)   VALUE 0.
           05 WS-CHK-ID             PIC 9(05)   VALUE 0.
           05 WS-CHK-ID-X           PIC X(05)   VALUE SPACES.
           05 WS-CUST-NUM           PIC 9(07)   VALUE 0.
           05 WS-ACCT-COUNT         PIC 9(09)   VALUE 0.
           05 WS-BRK-COUNT          PIC 9(09)   VALUE 0.
           05 WS-BRK-FILE           PIC X(08)   VALUE SPACES.
           05 WS-BRK-ACCT           PIC X(05)   VALUE SPACES.
           05 WS-BRK-REF            PIC X(07)   VALUE SPACES.
           05 WS-BRK-STATUS         PIC X(01)   VALUE SPACES.

      *HESAP BASINA DURUM BILGISI - ACCT-ID DOGRUDAN INDIS OLARAK
      *KULLANILIR (PBEGAML'DEKI TABLOLAR GIBI). BOS: HESAP YOK
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 99999 TIMES.
              10 ACC-PRESENT        PIC X(01).
              10 ACC-STATUS         PIC X(01).
              10 ACC-LINKED         PIC X(01).
              10 ACC-HELD           PIC X(01).

      *ANA KUTUKTE GECEN DOVIZ KODLARI VE HESAP SAYILARI
       01  WS-DVZ-TABLE.
           05 WS-DVZ-COUNT OCCURS 1000 TIMES
                                    PIC 9(07).

      *KOPUKLUK TIPLERI: KOD, DOSYA, ACIKLAMA. RAPOR SONUNDA TIP
      *VE DOSYA BAZINDA SAYILARI DOKULUR
       01  WS-TYPE-NAMES.
           05 FILLER                PIC X(02)   VALUE 'XH'.
           05 FILLER                PIC X(08)   VALUE 'CUSTXRF'.
           05 FILLER                PIC X(40)   VALUE
              'BAGLI HESAP ANA KUTUKTE YOK'.
           05 FILLER                PIC X(02)   VALUE 'XM'.
           05 FILLER                PIC X(08)   VALUE 'CUSTXRF'.
           05 FILLER                PIC X(40)   VALUE
              'BAGLI MUSTERI MUSTERI DOSYASINDA YOK'.
           05 FILLER                PIC X(02)   VALUE 'BB'.
           05 FILLER                PIC X(08)   VALUE 'ACCTREC'.
           05 FILLER                PIC X(40)   VALUE
              'ACIK HESABIN MUSTERI BAGI YOK'.
           05 FILLER                PIC X(02)   VALUE 'HD'.
           05 FILLER                PIC X(08)   VALUE 'HOLDREG'.
           05 FILLER                PIC X(40)   VALUE
              'BLOKE KAYITLI HESAP DONDURULMUS DEGIL'.
           05 FILLER                PIC X(02)   VALUE 'HY'.
           05 FILLER                PIC X(08)   VALUE 'HOLDREG'.
           05 FILLER                PIC X(40)   VALUE
              'BLOKE KAYDININ HESABI ANA KUTUKTE YOK'.
           05 FILLER                PIC X(02)   VALUE 'DB'.
           05 FILLER                PIC X(08)   VALUE 'ACCTREC'.
           05 FILLER                PIC X(40)   VALUE
              'DONDURULMUS HESABIN BLOKE KAYDI YOK'.
           05 FILLER                PIC X(02)   VALUE 'OK'.
           05 FILLER                PIC X(08)   VALUE 'ODLIMIT'.
           05 FILLER                PIC X(40)   VALUE
              'KAPALI HESAPTA LIMIT KAYDI'.
           05 FILLER                PIC X(02)   VALUE 'OY'.
           05 FILLER                PIC X(08)   VALUE 'ODLIMIT'.
           05 FILLER                PIC X(40)   VALUE
              'LIMIT KAYDININ HESABI ANA KUTUKTE YOK'.
           05 FILLER                PIC X(02)   VALUE 'WK'.
           05 FILLER                PIC X(08)   VALUE 'WHSOUT'.
           05 FILLER                PIC X(40)   VALUE
              'KAPALI HESABA DEPO KALEMI'.
           05 FILLER                PIC X(02)   VALUE 'WY'.
           05 FILLER                PIC X(08)   VALUE 'WHSOUT'.
           05 FILLER                PIC X(40)   VALUE
              'DEPO KALEMININ HESABI ANA KUTUKTE YOK'.
           05 FILLER                PIC X(02)   VALUE 'SK'.
           05 FILLER                PIC X(08)   VALUE 'SUSPOUT'.
           05 FILLER                PIC X(40)   VALUE
              'KAPALI HESABA SUSPENSE KALEMI'.
           05 FILLER                PIC X(02)   VALUE 'SY'.
           05 FILLER                PIC X(08)   VALUE 'SUSPOUT'.
           05 FILLER                PIC X(40)   VALUE
              'SUSPENSE KALEMI HESABI ANA KUTUKTE YOK'.
           05 FILLER                PIC X(02)   VALUE 'KY'.
           05 FILLER                PIC X(08)   VALUE 'EXCHRATE'.
           05 FILLER                PIC X(40)   VALUE
              'HESAP DOVIZININ KUR KAYDI YOK'.
       01  FILLER REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-ENTRY OCCURS 13 TIMES.
              10 WS-TYPE-CODE       PIC X(02).
              10 WS-TYPE-FILE       PIC X(08).
              10 WS-TYPE-DESC       PIC X(40).
       01  WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT OCCURS 13 TIMES
                                    PIC 9(07).

       01  WS-TTL-LINE.
           05 FILLER                PIC X(29) VALUE
              'DOSYALAR ARASI BUTUNLUK GUN:'.
           05 TTL-DATE              PIC 9(08).
           05 FILLER                PIC X(43) VALUE SPACES.
       01  WS-HDR-LINE.
           05 FILLER                PIC X(04) VALUE 'TIP'.
           05 FILLER                PIC X(10) VALUE 'DOSYA'.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
           05 FILLER                PIC X(09) VALUE 'REF'.
           05 FILLER                PIC X(03) VALUE 'DR'.
           05 FILLER                PIC X(47) VALUE 'ACIKLAMA'.
       01  WS-DTL-LINE.
           05 DTL-TIP               PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-FILE              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-ACCT              PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-REF               PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-STATUS            PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-DESC              PIC X(40).
           05 FILLER                PIC X(07) VALUE SPACES.
       01  WS-SUMHDR-LINE.
           05 FILLER                PIC X(34) VALUE
              'KOPUKLUK OZETI - TIP / DOSYA'.
           05 FILLER                PIC X(46) VALUE SPACES.
       01  WS-TYP-LINE.
           05 TYP-CODE              PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TYP-FILE              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TYP-DESC              PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TYP-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE SPACES.
       01  WS-SUM-LINE.
           05 FILLER                PIC X(16) VALUE
              'TARANAN HESAP: '.
           05 SUM-ACCT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE
              '  TOPLAM KOPUKLUK:'.
           05 SUM-BRK-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(24) VALUE SPACES.
       01  WS-MISS-LINE.
           05 FILLER                PIC X(14) VALUE
              'DOSYA YOK   : '.
           05 MISS-FILE             PIC X(08).
           05 FILLER                PIC X(58) VALUE
              ' - BOS KABUL EDILDI'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-ACCOUNTS.
           PERFORM H300-CHECK-XREF.
           PERFORM H350-CHECK-UNLINKED.
           PERFORM H400-CHECK-HOLDS.
           PERFORM H450-CHECK-FROZEN.
           PERFORM H500-CHECK-LIMITS.
           PERFORM H550-CHECK-WAREHOUSE.
           PERFORM H600-CHECK-SUSPENSE.
           PERFORM H650-CHECK-RATES.
           PERFORM H700-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.

      *ANA KUTUK ZORUNLUDUR; DIGER DOSYALAR YOKSA BOS KABUL
      *EDILIR VE RAPORA YAZILIR
       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO TTL-DATE.
           WRITE RPT-LINE FROM WS-TTL-LINE.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'ACCT FILE NOT OPEN: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT CUST-FILE.
           IF CUST-NOTFOUND
              MOVE 'CUSTFILE' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT CUST-SUCCESS
                 DISPLAY 'CUSTOMER FILE NOT OPEN: ' CUST-ST
                 MOVE CUST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-CUST-AVAIL
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-NOTFOUND
              MOVE 'CUSTXRF' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT XRF-SUCCESS
                 DISPLAY 'XREF FILE NOT OPEN: ' XRF-ST
                 MOVE XRF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-XRF-AVAIL
           END-IF.
           OPEN INPUT HOLD-REG.
           IF HOLD-NOTFOUND
              MOVE 'HOLDREG' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT HOLD-SUCCESS
                 DISPLAY 'HOLD REGISTER NOT OPEN: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-HOLD-AVAIL
           END-IF.
           OPEN INPUT OD-FILE.
           IF ODL-NOTFOUND
              MOVE 'ODLIMIT' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT ODL-SUCCESS
                 DISPLAY 'OD LIMIT FILE NOT OPEN: ' ODL-ST
                 MOVE ODL-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-ODL-AVAIL
           END-IF.
           OPEN INPUT WHS-FILE.
           IF WHS-NOTFOUND
              MOVE 'WHSOUT' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT WHS-SUCCESS
                 DISPLAY 'WHSOUT FILE NOT OPEN: ' WHS-ST
                 MOVE WHS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-WHS-AVAIL
           END-IF.
           OPEN INPUT SUS-FILE.
           IF SUS-NOTFOUND
              MOVE 'SUSPOUT' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT SUS-SUCCESS
                 DISPLAY 'SUSPOUT FILE NOT OPEN: ' SUS-ST
                 MOVE SUS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-SUS-AVAIL
           END-IF.
           OPEN INPUT RATE-FILE.
           IF RATE-NOTFOUND
              MOVE 'EXCHRATE' TO MISS-FILE
              WRITE RPT-LINE FROM WS-MISS-LINE
           ELSE
              IF NOT RATE-SUCCESS
                 DISPLAY 'RATE FILE NOT OPEN: ' RATE-ST
                 MOVE RATE-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-RATE-AVAIL
           END-IF.
           WRITE RPT-LINE FROM WS-HDR-LINE.
       H100-END. EXIT.

      *ANA KUTUK BASTAN SONA OKUNUP HESAP TABLOSU VE DOVIZ
      *SAYILARI KURULUR
       H200-LOAD-ACCOUNTS.
           INITIALIZE WS-ACC-TABLE
                      WS-DVZ-TABLE
                      WS-TYPE-COUNTS.
           PERFORM UNTIL ACCT-EOF
              READ ACCT-REC NEXT RECORD
                 AT END SET ACCT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-ACCT-COUNT
                    IF ACCT-ID > 0
                       MOVE ACCT-ID     TO WS-IX
                       MOVE 'Y'         TO ACC-PRESENT (WS-IX)
                       MOVE ACCT-STATUS TO ACC-STATUS  (WS-IX)
                    END-IF
                    COMPUTE WS-DVZ-IX = ACCT-DVZ + 1
                    ADD 1 TO WS-DVZ-COUNT (WS-DVZ-IX)
              END-READ
           END-PERFORM.
       H200-END. EXIT.

      *CAPRAZ KUTUGUN HER BAGI: HESAP ANA KUTUKTE, MUSTERI
      *MUSTERI DOSYASINDA OLMALI. GECERLI BAG HESABI BAGLI SAYAR
       H300-CHECK-XREF.
           IF XRF-AVAIL
              PERFORM UNTIL XRF-EOF
                 READ XRF-FILE NEXT RECORD
                    AT END SET XRF-EOF TO TRUE
                    NOT AT END PERFORM H310-CHECK-LINK
                 END-READ
              END-PERFORM
           END-IF.
       H300-END. EXIT.

       H310-CHECK-LINK.
           MOVE XRF-CUST-ID TO WS-CUST-NUM
           MOVE SPACES      TO WS-BRK-STATUS
           IF XRF-ACCT-ID > 0
              MOVE XRF-ACCT-ID TO WS-IX
           ELSE
              MOVE 0           TO WS-IX
           END-IF
           IF WS-IX = 0 OR ACC-PRESENT (WS-IX) NOT = 'Y'
              MOVE 1               TO WS-TYPE-SUB
              MOVE WS-IX           TO WS-CHK-ID
              MOVE WS-CHK-ID       TO WS-BRK-ACCT
              MOVE WS-CUST-NUM     TO WS-BRK-REF
              PERFORM H800-WRITE-BREAK
           ELSE
              MOVE 'Y' TO ACC-LINKED (WS-IX)
           END-IF
           INITIALIZE INVALID-KEY
           IF CUST-AVAIL
              MOVE XRF-CUST-ID TO CUST-ID
              READ CUST-FILE
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-READ
           ELSE
              MOVE 'Y' TO INVALID-KEY
           END-IF
           IF INVL-KEY
              MOVE 2               TO WS-TYPE-SUB
              MOVE WS-IX           TO WS-CHK-ID
              MOVE WS-CHK-ID       TO WS-BRK-ACCT
              MOVE WS-CUST-NUM     TO WS-BRK-REF
              IF WS-IX > 0
                 MOVE ACC-STATUS (WS-IX) TO WS-BRK-STATUS
              END-IF
              PERFORM H800-WRITE-BREAK
           END-IF.
       H310-END. EXIT.

      *KAPALI OLMAYAN (AKTIF, DONDURULMUS, UYUYAN) HER HESABIN EN
      *AZ BIR GECERLI MUSTERI BAGI OLMALI
       H350-CHECK-UNLINKED.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 99999
              IF ACC-PRESENT (WS-IX) = 'Y' AND
                 ACC-STATUS (WS-IX) NOT = 'C' AND
                 ACC-LINKED (WS-IX) NOT = 'Y'
                 MOVE 3                  TO WS-TYPE-SUB
                 MOVE WS-IX              TO WS-CHK-ID
                 MOVE WS-CHK-ID          TO WS-BRK-ACCT
                 MOVE SPACES             TO WS-BRK-REF
                 MOVE ACC-STATUS (WS-IX) TO WS-BRK-STATUS
                 PERFORM H800-WRITE-BREAK
              END-IF
           END-PERFORM.
       H350-END. EXIT.

      *BLOKE KUTUGUNDEKI HER KAYDIN HESABI VAR VE DONDURULMUS
      *OLMALI. REF ALANINDA BLOKE NEDEN KODU GOSTERILIR
       H400-CHECK-HOLDS.
           IF HOLD-AVAIL
              PERFORM UNTIL HOLD-EOF
                 READ HOLD-REG NEXT RECORD
                    AT END SET HOLD-EOF TO TRUE
                    NOT AT END PERFORM H410-CHECK-HOLD
                 END-READ
              END-PERFORM
           END-IF.
       H400-END. EXIT.

       H410-CHECK-HOLD.
           MOVE SPACES      TO WS-BRK-STATUS
           MOVE HOLD-REASON TO WS-BRK-REF
           IF HOLD-ID > 0
              MOVE HOLD-ID TO WS-IX
           ELSE
              MOVE 0       TO WS-IX
           END-IF
           MOVE WS-IX     TO WS-CHK-ID
           MOVE WS-CHK-ID TO WS-BRK-ACCT
           IF WS-IX = 0 OR ACC-PRESENT (WS-IX) NOT = 'Y'
              MOVE 5 TO WS-TYPE-SUB
              PERFORM H800-WRITE-BREAK
           ELSE
              MOVE 'Y' TO ACC-HELD (WS-IX)
              IF ACC-STATUS (WS-IX) NOT = 'F'
                 MOVE 4                  TO WS-TYPE-SUB
                 MOVE ACC-STATUS (WS-IX) TO WS-BRK-STATUS
                 PERFORM H800-WRITE-BREAK
              END-IF
           END-IF.
       H410-END. EXIT.

      *DONDURULMUS HER HESABIN BLOKE KUTUGUNDE KAYDI OLMALI
       H450-CHECK-FROZEN.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 99999
              IF ACC-PRESENT (WS-IX) = 'Y' AND
                 ACC-STATUS (WS-IX) = 'F' AND
                 ACC-HELD (WS-IX) NOT = 'Y'
                 MOVE 6         TO WS-TYPE-SUB
                 MOVE WS-IX     TO WS-CHK-ID
                 MOVE WS-CHK-ID TO WS-BRK-ACCT
                 MOVE SPACES    TO WS-BRK-REF
                 MOVE 'F'       TO WS-BRK-STATUS
                 PERFORM H800-WRITE-BREAK
              END-IF
           END-PERFORM.
       H450-END. EXIT.

      *LIMIT KAYDI KAPALI YA DA OLMAYAN HESABA AIT OLMAMALI
       H500-CHECK-LIMITS.
           IF ODL-AVAIL
              PERFORM UNTIL ODL-EOF
                 READ OD-FILE NEXT RECORD
                    AT END SET ODL-EOF TO TRUE
                    NOT AT END PERFORM H510-CHECK-LIMIT
                 END-READ
              END-PERFORM
           END-IF.
       H500-END. EXIT.

       H510-CHECK-LIMIT.
           MOVE SPACES TO WS-BRK-STATUS
                          WS-BRK-REF
           IF ODL-ID > 0
              MOVE ODL-ID TO WS-IX
           ELSE
              MOVE 0      TO WS-IX
           END-IF
           MOVE WS-IX     TO WS-CHK-ID
           MOVE WS-CHK-ID TO WS-BRK-ACCT
           IF WS-IX = 0 OR ACC-PRESENT (WS-IX) NOT = 'Y'
              MOVE 8 TO WS-TYPE-SUB
              PERFORM H800-WRITE-BREAK
           ELSE
              IF ACC-STATUS (WS-IX) = 'C'
                 MOVE 7   TO WS-TYPE-SUB
                 MOVE 'C' TO WS-BRK-STATUS
                 PERFORM H800-WRITE-BREAK
              END-IF
           END-IF.
       H510-END. EXIT.

      *DEPO KALEMININ HESABI (VIRMANDA HEDEF HESAP DA) ACIK
      *OLMALI. REF ALANINDA ISLEM KODU GOSTERILIR
       H550-CHECK-WAREHOUSE.
           IF WHS-AVAIL
              PERFORM UNTIL WHS-EOF
                 READ WHS-FILE
                    AT END SET WHS-EOF TO TRUE
                    NOT AT END
                       MOVE WHS-ISLEM-TIPI TO WS-BRK-REF
                       MOVE WHS-ID         TO WS-CHK-ID-X
                       MOVE 9              TO WS-TYPE-SUB
                       PERFORM H570-CHECK-ITEM-ACCT
                       IF WHS-ISLEM-TIPI = 'V'
                          MOVE WHS-TARGET-ID TO WS-CHK-ID-X
                          MOVE 9             TO WS-TYPE-SUB
                          PERFORM H570-CHECK-ITEM-ACCT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       H550-END. EXIT.

      *BEKLEYEN KALEMIN HESAP NUMARASI: SAYI DEGILSE YA DA ANA
      *KUTUKTE YOKSA 'YOK' TIPI (KAPALI TIPININ BIR SONRAKI),
      *KAPALIYSA 'KAPALI' TIPI KOPUKLUK YAZILIR
       H570-CHECK-ITEM-ACCT.
           MOVE WS-CHK-ID-X TO WS-BRK-ACCT
           MOVE SPACES      TO WS-BRK-STATUS
           MOVE 0           TO WS-IX
           IF WS-CHK-ID-X IS NUMERIC
              MOVE WS-CHK-ID-X TO WS-CHK-ID
              MOVE WS-CHK-ID   TO WS-IX
           END-IF
           IF WS-IX = 0 OR ACC-PRESENT (WS-IX) NOT = 'Y'
              ADD 1 TO WS-TYPE-SUB
              PERFORM H800-WRITE-BREAK
           ELSE
              IF ACC-STATUS (WS-IX) = 'C'
                 MOVE 'C' TO WS-BRK-STATUS
                 PERFORM H800-WRITE-BREAK
              END-IF
           END-IF.
       H570-END. EXIT.

      *SUSPENSE KALEMININ HESABI (VIRMANDA HEDEF HESAP DA) ACIK
      *OLMALI
       H600-CHECK-SUSPENSE.
           IF SUS-AVAIL
              PERFORM UNTIL SUS-EOF
                 READ SUS-FILE
                    AT END SET SUS-EOF TO TRUE
                    NOT AT END
                       MOVE SUS-CODE TO WS-BRK-REF
                       MOVE SUS-ID   TO WS-CHK-ID-X
                       MOVE 11       TO WS-TYPE-SUB
                       PERFORM H570-CHECK-ITEM-ACCT
                       IF SUS-CODE = 'V'
                          MOVE SUS-TARGET-ID TO WS-CHK-ID-X
                          MOVE 11            TO WS-TYPE-SUB
                          PERFORM H570-CHECK-ITEM-ACCT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
       H600-END. EXIT.

      *ANA KUTUKTE GECEN HER DOVIZ ICIN (TL HARIC) KUR DOSYASINDA
      *EN AZ BIR KAYIT OLMALI. REF ALANINDA DOVIZ KODU, HESAP
      *ALANINDA O DOVIZDEKI HESAP SAYISI GOSTERILIR
       H650-CHECK-RATES.
           PERFORM VARYING WS-DVZ-IX FROM 1 BY 1
              UNTIL WS-DVZ-IX > 1000
              IF WS-DVZ-COUNT (WS-DVZ-IX) > 0 AND
                 WS-DVZ-IX - 1 NOT = WS-TL-DVZ
                 PERFORM H660-FIND-RATE
              END-IF
           END-PERFORM.
       H650-END. EXIT.

       H660-FIND-RATE.
           INITIALIZE INVALID-KEY
           IF RATE-AVAIL
              COMPUTE RATE-DVZ = WS-DVZ-IX - 1
              MOVE 0 TO RATE-EFF-DATE
              START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
                 INVALID KEY MOVE 'Y' TO INVALID-KEY
              END-START
              IF NOT INVL-KEY
                 READ RATE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO INVALID-KEY
                 END-READ
              END-IF
              IF NOT INVL-KEY AND RATE-DVZ NOT = WS-DVZ-IX - 1
                 MOVE 'Y' TO INVALID-KEY
              END-IF
           ELSE
              MOVE 'Y' TO INVALID-KEY
           END-IF
           IF INVL-KEY
              MOVE 13          TO WS-TYPE-SUB
              MOVE SPACES      TO WS-BRK-STATUS
              COMPUTE WS-CHK-ID = WS-DVZ-COUNT (WS-DVZ-IX)
              MOVE WS-CHK-ID   TO WS-BRK-ACCT
              COMPUTE WS-CUST-NUM = WS-DVZ-IX - 1
              MOVE WS-CUST-NUM TO WS-BRK-REF
              PERFORM H800-WRITE-BREAK
           END-IF.
       H660-END. EXIT.

      *TEK KOPUKLUK SATIRININ YAZILMASI VE TIP SAYACI
       H800-WRITE-BREAK.
           ADD 1 TO WS-BRK-COUNT
           ADD 1 TO WS-TYPE-COUNT (WS-TYPE-SUB)
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO DTL-TIP
           MOVE WS-TYPE-FILE (WS-TYPE-SUB) TO DTL-FILE
           MOVE WS-TYPE-DESC (WS-TYPE-SUB) TO DTL-DESC
           MOVE WS-BRK-ACCT                TO DTL-ACCT
           MOVE WS-BRK-REF                 TO DTL-REF
           MOVE WS-BRK-STATUS              TO DTL-STATUS
           WRITE RPT-LINE FROM WS-DTL-LINE.
       H800-END. EXIT.

      *TIP VE DOSYA BAZINDA KOPUKLUK SAYILARI - HERHANGI BIR
      *KOPUKLUK ISI RC 4 ILE BITIRIR
       H700-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM WS-SUMHDR-LINE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
              UNTIL WS-TYPE-SUB > 13
              MOVE WS-TYPE-CODE  (WS-TYPE-SUB) TO TYP-CODE
              MOVE WS-TYPE-FILE  (WS-TYPE-SUB) TO TYP-FILE
              MOVE WS-TYPE-DESC  (WS-TYPE-SUB) TO TYP-DESC
              MOVE WS-TYPE-COUNT (WS-TYPE-SUB) TO TYP-COUNT
              WRITE RPT-LINE FROM WS-TYP-LINE
           END-PERFORM.
           MOVE WS-ACCT-COUNT TO SUM-ACCT-COUNT.
           MOVE WS-BRK-COUNT  TO SUM-BRK-COUNT.
           WRITE RPT-LINE FROM WS-SUM-LINE.
           IF WS-BRK-COUNT > 0
              DISPLAY 'INTEGRITY BREAKS FOUND: ' WS-BRK-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
       H700-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE ACCT-REC
                 RPT-FILE.
           IF CUST-AVAIL
              CLOSE CUST-FILE
           END-IF.
           IF XRF-AVAIL
              CLOSE XRF-FILE
           END-IF.
           IF HOLD-AVAIL
              CLOSE HOLD-REG
           END-IF.
           IF ODL-AVAIL
              CLOSE OD-FILE
           END-IF.
           IF WHS-AVAIL
              CLOSE WHS-FILE
           END-IF.
           IF SUS-AVAIL
              CLOSE SUS-FILE
           END-IF.
           IF RATE-AVAIL
              CLOSE RATE-FILE
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE KOPUKLUK
      *SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-BRK-COUNT   TO RUN-COUNT
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
