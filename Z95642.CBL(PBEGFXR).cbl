       IDENTIFICATION DIVISION.
      *--------------------
       PROGRAM-ID.    PBEGFXR.
       AUTHOR.        Burak Kozluca.
      *--------------------
      *AY SONU DOVIZ DEGERLEMESI. AY SONU PBEGEOD FOTOGRAFINDAN
      *HER DOVIZIN TOPLAM MEVDUAT POZISYONU BULUNUR (AY SONUNDA
      *ACIK VADELI MEVDUATLARIN ANAPARASI DAHIL), AY SONU
      *KURUYLA (PBEGCNV) BIR ONCEKI AY SONU KURUNA KARSI YENIDEN
      *DEGERLENIR. TL FARKI KUR ZARARI/KARI BACAKLARIYLA PBEGGLX
      *ARAYUZ DUZENINDE ANA DEFTERE VERILIR. DEGERLEME TARIHCESI
      *BIR SONRAKI AYA KUR VE DEFTER DEGERINI TASIR
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *AY SONU PBEGEOD FOTOGRAF KUSAGI
           SELECT SNAP-FILE ASSIGN TO    SNAPIN
                            STATUS       SNAP-ST.
      *VADELI MEVDUAT KUTUGU - PBEGTDM ILE AYNI. ANAPARA HESAPTAN
      *DUSULDUGUNDEN FOTOGRAFTA GORUNMEZ, POZISYONA BURADAN
      *EKLENIR. DOSYA YOKSA MEVDUAT YOKTUR
           SELECT TD-MAST   ASSIGN TO    TDMAST
                            ORGANIZATION INDEXED
                            ACCESS       SEQUENTIAL
                            RECORD       TD-KEY
                            STATUS       TD-ST.
      *DEGERLEME TARIHCESI - ONCE OKUNUR, SONRA SONUNA EKLENIR
           SELECT HIST-FILE ASSIGN TO    FXRHIST
                            STATUS       HIST-ST.
      *ANA DEFTER ARAYUZ DOSYASI - PBEGGLX ILE AYNI KALIP
           SELECT GL-FILE   ASSIGN TO    GLFILE
                            STATUS       GL-ST.
           SELECT RPT-FILE  ASSIGN TO    FXRRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU
           SELECT RUN-FILE  ASSIGN TO    RUNCTL
                            STATUS       RUN-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
      *PBEGEOD ILE AYNI DUZEN
       FD  SNAP-FILE RECORDING MODE F.
       01  SNAP-HDR-REC.
           05 SNH-REC-TYPE          PIC X(01).
           05 SNH-SYSTEM            PIC X(04).
           05 SNH-SNAP-DATE         PIC 9(08).
           05 FILLER                PIC X(67).
       01  SNAP-DTL-REC.
           05 SND-REC-TYPE          PIC X(01).
           05 SND-ID                PIC 9(05).
           05 SND-DVZ               PIC 9(03).
           05 SND-STATUS            PIC X(01).
           05 SND-BALANCE           PIC S9(13)V99.
           05 FILLER                PIC X(55).
       01  SNAP-TRL-REC.
           05 SNT-REC-TYPE          PIC X(01).
           05 SNT-REC-COUNT         PIC 9(09).
           05 SNT-BAL-TOTAL         PIC S9(16)V99.
           05 FILLER                PIC X(52).

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
              88 TD-ST-ACTIVE                   VALUE 'A'.
           03 TD-ROLL-COUNT         PIC 9(03)   COMP-3.
           03 TD-BOOK-BATCH         PIC X(08).
           03 TD-BOOK-SEQ           PIC 9(08)   COMP-3.
           03 TD-CLOSE-DATE         PIC 9(8)    COMP-3.

      *DEGERLEME TARIHCESI: AY SONU + DOVIZ BASINA BIR KAYIT.
      *DEFTER DEGERI POZISYONUN AY SONU KURUYLA TL KARSILIGIDIR,
      *FARK ONCEKI KURLA DEGERE GORE BULUNAN DEGERLEME FARKIDIR
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIST-REV-DATE         PIC 9(08).
           05 HIST-DVZ              PIC 9(03).
           05 HIST-POSITION         PIC S9(13)V99.
           05 HIST-RATE             PIC 9(07)V9(06).
           05 HIST-CARRY            PIC S9(13)V99.
           05 HIST-PRIOR-RATE       PIC 9(07)V9(06).
           05 HIST-DIFF             PIC S9(13)V99.
           05 HIST-TIMESTAMP        PIC 9(14).
           05 FILLER                PIC X(04).

       FD  GL-FILE RECORDING MODE F.
       01  GL-RECORD                PIC X(80).

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
           05 WS-PBEGCNV            PIC X(08)   VALUE 'PBEGCNV'.
           05 SNAP-ST               PIC 9(02).
              88 SNAP-EOF                       VALUE 10.
              88 SNAP-SUCCESS                   VALUE 00
                                                      97.
           05 TD-ST                 PIC 9(02).
              88 TD-EOF                         VALUE 10.
              88 TD-SUCCESS                     VALUE 00
                                                      97.
              88 TD-NOTFOUND                    VALUE 35.
           05 HIST-ST               PIC 9(02).
              88 HIST-EOF                       VALUE 10.
              88 HIST-SUCCESS                   VALUE 00
                                                      97.
              88 HIST-NOTFOUND                  VALUE 35.
           05 GL-ST                 PIC 9(02).
              88 GL-SUCCESS                     VALUE 00
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
           05 WS-HIST-OPEN          PIC X(01)   VALUE 'N'.
              88 HIST-OPEN                      VALUE 'Y'.
           05 WS-GL-OPEN            PIC X(01)   VALUE 'N'.
              88 GL-OPEN                        VALUE 'Y'.
           05 WS-CNV-OPEN           PIC X(01)   VALUE 'N'.
              88 CNV-OPEN                       VALUE 'Y'.
           05 WS-HDR-SEEN           PIC X(01)   VALUE 'N'.
              88 HDR-SEEN                       VALUE 'Y'.
           05 WS-TRL-SEEN           PIC X(01)   VALUE 'N'.
              88 TRL-SEEN                       VALUE 'Y'.
           05 WS-SNAP-BAD           PIC X(01)   VALUE 'N'.
              88 SNAP-BAD                       VALUE 'Y'.
           05 WS-CURR-FOUND         PIC X(01)   VALUE 'N'.
              88 CURR-FOUND                     VALUE 'Y'.
           05 WS-RUN-PROGRAM        PIC X(08)   VALUE 'PBEGFXR'.
           05 WS-RUN-DATE           PIC 9(08)   VALUE 0.
           05 WS-TL-DVZ             PIC 9(03)   VALUE 949.
           05 WS-SNAP-DATE          PIC 9(08)   VALUE 0.
           05 WS-NEXT-DATE          PIC 9(08)   VALUE 0.
           05 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
              10 WS-NEXT-YYYYMM     PIC 9(06).
              10 WS-NEXT-DD         PIC 9(02).
           05 WS-TAB-SUB            PIC 9(03)   VALUE 0.
           05 WS-FIND-DVZ           PIC 9(03)   VALUE 0.
           05 WS-SNAP-COUNT         PIC 9(09)   VALUE 0.
           05 WS-SNAP-TOTAL         PIC S9(16)V99 VALUE 0.
           05 WS-TRL-COUNT          PIC 9(09)   VALUE 0.
           05 WS-TRL-TOTAL          PIC S9(16)V99 VALUE 0.
           05 WS-PREV-ID            PIC 9(05)   VALUE 0.
           05 WS-REC-COUNT          PIC 9(09)   VALUE 0.
           05 WS-HASH-TOTAL         PIC 9(16)V99 VALUE 0.
           05 WS-REVAL-COUNT        PIC 9(03)   VALUE 0.
           05 WS-NORATE-COUNT       PIC 9(03)   VALUE 0.
           05 WS-PRIOR-VALUE        PIC S9(13)V99 VALUE 0.
           05 WS-DIFF               PIC S9(13)V99 VALUE 0.
           05 WS-LOSS-TOTAL         PIC S9(15)V99 VALUE 0.
           05 WS-GAIN-TOTAL         PIC S9(15)V99 VALUE 0.
           05 WS-NET-TOTAL          PIC S9(15)V99 VALUE 0.
           05 WS-TIMESTAMP          PIC 9(14)   VALUE 0.

      *DOVIZ BAZINDA POZISYON VE TARIHCEDEN GELEN ONCEKI AY SONU
      *KURU/DEFTER DEGERI (PBEGREC'DEKI DOVIZ TABLOSU GIBI). AY
      *SONU KURU, YENI TL DEGER VE FARK DA BURADA TUTULUR - HEPSI
      *BULUNMADAN TARIHCEYE VE ARAYUZ DOSYASINA YAZILMAZ.
      *  DURUM: 'T' AYNI AY SONU ZATEN DEGERLENMIS
      *         'S' TARIHCEDE BU AY SONUNDAN SONRAKI BIR DEGERLEME VAR
       01  WS-CURR-TABLE.
           05 WS-CURR-USED          PIC 9(03)   VALUE 0.
           05 WS-CURR-ENTRY OCCURS 50 TIMES.
              10 WS-CURR-CODE       PIC 9(03).
              10 WS-CURR-COUNT      PIC 9(07).
              10 WS-CURR-POSITION   PIC S9(13)V99.
              10 WS-CURR-PRIOR-DATE PIC 9(08).
              10 WS-CURR-PRIOR-RATE PIC 9(07)V9(06).
              10 WS-CURR-PRIOR-CARRY
                                    PIC S9(13)V99.
              10 WS-CURR-HIST-STATE PIC X(01).
              10 WS-CURR-RATE-FOUND PIC X(01).
                 88 CURR-RATE-FOUND             VALUE 'Y'.
              10 WS-CURR-NEW-RATE   PIC 9(07)V9(06).
              10 WS-CURR-NEW-VALUE  PIC S9(13)V99.
              10 WS-CURR-OLD-VALUE  PIC S9(13)V99.
              10 WS-CURR-DIFF       PIC S9(13)V99.

      *PBEGCNV ILE PAYLASILAN ALAN - PBEGREC'DEKI ILE AYNI DUZEN
       01  WS-CNV-AREA.
           05 WS-CNV-DVZ            PIC 9(03).
           05 WS-CNV-AS-OF-DATE     PIC 9(08).
           05 WS-CNV-BALANCE        PIC S9(13)V99.
           05 WS-CNV-BASE-BALANCE   PIC S9(13)V99.
           05 WS-CNV-RATE           PIC 9(07)V9(06).
           05 WS-CNV-EFF-DATE       PIC 9(08).
           05 WS-CNV-RC             PIC X(02).
              88 CNV-OK                          VALUE '00'.
              88 CNV-NOTFOUND                    VALUE '35'.
      *ALT-PROGRAM UZUN CALISMA KIPINDE KULLANILIR: KUR DOSYASINI
      *ILK CAGRIDA ACAR, ACIK TUTAR, 'C' KIPLI SON CAGRIYLA
      *KAPATIR
           05 WS-CNV-MODE           PIC X(01).

      *MEVDUAT BIR BORC OLDUGUNDAN TL KARSILIGININ ARTMASI KUR
      *ZARARIDIR (ZARAR BORC / MEVDUAT DEGERLEME ALACAK), AZALMASI
      *KUR KARIDIR (MEVDUAT DEGERLEME BORC / KAR ALACAK). BACAKLAR
      *TL TUTARDIR VE TL DOVIZ KODUYLA YAZILIR
       01  WS-GL-ACCOUNTS.
           05 WS-GL-DEP-REVAL       PIC X(10)  VALUE '2010000000'.
           05 WS-GL-FX-GAIN         PIC X(10)  VALUE '6400000000'.
           05 WS-GL-FX-LOSS         PIC X(10)  VALUE '6500000000'.

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
           05 FILLER                PIC X(30) VALUE
              'AY SONU DOVIZ DEGERLEMESI   : '.
           05 TTL-DATE              PIC 9(08).
           05 FILLER                PIC X(42) VALUE SPACES.
       01  WS-HDR-LINE1.
           05 FILLER                PIC X(05) VALUE 'DVZ'.
           05 FILLER                PIC X(18) VALUE '        POZISYON'.
           05 FILLER                PIC X(15) VALUE '   ONCEKI KUR'.
           05 FILLER                PIC X(15) VALUE '     YENI KUR'.
           05 FILLER                PIC X(18) VALUE '       TL FARK'.
           05 FILLER                PIC X(09) VALUE ' DURUM'.
       01  WS-HDR-LINE2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(18) VALUE '   ONCEKI DEGER'.
           05 FILLER                PIC X(18) VALUE '  ESKI KURLA'.
           05 FILLER                PIC X(18) VALUE '  YENI DEGER'.
           05 FILLER                PIC X(21) VALUE SPACES.
       01  WS-DTL-LINE1.
           05 DTL-DVZ               PIC 9(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DTL-POSITION          PIC Z(12)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-PRIOR-RATE        PIC Z(06)9.9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-RATE              PIC Z(06)9.9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DIFF              PIC Z(12)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DURUM             PIC X(08).
       01  WS-DTL-LINE2.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 DTL-PRIOR-CARRY       PIC Z(12)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-OLD-VALUE         PIC Z(12)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-NEW-VALUE         PIC Z(12)9.99-.
           05 FILLER                PIC X(21) VALUE SPACES.
       01  WS-TOT-LINE.
           05 TOT-LABEL             PIC X(30).
           05 TOT-AMOUNT            PIC Z(14)9.99-.
           05 FILLER                PIC X(31) VALUE SPACES.
       01  WS-ERR-LINE.
           05 FILLER                PIC X(08) VALUE 'HATA: '.
           05 ERR-TEXT              PIC X(50).
           05 FILLER                PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-SNAPSHOT.
           PERFORM H160-LOAD-DEPOSITS.
           PERFORM H170-LOAD-HISTORY.
           PERFORM H200-LOOKUP-RATE
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-CURR-USED.
           PERFORM H190-OPEN-OUTPUTS.
           PERFORM H250-REVALUE-CURRENCY
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-CURR-USED.
           PERFORM H500-PRINT-TOTALS.
           PERFORM H600-WRITE-GL-TRAILER.
           PERFORM H460-CLOSE-CONVERTER.
           PERFORM H999-PROGRAM-EXIT.

       H100-OPEN-FILES.
           MOVE 'K' TO WS-CNV-MODE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP.
           OPEN INPUT SNAP-FILE.
           IF NOT SNAP-SUCCESS
              DISPLAY 'SNAP FILE NOT OPEN: ' SNAP-ST
              MOVE SNAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *FOTOGRAF OKUNUP DOVIZ BAZINDA POZISYON BIRIKTIRILIR (TL
      *HARIC - TL POZISYON DEGERLENMEZ). FOTOGRAF KAPANISI TUTMAZSA
      *YA DA FOTOGRAF AY SONUNA AIT DEGILSE IS RC 16 ILE DURUR
       H150-LOAD-SNAPSHOT.
           PERFORM UNTIL SNAP-EOF
              READ SNAP-FILE
                 AT END SET SNAP-EOF TO TRUE
                 NOT AT END PERFORM H155-SNAPSHOT-RECORD
              END-READ
           END-PERFORM.
           IF NOT HDR-SEEN OR NOT TRL-SEEN OR
              WS-SNAP-COUNT NOT = WS-TRL-COUNT OR
              WS-SNAP-TOTAL NOT = WS-TRL-TOTAL
              MOVE 'FOTOGRAF KAPANIS KAYDIYLA TUTMUYOR' TO ERR-TEXT
              PERFORM H800-ABORT
           END-IF.
           MOVE WS-SNAP-DATE TO TTL-DATE.
           WRITE RPT-LINE FROM WS-TTL-LINE.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-SNAP-DATE) + 1).
           IF WS-NEXT-DD NOT = 1
              MOVE 'FOTOGRAF TARIHI AY SONU DEGIL' TO ERR-TEXT
              PERFORM H800-ABORT
           END-IF.
       H150-END. EXIT.

      *TEK FOTOGRAF KAYDININ TIPINE GORE ISLENMESI
       H155-SNAPSHOT-RECORD.
           EVALUATE TRUE
              WHEN SNH-REC-TYPE = 'H'
                 IF HDR-SEEN OR SNH-SYSTEM NOT = 'PBEG' OR
                    SNH-SNAP-DATE IS NOT NUMERIC
                    MOVE 'Y' TO WS-SNAP-BAD
                 ELSE
                    MOVE SNH-SNAP-DATE TO WS-SNAP-DATE
                 END-IF
                 MOVE 'Y' TO WS-HDR-SEEN
              WHEN SND-REC-TYPE = 'D'
                 IF NOT HDR-SEEN OR TRL-SEEN OR
                    SND-ID IS NOT NUMERIC OR SND-ID NOT > WS-PREV-ID
                    MOVE 'Y' TO WS-SNAP-BAD
                 ELSE
                    MOVE SND-ID      TO WS-PREV-ID
                    ADD 1            TO WS-SNAP-COUNT
                    ADD SND-BALANCE  TO WS-SNAP-TOTAL
                    IF SND-DVZ NOT = WS-TL-DVZ
                       MOVE SND-DVZ  TO WS-FIND-DVZ
                       PERFORM H400-FIND-CURRENCY
                       ADD 1           TO WS-CURR-COUNT (WS-TAB-SUB)
                       ADD SND-BALANCE
                          TO WS-CURR-POSITION (WS-TAB-SUB)
                    END-IF
                 END-IF
              WHEN SNT-REC-TYPE = 'T'
                 IF TRL-SEEN
                    MOVE 'Y' TO WS-SNAP-BAD
                 END-IF
                 MOVE 'Y'           TO WS-TRL-SEEN
                 MOVE SNT-REC-COUNT TO WS-TRL-COUNT
                 MOVE SNT-BAL-TOTAL TO WS-TRL-TOTAL
              WHEN OTHER
                 MOVE 'Y' TO WS-SNAP-BAD
           END-EVALUATE.
           IF SNAP-BAD
              MOVE 'FOTOGRAF KAYIT DUZENI BOZUK' TO ERR-TEXT
              PERFORM H800-ABORT
           END-IF.
       H155-END. EXIT.

      *AY SONUNDA ACIK OLAN VADELI MEVDUATLARIN ANAPARASI DOVIZ
      *POZISYONUNA EKLENIR: AY SONUNDAN ONCE ACILMIS (YA DA
      *YENILENMIS) VE HALA ACIK YA DA AY SONUNDAN SONRA KAPANMIS
      *MEVDUAT. AY SONUNDAN SONRA YENILENEN MEVDUATIN ANAPARASI
      *YENILEMEDE EKLENEN FAIZI DE ICERIR
       H160-LOAD-DEPOSITS.
           OPEN INPUT TD-MAST.
           IF TD-NOTFOUND
              CONTINUE
           ELSE
              IF NOT TD-SUCCESS
                 DISPLAY 'TDMAST FILE NOT OPEN: ' TD-ST
                 MOVE TD-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM UNTIL TD-EOF
                 READ TD-MAST NEXT RECORD
                    AT END SET TD-EOF TO TRUE
                    NOT AT END PERFORM H165-DEPOSIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE TD-MAST
           END-IF.
       H160-END. EXIT.

       H165-DEPOSIT-RECORD.
           IF TD-DVZ NOT = WS-TL-DVZ AND
              (TD-START-DATE NOT > WS-SNAP-DATE OR
               TD-ROLL-COUNT > 0) AND
              (TD-ST-ACTIVE OR TD-CLOSE-DATE > WS-SNAP-DATE)
              MOVE TD-DVZ TO WS-FIND-DVZ
              PERFORM H400-FIND-CURRENCY
              ADD TD-PRINCIPAL TO WS-CURR-POSITION (WS-TAB-SUB)
           END-IF.
       H165-END. EXIT.

      *TARIHCEDEN HER DOVIZIN BU AY SONUNDAN ONCEKI EN SON
      *DEGERLEMESI ALINIR. AYNI AY SONU ZATEN DEGERLENMISSE YA DA
      *DAHA SONRAKI BIR AY DEGERLENMISSE IS DURUR - FARK IKI KEZ
      *YA DA SIRA DISI DEFTERE GITMESIN
       H170-LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-NOTFOUND
              SET HIST-EOF TO TRUE
           ELSE
              IF NOT HIST-SUCCESS
                 DISPLAY 'FXRHIST FILE NOT OPEN: ' HIST-ST
                 MOVE HIST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           PERFORM UNTIL HIST-EOF
              READ HIST-FILE
                 AT END SET HIST-EOF TO TRUE
                 NOT AT END PERFORM H175-HISTORY-RECORD
              END-READ
           END-PERFORM.
           IF HIST-OPEN
              CLOSE HIST-FILE
              MOVE 'N' TO WS-HIST-OPEN
           END-IF.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-CURR-USED
              IF WS-CURR-HIST-STATE (WS-TAB-SUB) = 'T'
                 MOVE 'BU AY SONU ZATEN DEGERLENMIS' TO ERR-TEXT
                 PERFORM H800-ABORT
              END-IF
              IF WS-CURR-HIST-STATE (WS-TAB-SUB) = 'S'
                 MOVE 'TARIHCEDE DAHA SONRAKI DEGERLEME VAR'
                    TO ERR-TEXT
                 PERFORM H800-ABORT
              END-IF
           END-PERFORM.
       H170-END. EXIT.

      *FOTOGRAFTA POZISYONU OLMAYAN DOVIZIN TARIHCESI ATLANIR
       H175-HISTORY-RECORD.
           MOVE 'N' TO WS-CURR-FOUND
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-CURR-USED
              IF WS-CURR-CODE (WS-TAB-SUB) = HIST-DVZ
                 MOVE 'Y' TO WS-CURR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF CURR-FOUND
              EVALUATE TRUE
                 WHEN HIST-REV-DATE = WS-SNAP-DATE
                    MOVE 'T' TO WS-CURR-HIST-STATE (WS-TAB-SUB)
                 WHEN HIST-REV-DATE > WS-SNAP-DATE
                    MOVE 'S' TO WS-CURR-HIST-STATE (WS-TAB-SUB)
                 WHEN HIST-REV-DATE > WS-CURR-PRIOR-DATE (WS-TAB-SUB)
                    MOVE HIST-REV-DATE
                       TO WS-CURR-PRIOR-DATE  (WS-TAB-SUB)
                    MOVE HIST-RATE
                       TO WS-CURR-PRIOR-RATE  (WS-TAB-SUB)
                    MOVE HIST-CARRY
                       TO WS-CURR-PRIOR-CARRY (WS-TAB-SUB)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       H175-END. EXIT.

      *TARIHCEYE EKLEME, ARAYUZ DOSYASI VE RAPOR BASLIKLARI
       H190-OPEN-OUTPUTS.
           OPEN EXTEND HIST-FILE.
           IF HIST-NOTFOUND
              OPEN OUTPUT HIST-FILE
           END-IF.
           IF NOT HIST-SUCCESS
              DISPLAY 'FXRHIST FILE NOT OPEN: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-HIST-OPEN.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-SUCCESS
              DISPLAY 'GL FILE NOT OPEN: ' GL-ST
              MOVE GL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO WS-GL-OPEN.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           WRITE GL-RECORD FROM WS-GL-HEADER.
           WRITE RPT-LINE FROM WS-HDR-LINE1.
           WRITE RPT-LINE FROM WS-HDR-LINE2.
       H190-END. EXIT.

      *TEK DOVIZIN AY SONU KURUNUN ARANMASI: POZISYON AY SONU
      *KURUYLA (YENI DEGER) VE ONCEKI AY SONU KURUYLA (ESKI KURLA
      *DEGER) TL'YE CEVRILIR, FARK TABLOYA ALINIR. TARIHCESI
      *OLMAYAN DOVIZ ILK KEZ KAYDA ALINIR, FARK URETMEZ. KURU
      *BULUNAMAYAN DOVIZ DEGERLENMEZ. BULUNAMAMA DISINDAKI KUR
      *HATASI ISI DURDURUR - BU ASAMADA TARIHCE VE ARAYUZ DOSYASI
      *HENUZ ACILMAMISTIR, YARIM DEGERLEME BIRAKILMAZ
       H200-LOOKUP-RATE.
           MOVE 'N' TO WS-CURR-RATE-FOUND (WS-TAB-SUB)
           MOVE 0   TO WS-CURR-NEW-RATE  (WS-TAB-SUB)
                       WS-CURR-NEW-VALUE (WS-TAB-SUB)
                       WS-CURR-OLD-VALUE (WS-TAB-SUB)
                       WS-CURR-DIFF      (WS-TAB-SUB)
           MOVE WS-CURR-CODE     (WS-TAB-SUB) TO WS-CNV-DVZ
           MOVE WS-CURR-POSITION (WS-TAB-SUB) TO WS-CNV-BALANCE
           MOVE WS-SNAP-DATE                  TO WS-CNV-AS-OF-DATE
           MOVE 'Y' TO WS-CNV-OPEN
           PERFORM H450-CONVERT-CURRENCY
           IF NOT CNV-OK
              IF NOT CNV-NOTFOUND
                 DISPLAY 'EXCHANGE RATE LOOKUP FAILED: ' WS-CNV-RC
                 PERFORM H460-CLOSE-CONVERTER
                 MOVE SPACES TO ERR-TEXT
                 STRING 'KUR ARAMASI BASARISIZ DVZ: ' WS-CNV-DVZ
                    ' RC: ' WS-CNV-RC
                    DELIMITED BY SIZE INTO ERR-TEXT
                 PERFORM H800-ABORT
              END-IF
           ELSE
              MOVE 'Y'                 TO WS-CURR-RATE-FOUND
                                          (WS-TAB-SUB)
              MOVE WS-CNV-RATE         TO WS-CURR-NEW-RATE
                                          (WS-TAB-SUB)
              MOVE WS-CNV-BASE-BALANCE TO WS-CURR-NEW-VALUE
                                          (WS-TAB-SUB)
              IF WS-CURR-PRIOR-DATE (WS-TAB-SUB) = 0
                 MOVE WS-CNV-BASE-BALANCE TO WS-CURR-OLD-VALUE
                                             (WS-TAB-SUB)
              ELSE
                 COMPUTE WS-CURR-OLD-VALUE (WS-TAB-SUB) ROUNDED =
                    WS-CURR-POSITION (WS-TAB-SUB) *
                    WS-CURR-PRIOR-RATE (WS-TAB-SUB)
                 COMPUTE WS-CURR-DIFF (WS-TAB-SUB) =
                    WS-CNV-BASE-BALANCE -
                    WS-CURR-OLD-VALUE (WS-TAB-SUB)
              END-IF
           END-IF.
       H200-END. EXIT.

      *TEK DOVIZIN DEGERLEME SONUCUNUN YAZILMASI: FARK DEFTERE
      *GIDER, DEGERLEME TARIHCEYE EKLENIR. AY SONU KURU
      *BULUNAMAYAN DOVIZ TARIHCEYE YAZILMAZ - BIR SONRAKI AY ESKI
      *KURDAN DEVAM EDILIR
       H250-REVALUE-CURRENCY.
           MOVE WS-CURR-CODE     (WS-TAB-SUB) TO DTL-DVZ
           MOVE WS-CURR-POSITION (WS-TAB-SUB) TO DTL-POSITION
           MOVE WS-CURR-PRIOR-RATE  (WS-TAB-SUB) TO DTL-PRIOR-RATE
           MOVE WS-CURR-PRIOR-CARRY (WS-TAB-SUB) TO DTL-PRIOR-CARRY
           IF NOT CURR-RATE-FOUND (WS-TAB-SUB)
              ADD 1 TO WS-NORATE-COUNT
              DISPLAY 'NO EXCHANGE RATE FOR CURRENCY: '
                 WS-CURR-CODE (WS-TAB-SUB)
              MOVE 0          TO DTL-RATE DTL-DIFF
                                 DTL-OLD-VALUE DTL-NEW-VALUE
              MOVE 'KUR YOK'  TO DTL-DURUM
           ELSE
              MOVE WS-CURR-NEW-RATE  (WS-TAB-SUB) TO DTL-RATE
              MOVE WS-CURR-NEW-VALUE (WS-TAB-SUB) TO DTL-NEW-VALUE
              MOVE WS-CURR-OLD-VALUE (WS-TAB-SUB) TO WS-PRIOR-VALUE
              MOVE WS-CURR-DIFF      (WS-TAB-SUB) TO WS-DIFF
              IF WS-CURR-PRIOR-DATE (WS-TAB-SUB) = 0
                 MOVE 'ILK'               TO DTL-DURUM
              ELSE
                 MOVE 'DEGERLEN'          TO DTL-DURUM
                 PERFORM H300-WRITE-GL-LEGS
              END-IF
              MOVE WS-PRIOR-VALUE TO DTL-OLD-VALUE
              MOVE WS-DIFF        TO DTL-DIFF
              PERFORM H350-WRITE-HISTORY
              ADD 1 TO WS-REVAL-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-DTL-LINE1
           WRITE RPT-LINE FROM WS-DTL-LINE2.
       H250-END. EXIT.

      *FARK SIFIR DEGILSE IKI DENGELI BACAK YAZILIR
       H300-WRITE-GL-LEGS.
           MOVE WS-SNAP-DATE TO GLD-POST-DATE
           MOVE WS-TL-DVZ    TO GLD-DVZ
           EVALUATE TRUE
              WHEN WS-DIFF > 0
                 MOVE WS-DIFF          TO GLD-AMOUNT
                 ADD WS-DIFF           TO WS-LOSS-TOTAL
                 MOVE 'D'              TO GLD-DC
                 MOVE WS-GL-FX-LOSS    TO GLD-ACCOUNT
                 PERFORM H310-WRITE-LEG
                 MOVE 'C'              TO GLD-DC
                 MOVE WS-GL-DEP-REVAL  TO GLD-ACCOUNT
                 PERFORM H310-WRITE-LEG
              WHEN WS-DIFF < 0
                 COMPUTE GLD-AMOUNT = 0 - WS-DIFF
                 SUBTRACT WS-DIFF    FROM WS-GAIN-TOTAL
                 MOVE 'D'              TO GLD-DC
                 MOVE WS-GL-DEP-REVAL  TO GLD-ACCOUNT
                 PERFORM H310-WRITE-LEG
                 MOVE 'C'              TO GLD-DC
                 MOVE WS-GL-FX-GAIN    TO GLD-ACCOUNT
                 PERFORM H310-WRITE-LEG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H300-END. EXIT.

      *TEK BACAGIN YAZILMASI; KAPANIS KAYDININ KAYIT SAYISI VE
      *TUTAR TOPLAMI BURADA BIRIKTIRILIR
       H310-WRITE-LEG.
           WRITE GL-RECORD FROM WS-GL-DETAIL
           ADD 1          TO WS-REC-COUNT
           ADD GLD-AMOUNT TO WS-HASH-TOTAL.
       H310-END. EXIT.

      *DOVIZIN BU AY SONU DEGERLEMESININ TARIHCEYE EKLENMESI
       H350-WRITE-HISTORY.
           INITIALIZE HIST-FIELDS
           MOVE WS-SNAP-DATE                  TO HIST-REV-DATE
           MOVE WS-CURR-CODE (WS-TAB-SUB)     TO HIST-DVZ
           MOVE WS-CURR-POSITION (WS-TAB-SUB) TO HIST-POSITION
           MOVE WS-CURR-NEW-RATE (WS-TAB-SUB) TO HIST-RATE
           MOVE WS-CURR-NEW-VALUE (WS-TAB-SUB)
                                              TO HIST-CARRY
           MOVE WS-CURR-PRIOR-RATE (WS-TAB-SUB)
                                              TO HIST-PRIOR-RATE
           MOVE WS-DIFF                       TO HIST-DIFF
           MOVE WS-TIMESTAMP                  TO HIST-TIMESTAMP
           WRITE HIST-FIELDS.
       H350-END. EXIT.

      *TABLODA DOVIZ ARANIR, YOKSA YENI SATIR ACILIR
       H400-FIND-CURRENCY.
           MOVE 'N' TO WS-CURR-FOUND
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-CURR-USED
              IF WS-CURR-CODE (WS-TAB-SUB) = WS-FIND-DVZ
                 MOVE 'Y' TO WS-CURR-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT CURR-FOUND
              IF WS-CURR-USED >= 50
                 DISPLAY 'WS-CURR-TABLE FULL - TOO MANY CURRENCIES'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CURR-USED
              MOVE WS-CURR-USED TO WS-TAB-SUB
              INITIALIZE WS-CURR-ENTRY (WS-TAB-SUB)
              MOVE WS-FIND-DVZ  TO WS-CURR-CODE (WS-TAB-SUB)
           END-IF.
       H400-END. EXIT.

      *POZISYONUN TL KARSILIGININ PBEGCNV CAGRILARAK BULUNMASI
       H450-CONVERT-CURRENCY.
           CALL WS-PBEGCNV USING WS-CNV-AREA.
       H450-END. EXIT.

      *CALISMA BOYUNCA ACIK TUTULAN KUR DOSYASININ CALISMA
      *SONUNDA KAPATTIRILMASI
       H460-CLOSE-CONVERTER.
           IF CNV-OPEN
              MOVE 'C' TO WS-CNV-MODE
              CALL WS-PBEGCNV USING WS-CNV-AREA
              MOVE 'N' TO WS-CNV-OPEN
           END-IF.
       H460-END. EXIT.

      *TOPLAM KUR ZARARI, KARI VE NET FARK. KURU BULUNAMAYAN
      *DOVIZ VARSA IS RC 4 ILE BITER
       H500-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'TOPLAM KUR ZARARI' TO TOT-LABEL.
           MOVE WS-LOSS-TOTAL       TO TOT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           MOVE 'TOPLAM KUR KARI'   TO TOT-LABEL.
           MOVE WS-GAIN-TOTAL       TO TOT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           COMPUTE WS-NET-TOTAL = WS-LOSS-TOTAL - WS-GAIN-TOTAL.
           MOVE 'NET (ZARAR +/KAR -)' TO TOT-LABEL.
           MOVE WS-NET-TOTAL        TO TOT-AMOUNT.
           WRITE RPT-LINE FROM WS-TOT-LINE.
           IF WS-NORATE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.

      *ARAYUZ DOSYASININ KAPANIS KAYDI
       H600-WRITE-GL-TRAILER.
           MOVE WS-REC-COUNT  TO GLT-REC-COUNT.
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE GL-RECORD FROM WS-GL-TRAILER.
       H600-END. EXIT.

      *GECERSIZ GIRDIDE YA DA KUR ARAMASI HATASINDA HATA RAPORA
      *YAZILIP IS RC 16 ILE DURUR. HER IKISI DE TARIHCE VE ARAYUZ
      *DOSYASI ACILMADAN ONCE OLUR - IKISINE DE HICBIR SEY
      *YAZILMAMISTIR, DUZELTMEDEN SONRA IS AYNEN YENIDEN CALISIR
       H800-ABORT.
           WRITE RPT-LINE FROM WS-ERR-LINE.
           DISPLAY 'FX REVALUATION STOPPED: ' ERR-TEXT.
           MOVE 16 TO RETURN-CODE.
           PERFORM H999-PROGRAM-EXIT.
       H800-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE SNAP-FILE
                 RPT-FILE.
           IF HIST-OPEN
              CLOSE HIST-FILE
           END-IF.
           IF GL-OPEN
              CLOSE GL-FILE
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

      *KOSUM KUTUGUNE BITIS OLAYININ DONUS KODU VE DEGERLENEN
      *DOVIZ SAYISIYLA YAZILMASI
       H960-LOG-END.
           IF RUN-OPEN
              INITIALIZE RUN-FIELDS
              MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
              MOVE 'E'            TO RUN-EVENT
              MOVE WS-RUN-DATE    TO RUN-BUS-DATE
              MOVE RETURN-CODE    TO RUN-RC
              MOVE WS-REVAL-COUNT TO RUN-COUNT
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
