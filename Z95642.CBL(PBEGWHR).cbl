                            STATUS       WHSO-ST.
           SELECT RPT-FILE  ASSIGN TO    WHRRPT
                            STATUS       RPT-ST.
      *PARTI NUMARASI SAYACI - KART VERILMEDIGINDE HER CALISMAYA
      *BIR SONRAKI NUMARA VERILIR
           SELECT BNO-FILE  ASSIGN TO    BATCHNO
                            STATUS       BNO-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
           05 REL-HDR-BATCH-ID      PIC X(08).
           05 REL-HDR-BUS-DATE      PIC X(08).
           05 REL-HDR-EXP-COUNT     PIC 9(08).
      *GIRIS YAPAN OLARAK PROGRAM ADI YAZILIR - PBEGFNL SICILSIZ
      *PARTININ SINIRI ASAN KALEMINI KABUL ETMEZ
           05 REL-HDR-MAKER-ID      PIC X(08).
           05 FILLER                PIC X(44).
       01  REL-TRL-REC.
           05 REL-TRL-TYPE          PIC X(01).
           05 REL-TRL-ACT-COUNT     PIC 9(08).
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
           05 WHSI-ST               PIC 9(02).
              88 WHSI-EOF                       VALUE 10.
              88 WHSI-SUCCESS                   VALUE 00
       01  WS-ASOF-DATE             PIC 9(08)   VALUE 0.

      *SERBEST BIRAKMA PARTISININ NUMARASI - SYSIN'DEN IKINCI
      *KART OLARAK OKUNUR. KART BOSSA PARTI NUMARASI SAYACINDAN
      *'W' ONEKIYLE TURETILIR (HER CALISMAYA AYRI NUMARA)
       01  WS-BATCH-CARD            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08).

       H100-END. EXIT.

      *ILK SYSIN KARTINDAN SERBEST BIRAKMA TARIHI (BOSSA BUGUN),
      *IKINCI KARTTAN PARTI NUMARASI (BOSSA SAYACTAN)
      *OKUNUR
       H110-ACCEPT-CARDS.
           ACCEPT WS-ASOF-CARD FROM SYSIN.
           IF WS-BATCH-CARD NOT = SPACES
              MOVE WS-BATCH-CARD TO WS-BATCH-ID
           ELSE
              PERFORM H115-NEXT-BATCH-ID
           END-IF.
       H110-END. EXIT.

      *SAYACTAKI SON NUMARA BIR ARTIRILIP 'W' ONEKIYLE PARTI
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
           MOVE 'W'         TO WS-BATCH-ID (1:1).
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

      *DEVREDEN KALEMLERIN ISLENMESI
       H200-PROCESS-CARRY.
           MOVE WHSI-FIELDS TO WS-ITEM-AREA
           MOVE WS-BATCH-ID      TO REL-HDR-BATCH-ID
           MOVE WS-ASOF-DATE     TO REL-HDR-BUS-DATE
           MOVE WS-RELEASE-COUNT TO REL-HDR-EXP-COUNT
           MOVE 'PBEGWHR'        TO REL-HDR-MAKER-ID
           WRITE REL-HDR-REC
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
              UNTIL WS-REL-SUB > WS-RELEASE-COUNT
