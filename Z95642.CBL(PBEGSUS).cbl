                            STATUS       SUSO-ST.
           SELECT RPT-FILE  ASSIGN TO    SUSRPT
                            STATUS       RPT-ST.
      *PARTI NUMARASI SAYACI - KART VERILMEDIGINDE HER CALISMAYA
      *BIR SONRAKI NUMARA VERILIR
           SELECT BNO-FILE  ASSIGN TO    BATCHNO
                            STATUS       BNO-ST.
       DATA DIVISION.
      *--------------------
       FILE SECTION.
           05 RENT-HDR-BATCH-ID     PIC X(08).
           05 RENT-HDR-BUS-DATE     PIC X(08).
           05 RENT-HDR-EXP-COUNT    PIC 9(08).
      *GIRIS YAPAN OLARAK DUZELTME KARTLARINI HAZIRLAYAN MEMUR
      *YAZILIR - SINIRI ASAN ONARILMIS KALEMI O MEMUR ONAYLAYAMAZ
           05 RENT-HDR-MAKER-ID     PIC X(08).
           05 FILLER                PIC X(44).
       01  RENT-TRL-REC.
           05 RENT-TRL-TYPE         PIC X(01).
           05 RENT-TRL-ACT-COUNT    PIC 9(08).
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
           05 REJ-ST                PIC 9(02).
              88 REJ-EOF                        VALUE 10.
              88 REJ-SUCCESS                    VALUE 00
           05 WS-RENT-SUB           PIC 9(03)   VALUE 0.

      *YENIDEN GIRIS PARTISININ NUMARASI - SYSIN'DEN TEK KART
      *OLARAK OKUNUR. KART BOSSA SAYACTAN 'U' ONEKIYLE TURETILIR.
      *PBEGFNL AYNI PARTIYI IKINCI KEZ KABUL ETMEYECEGINDEN HER
      *CALISMAYA AYRI NUMARA VERILMELIDIR
       01  WS-BATCH-CARD            PIC X(08)   VALUE SPACES.
       01  WS-BATCH-ID              PIC X(08).

      *DUZELTME KARTLARINI HAZIRLAYAN MEMURUN SICILI - SYSIN'DEN
      *IKINCI KART OLARAK OKUNUR. DUZELTME KARTI VARKEN BOS
      *BIRAKILAMAZ; ONARILAN ISLEMIN GIRIS YAPANI ODUR
       01  WS-OFFICER-ID            PIC X(08)   VALUE SPACES.

      *ONARILAN ISLEMLER ONCE BURADA BIRIKTIRILIR KI PARTI
      *BASLIGINDAKI BEKLENEN KAYIT SAYISI DOSYA YAZILMADAN
      *BILINEBILSIN (DUZELTME TABLOSUYLA AYNI KAPASITE)
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-CORRECTIONS UNTIL CORR-EOF.
           PERFORM H160-CHECK-OFFICER.
           PERFORM H200-PROCESS-REJECTS UNTIL REJ-EOF.
           PERFORM H250-PROCESS-SUSPENSE UNTIL SUSI-EOF.
           PERFORM H600-WRITE-REENTRY-FILE.
           END-IF.
       H100-END. EXIT.

      *ILK SYSIN KARTINDAN YENIDEN GIRIS PARTISININ NUMARASI
      *(BOSSA PARTI NUMARASI SAYACINDAN), IKINCI KARTTAN DUZELTMEYI
      *HAZIRLAYAN MEMURUN SICILI OKUNUR
       H110-ACCEPT-BATCH-ID.
           ACCEPT WS-BATCH-CARD FROM SYSIN.
           IF WS-BATCH-CARD NOT = SPACES
              MOVE WS-BATCH-CARD TO WS-BATCH-ID
           ELSE
              PERFORM H115-NEXT-BATCH-ID
           END-IF.
           ACCEPT WS-OFFICER-ID FROM SYSIN.
       H110-END. EXIT.

      *SAYACTAKI SON NUMARA BIR ARTIRILIP 'U' ONEKIYLE PARTI
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
           MOVE 'U'         TO WS-BATCH-ID (1:1).
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

      *DUZELTME KARTLARININ TABLOYA YUKLENMESI
       H150-LOAD-CORRECTIONS.
           READ CORR-FILE
           END-READ.
       H150-END. EXIT.

      *DUZELTME KARTI VARKEN MEMUR SICILI VERILMEMISSE IS RC 16
      *ILE DURUR - GIRIS YAPANI BELLI OLMAYAN ONARIM PARTISI
      *YAZILMAZ. GIRDI DOSYALARINA DOKUNULMADIGINDAN KART
      *EKLENIP IS AYNEN YENIDEN CALISTIRILIR
       H160-CHECK-OFFICER.
           IF WS-CORR-USED > 0 AND WS-OFFICER-ID = SPACES
              DISPLAY 'CORRECTING OFFICER CARD MISSING'
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H160-END. EXIT.

      *BUGUNUN RETLERI SIFIR YASLA ISLEME ALINIR
       H200-PROCESS-REJECTS.
           MOVE REJ-CODE    TO ITEM-CODE
              WHEN 'C'
              WHEN 'B'
              WHEN 'V'
              WHEN 'M'
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO WS-VALID-TRANS
           MOVE WS-BATCH-ID         TO RENT-HDR-BATCH-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RENT-HDR-BUS-DATE
           MOVE WS-REENTRY-COUNT    TO RENT-HDR-EXP-COUNT
           MOVE WS-OFFICER-ID       TO RENT-HDR-MAKER-ID
           WRITE RENT-HDR-REC
           PERFORM VARYING WS-RENT-SUB FROM 1 BY 1
              UNTIL WS-RENT-SUB > WS-REENTRY-COUNT
