      *ANA DEFTER ARAYUZ DOSYASI: BASLIK KAYDI + DOVIZ VE ISLEM
      *TARIHI BAZINDA OZETLENMIS BORC/ALACAK BACAKLARI + KAYIT
      *SAYISI VE TUTAR TOPLAMI TASIYAN KAPANIS KAYDI
      *PBEGINT STOPAJ DEFTERI - FAIZ ALACAGI HESABA NET ISLENIR,
      *KESILEN VERGI ODENECEK VERGI HESABINA BURADAN TASINIR
           SELECT TAX-FILE  ASSIGN TO    TAXLDGR
                            STATUS       TAX-ST.
           SELECT GL-FILE   ASSIGN TO    GLFILE
                            STATUS       GL-ST.
      *GECE ISLERININ KOSUM KUTUGU - SON BASARILI CIKARIMIN
              88 AUDIT-SUCCESS                  VALUE 00
                                                      97.
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

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
              88 AUD-EOF                        VALUE 10.
              88 AUD-SUCCESS                    VALUE 00
                                                      97.
           05 TAX-ST                PIC 9(02).
              88 TAX-EOF                        VALUE 10.
              88 TAX-SUCCESS                    VALUE 00
                                                      97.
              88 TAX-NOTFOUND                   VALUE 35.
           05 GL-ST                 PIC 9(02).
              88 GL-SUCCESS                     VALUE 00
                                                      97.
           05 WS-AMOUNT             PIC 9(13)V99.
           05 WS-POST-DATE          PIC 9(08).
           05 WS-POST-DVZ           PIC 9(03).
           05 WS-SUM-USED           PIC 9(03)   VALUE 0.
           05 WS-SUM-FOUND          PIC X(01)   VALUE 'N'.
              88 SUM-FOUND                      VALUE 'Y'.
              10 WS-SUM-DVZ         PIC 9(03).
              10 WS-SUM-CREDIT      PIC 9(13)V99.
              10 WS-SUM-DEBIT       PIC 9(13)V99.
              10 WS-SUM-TAX         PIC 9(13)V99.

      *MUSTERI ALACAGI KASAYI BORCLANDIRIR, MUSTERI BORCU KASAYI
      *ALACAKLANDIRIR - SABIT ANA DEFTER HESAP KODLARI. FAIZDEN
      *KESILEN STOPAJ KASAYI BORCLANDIRIP ODENECEK VERGIYI
      *ALACAKLANDIRIR; MEVDUAT BACAGI NET TUTARDA KALIR
       01  WS-GL-ACCOUNTS.
           05 WS-GL-CASH            PIC X(10)  VALUE '1000000000'.
           05 WS-GL-DEPOSITS        PIC X(10)  VALUE '2000000000'.
           05 WS-GL-TAX-PAYABLE     PIC X(10)  VALUE '3600000000'.

       01  WS-GL-HEADER.
           05 FILLER                PIC X(01)  VALUE 'H'.
           PERFORM H950-LOG-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL AUD-EOF.
           PERFORM H400-PROCESS-TAX UNTIL TAX-EOF.
           PERFORM H500-WRITE-GL-FILE.
           PERFORM H999-PROGRAM-EXIT.

              MOVE AUD-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    STOPAJ DEFTERI HENUZ OLUSMAMIS OLABILIR - BOS SAYILIR
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
           OPEN OUTPUT GL-FILE.
           IF NOT GL-SUCCESS
              DISPLAY 'GL FILE NOT OPEN: ' GL-ST
           READ AUDIT-FILE
              AT END SET AUD-EOF TO TRUE
           END-READ.
           IF NOT TAX-EOF
              READ TAX-FILE
                 AT END SET TAX-EOF TO TRUE
              END-READ
           END-IF.
       H100-END. EXIT.

      *SON BASARILI CALISMANIN SINIR DAMGASINDAN ESKI KAYITLAR
      *ISLEMIN TARIH+DOVIZ OZET SATIRINA EKLENMESI
       H300-ACCUMULATE.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-POST-DATE
           MOVE AUDIT-DVZ             TO WS-POST-DVZ
           PERFORM H310-FIND-SUMMARY
           IF AUDIT-FUNC-CREDIT
              ADD WS-AMOUNT TO WS-SUM-CREDIT (WS-TAB-SUB)
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-SUM-USED
              IF WS-SUM-DATE (WS-TAB-SUB) = WS-POST-DATE AND
                 WS-SUM-DVZ  (WS-TAB-SUB) = WS-POST-DVZ
                 MOVE 'Y' TO WS-SUM-FOUND
              END-IF
              IF SUM-FOUND
              ADD 1 TO WS-SUM-USED
              MOVE WS-SUM-USED TO WS-TAB-SUB
              MOVE WS-POST-DATE TO WS-SUM-DATE (WS-TAB-SUB)
              MOVE WS-POST-DVZ  TO WS-SUM-DVZ (WS-TAB-SUB)
              MOVE 0            TO WS-SUM-CREDIT (WS-TAB-SUB)
              MOVE 0            TO WS-SUM-DEBIT (WS-TAB-SUB)
              MOVE 0            TO WS-SUM-TAX (WS-TAB-SUB)
           END-IF.
       H310-END. EXIT.

      *STOPAJ DEFTERINDEN SON SINIR DAMGASINDAN YENI KAYITLARIN
      *VERGI TUTARI TARIH+DOVIZ OZETINE EKLENIR. DEFTER DAMGASI DA
      *SINIRA KATILIR KI AYNI VERGI IKINCI KEZ TASINMASIN
       H400-PROCESS-TAX.
           IF TAX-TIMESTAMP > WS-LAST-HWM AND TAX-AMOUNT > 0
              IF TAX-TIMESTAMP > WS-MAX-EXTRACTED
                 MOVE TAX-TIMESTAMP TO WS-MAX-EXTRACTED
              END-IF
              MOVE TAX-TIMESTAMP (1:8) TO WS-POST-DATE
              MOVE TAX-DVZ             TO WS-POST-DVZ
              PERFORM H310-FIND-SUMMARY
              ADD TAX-AMOUNT TO WS-SUM-TAX (WS-TAB-SUB)
           END-IF
           READ TAX-FILE
              AT END SET TAX-EOF TO TRUE
           END-READ.
       H400-END. EXIT.

      *ARAYUZ DOSYASININ YAZILMASI: BASLIK, HER TARIH+DOVIZ OZETI
      *ICIN DENGELI BORC/ALACAK BACAKLARI VE KAPANIS KAYDI
       H500-WRITE-GL-FILE.
                 MOVE WS-GL-CASH    TO GLD-ACCOUNT
                 PERFORM H510-WRITE-LEG
              END-IF
              IF WS-SUM-TAX (WS-TAB-SUB) > 0
                 MOVE WS-SUM-TAX (WS-TAB-SUB) TO GLD-AMOUNT
                 MOVE 'D'               TO GLD-DC
                 MOVE WS-GL-CASH        TO GLD-ACCOUNT
                 PERFORM H510-WRITE-LEG
                 MOVE 'C'               TO GLD-DC
                 MOVE WS-GL-TAX-PAYABLE TO GLD-ACCOUNT
                 PERFORM H510-WRITE-LEG
              END-IF
           END-PERFORM
           MOVE WS-REC-COUNT  TO GLT-REC-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL

       H900-CLOSE-FILES.
           CLOSE AUDIT-FILE
                 TAX-FILE
                 GL-FILE.
       H900-END. EXIT.

