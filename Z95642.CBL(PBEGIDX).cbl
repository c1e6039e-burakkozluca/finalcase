           05 AUDIT-NEW-BALANCE     PIC S9(13)V99.
           05 AUDIT-RC              PIC 9(02).
           05 AUDIT-TIMESTAMP       PIC 9(14).
      *HAREKETI GETIREN PARTI VE PARTI ICI SIRA (PBEGFNL'DEN)
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

      *VSAM-FILE RECSZ: 11 KEY: 3 - LIMIT POZITIF BUYUKLUKTUR,
      *BORC BAKIYEYI EN FAZLA EKSI LIMITE KADAR DUSUREBILIR
      *ICIN ESKI DAVRANIS)
         07 LS-SUB-MODE             PIC X(01).
            88 LS-MODE-KEEP-OPEN                VALUE 'K'.
      *HAREKETIN GELDIGI PARTI NUMARASI VE PARTI ICINDEKI SIRASI -
      *IZ KAYDINA AYNEN TASINIR KI PARTI SONRADAN IZ KAYITLARINDAN
      *BULUNUP GERI ALINABILSIN. PARTI DISI CAGRILARDA BOS/SIFIR
         07 LS-SUB-BATCH-ID         PIC X(08).
         07 LS-SUB-SEQ              PIC 9(08).

      *--------------------
       PROCEDURE DIVISION USING LS-SUB-AREA.
              MOVE ACCT-ST       TO AUDIT-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-TIMESTAMP
           MOVE LS-SUB-BATCH-ID  TO AUDIT-BATCH-ID
           MOVE LS-SUB-SEQ       TO AUDIT-SEQ
           WRITE AUDIT-FIELDS.
       H350-END. EXIT.

                 MOVE 'HESAP ZATEN KAPALI' TO LS-SUB-ACIKLAMA
                 MOVE 'Y' TO WS-STATUS-NOOP
              ELSE
      *          BAKIYESI SIFIRLANMAMIS HESAP KAPATILMAZ - FAIZ, UCRET
      *          VE BAKIYE AKTARIMI ONCE PBEGCLS ILE YAPILIR
                 IF ACCT-BALANCE NOT = 0
                    MOVE 'BAKIYE SIFIR DEGIL' TO LS-SUB-ACIKLAMA
                    MOVE 'Y' TO WS-STATUS-NOOP
                 ELSE
                    MOVE 'C' TO ACCT-STATUS
                    REWRITE ACCT-FIELDS
                    MOVE 'HESAP KAPATILDI' TO LS-SUB-ACIKLAMA
                 END-IF
              END-IF
           END-IF.
       H600-END. EXIT.
           MOVE ACCT-BALANCE       TO AUDIT-NEW-BALANCE
           MOVE ACCT-ST            TO AUDIT-RC
           MOVE WS-XFER-STAMP      TO AUDIT-TIMESTAMP
           MOVE LS-SUB-BATCH-ID    TO AUDIT-BATCH-ID
           MOVE LS-SUB-SEQ         TO AUDIT-SEQ
           WRITE AUDIT-FIELDS.
       H860-END. EXIT.

