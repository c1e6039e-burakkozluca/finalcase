      *ILK CAGRIDA ACAR, ACIK TUTAR, CALISMA SONUNDA FONKSIYON 9
      *CAGRISIYLA KAPATIR
           07 WS-SUB-MODE           PIC X(01).
           07 WS-SUB-BATCH-ID       PIC X(08).
           07 WS-SUB-SEQ            PIC 9(08).

       01  WS-HDR-LINE.
           05 FILLER                PIC X(07) VALUE 'HESAP'.
