                            ACCESS       DYNAMIC
                            RECORD       RATE-KEY
                            STATUS       RATE-ST.
      *STOPAJ ORANI REFERANS DOSYASI - INTRATE ILE AYNI BILESIK
      *ANAHTAR (DOVIZ+GECERLILIK TARIHI), ORAN VADE DILIMINE GORE
           SELECT WHT-FILE  ASSIGN TO    WHTRATE
                            ORGANIZATION INDEXED
                            ACCESS       DYNAMIC
                            RECORD       WHT-KEY
                            STATUS       WHT-ST.
      *STOPAJ DEFTERI - ISLENEN HER FAIZIN BRUT, VERGI VE NET
      *TUTARI HESAP BAZINDA EKLENEREK YAZILIR
           SELECT TAX-FILE  ASSIGN TO    TAXLDGR
                            STATUS       TAX-ST.
           SELECT RPT-FILE  ASSIGN TO    INTRPT
                            STATUS       RPT-ST.
      *GECE ISLERININ KOSUM KUTUGU - HER IS BASLANGIC/BITIS
              05 RATE-EFF-DATE      PIC 9(8)    COMP-3.
           03 RATE-VALUE            PIC 9(07)V9(06) COMP-3.

      *ORANLAR YUZDE STOPAJ ORANIDIR: VADESIZ, 6 AYA KADAR,
      *1 YILA KADAR VE 1 YILDAN UZUN VADELI MEVDUAT ICIN
       FD  WHT-FILE.
       01  WHT-FIELDS.
           03 WHT-KEY.
              05 WHT-DVZ            PIC 9(03).
              05 WHT-EFF-DATE       PIC 9(8)    COMP-3.
           03 WHT-RATE-DEMAND       PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-6M           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-1Y           PIC 9(03)V9(04) COMP-3.
           03 WHT-RATE-LONG         PIC 9(03)V9(04) COMP-3.

      *STOPAJ DEFTERI KAYDI - VADE DILIMI: V VADESIZ, 6 ALTI AYA
      *KADAR, 1 BIR YILA KADAR, U BIR YILDAN UZUN
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

       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 WHT-ST                PIC 9(02).
              88 WHT-SUCCESS                    VALUE 00
                                                      97.
           05 TAX-ST                PIC 9(02).
              88 TAX-SUCCESS                    VALUE 00
                                                      97.
              88 TAX-NOTFOUND                   VALUE 35.
           05 INVALID-KEY           PIC X(01).
              88 INVL-KEY                       VALUE 'Y'.
           05 WS-RATE-FOUND         PIC X(01)   VALUE 'N'.
              88 RATE-FOUND                     VALUE 'Y'.
           05 WS-ID-DISP            PIC 9(05).
           05 WS-INTEREST           PIC 9(13)V99.
           05 WS-WHT-RATE           PIC 9(03)V9(04).
           05 WS-TAX                PIC 9(13)V99.
           05 WS-NET                PIC 9(13)V99.
           05 WS-GRAND-TAX          PIC 9(13)V99 VALUE 0.
           05 WS-GRAND-COUNT        PIC 9(07)   VALUE 0.
           05 WS-GRAND-TOTAL        PIC 9(13)V99 VALUE 0.
           05 WS-CURR-USED          PIC 9(03)   VALUE 0.
              10 WS-CURR-CODE       PIC 9(03).
              10 WS-CURR-COUNT      PIC 9(07).
              10 WS-CURR-SUBTOTAL   PIC 9(13)V99.
              10 WS-CURR-TAX        PIC 9(13)V99.

      *PBEGIDX ILE PAYLASILAN ALAN - PBEGFNL'DEKI ILE AYNI DUZEN
       01  WS-SUB-AREA.
      *ILK CAGRIDA ACAR, ACIK TUTAR, CALISMA SONUNDA FONKSIYON 9
      *CAGRISIYLA KAPATIR
           07 WS-SUB-MODE           PIC X(01).
           07 WS-SUB-BATCH-ID       PIC X(08).
           07 WS-SUB-SEQ            PIC 9(08).

      *FAIZ SUTUNU BRUT FAIZDIR, HESABA STOPAJ DUSULMUS NET
      *TUTAR ISLENIR
       01  WS-HDR-LINE.
           05 FILLER                PIC X(06) VALUE 'ACCT'.
           05 FILLER                PIC X(04) VALUE 'DVZ'.
           05 FILLER                PIC X(17) VALUE '  BAKIYE'.
           05 FILLER                PIC X(11) VALUE '  ORAN'.
           05 FILLER                PIC X(16) VALUE '  BRUT FAIZ'.
           05 FILLER                PIC X(14) VALUE '  STOPAJ'.
           05 FILLER                PIC X(12) VALUE 'DURUM'.
       01  WS-DTL-LINE.
           05 DTL-ID                PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DVZ               PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-BALANCE           PIC Z(11)9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-RATE              PIC ZZ9.9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-INTEREST          PIC Z(11)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-TAX               PIC Z(09)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DTL-DURUM             PIC X(12).
       01  WS-SUB-LINE.
           05 FILLER                PIC X(04) VALUE 'DVZ '.
           05 SUB-DVZ               PIC 9(03).
           05 SUB-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE '  FAIZ TOPLAMI:'.
           05 SUB-TOTAL             PIC Z(11)9.99.
           05 FILLER                PIC X(08) VALUE ' STOPAJ:'.
           05 SUB-TAX               PIC Z(11)9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
       01  WS-TOT-LINE.
           05 FILLER                PIC X(07) VALUE 'TOPLAM '.
           05 FILLER                PIC X(08) VALUE '  ADET: '.
           05 TOT-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(15) VALUE '  FAIZ TOPLAMI:'.
           05 TOT-TOTAL             PIC Z(11)9.99.
           05 FILLER                PIC X(08) VALUE ' STOPAJ:'.
           05 TOT-TAX               PIC Z(11)9.99.
           05 FILLER                PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE RATE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT WHT-FILE.
           IF NOT WHT-SUCCESS
              DISPLAY 'WHT RATE FILE NOT OPEN: ' WHT-ST
              MOVE WHT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    STOPAJ DEFTERI YIL BOYUNCA BIRIKIR - EKLEME ICIN ACILIR,
      *    ILK CALISMADA YOKSA YENIDEN OLUSTURULUR
           OPEN EXTEND TAX-FILE.
           IF TAX-NOTFOUND
              OPEN OUTPUT TAX-FILE
           END-IF.
           IF NOT TAX-SUCCESS
              DISPLAY 'TAX LEDGER NOT OPEN: ' TAX-ST
              MOVE TAX-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'RPT FILE NOT OPEN: ' RPT-ST
      *SAYILIRDI - FAIZ TAHAKKUKU MUSTERI HAREKETI DEGILDIR
       H200-PROCESS.
           IF ACCT-ST-CLOSED OR ACCT-ST-DORMANT
              MOVE 0             TO DTL-RATE DTL-INTEREST DTL-TAX
              IF ACCT-ST-CLOSED
                 MOVE 'HESAP KAPALI' TO DTL-DURUM
              ELSE
      *       KREDILI MEVDUATLA EKSIYE DUSMUS HESABA MEVDUAT
      *       FAIZI ISLETILMEZ
              IF ACCT-BALANCE < 0
                 MOVE 0         TO DTL-RATE DTL-INTEREST DTL-TAX
                 MOVE 'BAKIYE EKSI' TO DTL-DURUM
                 PERFORM H450-WRITE-DETAIL
              ELSE
                 IF RATE-FOUND
                    PERFORM H400-ACCRUE
                 ELSE
                    MOVE 0       TO DTL-RATE DTL-INTEREST DTL-TAX
                    MOVE 'ORAN YOK'  TO DTL-DURUM
                    PERFORM H450-WRITE-DETAIL
                 END-IF
           END-IF.
       H300-END. EXIT.

      *HESABIN DOVIZI ICIN TAHAKKUK TARIHINDE GECERLI STOPAJ
      *ORANI AYNI GERIYE DOGRU ARAMAYLA BULUNUR. VADESIZ HESAPTA
      *VADESIZ DILIM ORANI UYGULANIR. DOVIZIN ORANI YOKSA STOPAJ
      *SIFIR ALINIR (VERGIDEN ISTISNA DOVIZ)
       H310-FIND-WHT-RATE.
           INITIALIZE INVALID-KEY
           MOVE 0             TO WS-WHT-RATE
           MOVE ACCT-DVZ      TO WHT-DVZ
           MOVE WS-ASOF-DATE  TO WHT-EFF-DATE
           START WHT-FILE KEY IS NOT GREATER THAN WHT-KEY
              INVALID KEY MOVE 'Y' TO INVALID-KEY
           END-START
           IF NOT INVL-KEY
              READ WHT-FILE NEXT RECORD
                 AT END MOVE 'Y' TO INVALID-KEY
              END-READ
           END-IF
           IF NOT INVL-KEY AND WHT-DVZ = ACCT-DVZ
              MOVE WHT-RATE-DEMAND TO WS-WHT-RATE
           END-IF.
       H310-END. EXIT.

      *AYLIK FAIZ = BAKIYE * YILLIK ORAN / 100 / 12. SIFIR CIKAN
      *FAIZ ISLENMEZ; POZITIF FAIZDEN STOPAJ DUSULUR VE NET FAIZ
      *PBEGIDX FONKSIYON 5 (ALACAK) ILE HESABA VE IZ KAYIT
      *DOSYASINA DIGER ALACAKLAR GIBI GECER. BRUT, VERGI VE NET
      *TUTAR STOPAJ DEFTERINE YAZILIR
       H400-ACCRUE.
           COMPUTE WS-INTEREST ROUNDED =
              ACCT-BALANCE * RATE-VALUE / 1200
           MOVE RATE-VALUE  TO DTL-RATE
           MOVE WS-INTEREST TO DTL-INTEREST
           MOVE 0           TO DTL-TAX
           IF WS-INTEREST = 0
              MOVE 'SIFIR FAIZ' TO DTL-DURUM
           ELSE
              PERFORM H310-FIND-WHT-RATE
              COMPUTE WS-TAX ROUNDED =
                 WS-INTEREST * WS-WHT-RATE / 100
              COMPUTE WS-NET = WS-INTEREST - WS-TAX
              MOVE WS-TAX      TO DTL-TAX
              INITIALIZE WS-SUB-AREA
              MOVE 'K' TO WS-SUB-MODE
              SET WS-FUNC-CREDIT TO TRUE
              MOVE ACCT-ID     TO WS-ID-DISP
              MOVE WS-ID-DISP  TO WS-SUB-ID
              MOVE WS-NET      TO WS-SUB-IN-AMOUNT
              CALL WS-PBEGIDX USING WS-SUB-AREA
              MOVE WS-SUB-ACIKLAMA TO DTL-DURUM
      *       SADECE GERCEKTEN ISLENEN FAIZ TOPLAMLARA VE STOPAJ
      *       DEFTERINE KATILIR
              IF WS-SUB-ACIKLAMA = 'BAKIYE ARTIRILDI'
                 PERFORM H410-ACCUMULATE
                 PERFORM H430-WRITE-TAX-LEDGER
              END-IF
           END-IF
           PERFORM H450-WRITE-DETAIL.
           PERFORM H420-FIND-CURRENCY
           ADD 1           TO WS-CURR-COUNT (WS-TAB-SUB)
           ADD WS-INTEREST TO WS-CURR-SUBTOTAL (WS-TAB-SUB)
           ADD WS-TAX      TO WS-CURR-TAX (WS-TAB-SUB)
           ADD 1           TO WS-GRAND-COUNT
           ADD WS-INTEREST TO WS-GRAND-TOTAL
           ADD WS-TAX      TO WS-GRAND-TAX.
       H410-END. EXIT.

      *TABLODA ACCT-DVZ ARANIR, YOKSA YENI SATIR ACILIR
              MOVE ACCT-DVZ         TO WS-CURR-CODE (WS-TAB-SUB)
              MOVE 0                TO WS-CURR-COUNT (WS-TAB-SUB)
              MOVE 0                TO WS-CURR-SUBTOTAL (WS-TAB-SUB)
              MOVE 0                TO WS-CURR-TAX (WS-TAB-SUB)
           END-IF.
       H420-END. EXIT.

      *ISLENEN FAIZIN STOPAJ DEFTERINE YAZILMASI - ZAMAN DAMGASI
      *PBEGGLX'IN SINIR DAMGASIYLA AYNI KURALLA SECILMESI ICINDIR
       H430-WRITE-TAX-LEDGER.
           INITIALIZE TAX-FIELDS
           MOVE ACCT-ID      TO WS-ID-DISP
           MOVE WS-ID-DISP   TO TAX-ACCT-ID
           MOVE ACCT-DVZ     TO TAX-DVZ
           MOVE WS-ASOF-DATE TO TAX-DATE
           MOVE 'V'          TO TAX-TERM
           MOVE WS-INTEREST  TO TAX-GROSS
           MOVE WS-WHT-RATE  TO TAX-RATE
           MOVE WS-TAX       TO TAX-AMOUNT
           MOVE WS-NET       TO TAX-NET
           MOVE FUNCTION CURRENT-DATE (1:14) TO TAX-TIMESTAMP
           WRITE TAX-FIELDS.
       H430-END. EXIT.

      *TEK BIR HESABIN TAHAKKUK SATIRININ YAZDIRILMASI
       H450-WRITE-DETAIL.
           MOVE ACCT-ID      TO WS-ID-DISP
              MOVE WS-CURR-CODE     (WS-TAB-SUB) TO SUB-DVZ
              MOVE WS-CURR-COUNT    (WS-TAB-SUB) TO SUB-COUNT
              MOVE WS-CURR-SUBTOTAL (WS-TAB-SUB) TO SUB-TOTAL
              MOVE WS-CURR-TAX      (WS-TAB-SUB) TO SUB-TAX
              WRITE RPT-LINE FROM WS-SUB-LINE
           END-PERFORM
           MOVE WS-GRAND-COUNT TO TOT-COUNT
           MOVE WS-GRAND-TOTAL TO TOT-TOTAL
           MOVE WS-GRAND-TAX   TO TOT-TAX
           WRITE RPT-LINE FROM WS-TOT-LINE.
       H500-END. EXIT.

       H900-CLOSE-FILES.
           CLOSE ACCT-REC
                 RATE-FILE
                 WHT-FILE
                 TAX-FILE
                 RPT-FILE.
       H900-END. EXIT.

