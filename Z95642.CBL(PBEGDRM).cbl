                            STATUS       ACCT-ST.
           SELECT RPT-FILE  ASSIGN TO    DRMRPT
                            STATUS       RPT-ST.
      *UYKUYA ALMA TARIHCESI - UYKUDAKI HESAP ILK HAREKETINDE
      *PBEGIDX'TE YENIDEN AKTIF OLDUGUNDAN HESABIN YAKIN ZAMANDA
      *UYKUDA OLDUGU ANCAK BU DOSYADAN BILINEBILIR (PBEGAML)
           SELECT HIST-FILE ASSIGN TO    DRMHIST
                            STATUS       HIST-ST.
      *GECE ISLERININ KOSUM KUTUGU - HER IS BASLANGIC/BITIS
      *OLAYINI, DONUS KODUNU VE KAYIT SAYISINI BURAYA YAZAR;
      *PBEGOPS SABAH RAPORUNU BU KUTUKTEN URETIR
              88 AUDIT-SUCCESS                  VALUE 00
                                                      97.
           05 AUDIT-TIMESTAMP       PIC 9(14).
           05 AUDIT-BATCH-ID        PIC X(08).
           05 AUDIT-SEQ             PIC 9(08).

      *VSAM-FILE RECSZ: 49 KEY: 3
       FD  ACCT-REC.
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-LINE                PIC X(80).

      *HER CALISMADA UYKUYA ALINAN HESAPLAR SONA EKLENIR
       FD  HIST-FILE RECORDING MODE F.
       01  HIST-FIELDS.
           05 HIST-ID               PIC 9(05).
           05 HIST-DVZ              PIC 9(03).
           05 HIST-DORMANT-DATE     PIC 9(08).
           05 HIST-LAST-ACT         PIC 9(08).

      *KOSUM KUTUGU KAYDI - TUM GECE ISLERINDE AYNI DUZEN.
      *SINIR DAMGASI (RUN-HWM) YALNIZ PBEGGLX'CE DOLDURULUR
       FD  RUN-FILE RECORDING MODE F.
           05 RPT-ST                PIC 9(02).
              88 RPT-SUCCESS                    VALUE 00
                                                      97.
           05 HIST-ST               PIC 9(02).
              88 HIST-SUCCESS                   VALUE 00
                                                      97.
              88 HIST-NOTFOUND                  VALUE 35.
           05 WS-AUD-ID             PIC 9(05).
           05 WS-AUDIT-DATE         PIC 9(08).
           05 WS-LAST-ACT           PIC 9(08).
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *    TARIHCE DOSYASI SONUNA EKLENEREK ACILIR, ILK CALISMADA
      *    YOKSA YENIDEN OLUSTURULUR
           OPEN EXTEND HIST-FILE.
           IF HIST-NOTFOUND
              OPEN OUTPUT HIST-FILE
           END-IF.
           IF NOT HIST-SUCCESS
              DISPLAY 'DRMHIST FILE NOT OPEN: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           WRITE RPT-LINE FROM WS-HDR-LINE.
           IF NOT AUD-EOF
              READ AUDIT-FILE
       H300-END. EXIT.

      *YENI UYKUYA ALINAN HESABIN RAPOR SATIRI - SUBE BU LISTEYLE
      *MUSTERIYLE TEMASA GECER. HESAP TARIHCE DOSYASINA DA YAZILIR
       H400-WRITE-DETAIL.
           MOVE ACCT-ID      TO DTL-ID
           MOVE ACCT-NAME    TO DTL-NAME
           MOVE ACCT-DVZ     TO DTL-DVZ
           MOVE WS-LAST-ACT  TO DTL-LAST-ACT
           ADD 1 TO WS-DORMANT-COUNT
           WRITE RPT-LINE FROM WS-DTL-LINE
           MOVE ACCT-ID       TO HIST-ID
           MOVE ACCT-DVZ      TO HIST-DVZ
           MOVE WS-TODAY-DATE TO HIST-DORMANT-DATE
           MOVE WS-LAST-ACT   TO HIST-LAST-ACT
           WRITE HIST-FIELDS.
       H400-END. EXIT.

      *YENI UYKUYA ALINAN HESAP SAYISININ OZETI
       H900-CLOSE-FILES.
           CLOSE AUDIT-FILE
                 ACCT-REC
                 RPT-FILE
                 HIST-FILE.
       H900-END. EXIT.

      *KOSUM KUTUGUNE BASLANGIC OLAYININ YAZILMASI - KUTUK ILK
