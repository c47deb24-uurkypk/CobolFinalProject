           SELECT EPR-FILE
              ASSIGN TO EPRFILE
              FILE STATUS IS EPR-ST.
           SELECT ONY-FILE
              ASSIGN TO ONYPARM
              FILE STATUS IS ONY-ST.
           SELECT PND-FILE
              ASSIGN TO PNDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-NO
              FILE STATUS IS PND-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNFILE
              ORGANIZATION IS INDEXED
       01 INP-REC.
          05 INP-ISLEM-TIPI        PIC X(01).
             88 INP-ISLEM-TIPI-VALID
                VALUE 'R' 'U' 'W' 'D' 'B' 'N' 'H' 'F' 'L' 'T'.
             88 INP-FUNC-WRITE              VALUE 'W'.
             88 INP-FUNC-BALANCE            VALUE 'B'.
             88 INP-FUNC-LIMIT              VALUE 'L'.
             88 INP-FUNC-RELEASE            VALUE 'F'.
             88 INP-FUNC-NAMELOOKUP         VALUE 'N'.
             88 INP-FUNC-TRANSFER           VALUE 'T'.
          05 INP-ID                PIC X(05).
          05 INP-DVZ               PIC X(03).
          05 INP-DVZ-N REDEFINES INP-DVZ
                                   PIC 9(03).
          05 INP-FNAME             PIC X(15).
          05 INP-TRF-HEDEF REDEFINES INP-FNAME.
             07 INP-TRF-ID         PIC X(05).
             07 INP-TRF-DVZ        PIC X(03).
             07 FILLER             PIC X(07).
          05 INP-LNAME             PIC X(15).
          05 INP-DATE              PIC X(07).
          05 INP-DATE-N REDEFINES INP-DATE.
             07 INP-DATE-YYYY      PIC 9(04).
             07 INP-DATE-DDD       PIC 9(03).
          05 INP-BALANCE           PIC S9(13)V99.
          05 INP-OPERATOR          PIC X(08).
          05 INP-MUSTERI-NO        PIC X(07).
          05 INP-MUSTERI-NO-N REDEFINES INP-MUSTERI-NO
                                   PIC 9(07).

       FD VAL-FILE RECORDING MODE F.
       01 VAL-REC                  PIC X(76).

       FD REJ-FILE RECORDING MODE F.
       01 REJ-REC                  PIC X(132).

       FD RCY-FILE RECORDING MODE F.
       01 RCY-REC.
          05 RCY-KART              PIC X(76).
          05 RCY-NEDEN-TAB         PIC X(27).
          05 RCY-ILK-TARIH         PIC 9(08).
          05 RCY-DONGU             PIC 9(03).

       FD RCYNEW-FILE RECORDING MODE F.
       01 RCYNEW-REC.
          05 RCYNEW-KART           PIC X(76).
          05 RCYNEW-NEDEN-TAB      PIC X(27).
          05 RCYNEW-ILK-TARIH      PIC 9(08).
          05 RCYNEW-DONGU          PIC 9(03).

          05 EPR-DONGU-N REDEFINES EPR-DONGU
                                   PIC 9(03).

       FD ONY-FILE RECORDING MODE F.
       01 ONY-REC.
          05 ONY-DVZ               PIC X(03).
          05 ONY-DVZ-N REDEFINES ONY-DVZ
                                   PIC 9(03).
          05 ONY-ESIK              PIC X(15).
          05 ONY-ESIK-N REDEFINES ONY-ESIK
                                   PIC 9(13)V99.

       FD PND-FILE.
       01 PND-REC.
          05 PND-NO                PIC 9(07).
          05 PND-DURUM             PIC X(01).
             88 PND-BEKLIYOR                VALUE 'P'.
          05 PND-KART              PIC X(76).
          05 PND-GIREN             PIC X(08).
          05 PND-GIRIS-TARIH       PIC 9(08).
          05 PND-KARAR-VEREN       PIC X(08).
          05 PND-KARAR-TARIH       PIC 9(08).
          05 PND-ACIKLAMA          PIC X(30).
       01 PND-KONTROL-REC.
          05 PND-K-NO              PIC 9(07).
          05 PND-K-SON-NO          PIC 9(07).
          05 FILLER                PIC X(132).

       FD  RUN-FILE.
       01  RUN-REC.
           03 RUN-PROG              PIC X(08).
           05 WS-RUN-BUGUN          PIC 9(08).
           05 WS-RUN-KAYIT-VAR      PIC X(01).
              88 WS-RUN-KAYIT-VAR-YES         VALUE 'Y'.
           05 ONY-ST               PIC 9(02).
              88 ONY-EOF                     VALUE 10.
              88 ONY-SUCCESS                 VALUE 00 97.
           05 PND-ST               PIC 9(02).
              88 PND-SUCCESS                 VALUE 00 97.
              88 PND-NOFILE                  VALUE 35.
           05 WS-PND-SONU          PIC X(01).
              88 WS-PND-SONU-YES             VALUE 'Y'.
           05 WS-ONAY-GEREKLI      PIC X(01).
              88 WS-ONAY-GEREKLI-YES         VALUE 'Y'.
           05 WS-MUTLAK-TUTAR      PIC S9(13)V99 COMP-3.
           05 WS-PND-SON-NO        PIC 9(07).
       01  WS-ONY-TABLE.
           05 WS-ONY-MAX           PIC 9(03) COMP VALUE 0.
           05 WS-ONY-SUB           PIC 9(03) COMP.
           05 WS-ONY-BUL           PIC 9(03) COMP.
           05 WS-ONY-ENTRY OCCURS 100 TIMES.
              10 WS-ONY-DVZ        PIC 9(03).
              10 WS-ONY-ESIK       PIC S9(13)V99 COMP-3.
       01  WS-EDIT-TOTALS.
           05 WS-CNT-OKUNAN        PIC 9(07) VALUE 0.
           05 WS-CNT-GECERLI       PIC 9(07) VALUE 0.
           05 WS-CNT-R04           PIC 9(07) VALUE 0.
           05 WS-CNT-R05           PIC 9(07) VALUE 0.
           05 WS-CNT-R06           PIC 9(07) VALUE 0.
           05 WS-CNT-R07           PIC 9(07) VALUE 0.
           05 WS-CNT-R08           PIC 9(07) VALUE 0.
           05 WS-CNT-R09           PIC 9(07) VALUE 0.
           05 WS-CNT-BEKLEYEN      PIC 9(07) VALUE 0.
           05 WS-CNT-PND-SILINEN   PIC 9(07) VALUE 0.
           05 WS-CNT-RCY-OKUNAN    PIC 9(07) VALUE 0.
           05 WS-CNT-RCY-DUZELEN   PIC 9(07) VALUE 0.
           05 WS-CNT-RCY-DEVAM     PIC 9(07) VALUE 0.
           05 WS-CNT-YASLI         PIC 9(07) VALUE 0.
       01  WS-YAS-AREA.
           05 WS-YAS-MAX           PIC 9(03) COMP VALUE 0.
           05 WS-YAS-NEDEN-CNT OCCURS 9 TIMES
                                   PIC 9(07) VALUE 0.
           05 WS-YAS-ENTRY OCCURS 100 TIMES.
              10 WS-YAS-KART       PIC X(76).
              10 WS-YAS-NEDEN-TAB  PIC X(27).
              10 WS-YAS-ILK-TARIH  PIC 9(08).
              10 WS-YAS-DONGU      PIC 9(03).
       01  WS-BKL-AREA.
           05 WS-BKL-MAX           PIC 9(03) COMP VALUE 0.
           05 WS-BKL-SUB           PIC 9(03).
           05 WS-BKL-ENTRY OCCURS 500 TIMES.
              10 WS-BKL-NO         PIC 9(07).
              10 WS-BKL-KART       PIC X(76).
              10 WS-BKL-GIREN      PIC X(08).
       01  WS-REJ-HEAD1-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(40)  VALUE
           05 FILLER               PIC X(91)  VALUE SPACES.
       01  WS-REJ-HEAD2-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(76)  VALUE 'CARD IMAGE'.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 FILLER               PIC X(20)  VALUE 'REASON CODES'.
           05 FILLER               PIC X(33)  VALUE SPACES.
       01  WS-REJ-DETAIL-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 REJ-KART             PIC X(76).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 REJ-NEDEN-TAB.
              07 REJ-NEDEN OCCURS 9 TIMES
                                   PIC X(03).
           05 FILLER               PIC X(26)  VALUE SPACES.
       01  WS-REJ-LEGEND1-LINE.
           05 FILLER               PIC X(39)  VALUE
              ' REASON CODES: 01=GECERSIZ ISLEM TIPI'.
              '               04=TARIH GECERSIZ'.
           05 FILLER               PIC X(33)  VALUE
              '05=BAKIYE ISARETLI SAYISAL DEGIL'.
           05 FILLER               PIC X(20)  VALUE
              '06=AD/SOYAD BOS'.
           05 FILLER               PIC X(40)  VALUE
              '07=ALICI HESAP GECERSIZ'.
       01  WS-REJ-LEGEND3-LINE.
           05 FILLER               PIC X(39)  VALUE
              '               08=OPERATOR KODU BOS'.
           05 FILLER               PIC X(33)  VALUE
              '09=MUSTERI NO GECERSIZ'.
           05 FILLER               PIC X(60)  VALUE SPACES.
       01  WS-YAS-HEAD1-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(45)  VALUE
           05 FILLER               PIC X(65)  VALUE SPACES.
       01  WS-YAS-HEAD2-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(76)  VALUE 'CARD IMAGE'.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 FILLER               PIC X(29)  VALUE 'REASON CODES'.
           05 FILLER               PIC X(12)  VALUE 'FIRST SEEN'.
           05 FILLER               PIC X(06)  VALUE 'CYCLES'.
           05 FILLER               PIC X(06)  VALUE SPACES.
       01  WS-YAS-DETAIL-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 YAS-KART             PIC X(76).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 YAS-NEDEN            PIC X(27).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 YAS-ILK-TARIH        PIC 9(08).
           05 FILLER               PIC X(04)  VALUE SPACES.
           05 YAS-DONGU            PIC ZZ9.
           05 FILLER               PIC X(09)  VALUE SPACES.
       01  WS-BKL-HEAD1-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(40)  VALUE
              'CARDS PARKED FOR APPROVAL'.
           05 FILLER               PIC X(91)  VALUE SPACES.
       01  WS-BKL-HEAD2-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(10)  VALUE 'PENDING NO'.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 FILLER               PIC X(76)  VALUE 'CARD IMAGE'.
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 FILLER               PIC X(08)  VALUE 'OPERATOR'.
           05 FILLER               PIC X(33)  VALUE SPACES.
       01  WS-BKL-DETAIL-LINE.
           05 FILLER               PIC X(01)  VALUE SPACES.
           05 FILLER               PIC X(03)  VALUE SPACES.
           05 BKL-NO               PIC 9(07).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 BKL-KART             PIC X(76).
           05 FILLER               PIC X(02)  VALUE SPACES.
           05 BKL-GIREN            PIC X(08).
           05 FILLER               PIC X(33)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER               PIC X(01)  VALUE SPACES.
           PERFORM H050-RUN-KONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-READ-PARAM.
           PERFORM H130-LOAD-ONAY-PARAM UNTIL ONY-EOF.
           PERFORM H150-PRINT-REJ-HEADERS.
           IF WS-RCY-VAR-YES
              PERFORM H170-PROCESS-RECYCLE UNTIL RCY-EOF
           END-IF.
           PERFORM H200-PROCESS UNTIL INP-EOF.
           PERFORM H850-PRINT-AGING.
           PERFORM H870-PRINT-PARKED.
           PERFORM H900-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.
              DISPLAY 'YENI GERI DONUSUM DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           OPEN INPUT ONY-FILE.
           IF NOT ONY-SUCCESS
              DISPLAY 'ONAY PARAMETRE DOSYASI ACILMIYOR : ' ONY-ST
              STOP RUN
           END-IF.
           OPEN I-O PND-FILE.
           IF PND-NOFILE
              OPEN OUTPUT PND-FILE
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF.
           IF NOT PND-SUCCESS
              DISPLAY 'BEKLEYEN ISLEM DOSYASI ACILMIYOR : ' PND-ST
              STOP RUN
           END-IF.
           PERFORM H140-READ-PND-KONTROL.
           PERFORM H145-START-PND.
           PERFORM H146-TEMIZLE-BEKLEYEN UNTIL WS-PND-SONU-YES.

       H120-READ-PARAM.
           OPEN INPUT EPR-FILE.
              END-IF
           END-IF.

       H130-LOAD-ONAY-PARAM.
           READ ONY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ONY-DVZ NOT NUMERIC
                    OR ONY-ESIK NOT NUMERIC
                    DISPLAY 'ONAY PARAMETRE KAYDI GECERSIZ : ' ONY-REC
                    STOP RUN
                 END-IF
                 IF WS-ONY-MAX = 100
                    DISPLAY 'ONAY PARAMETRE TABLOSU DOLDU'
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ONY-MAX
                 MOVE ONY-DVZ-N  TO WS-ONY-DVZ  (WS-ONY-MAX)
                 MOVE ONY-ESIK-N TO WS-ONY-ESIK (WS-ONY-MAX)
           END-READ.

       H140-READ-PND-KONTROL.
           MOVE ZEROS TO PND-K-NO.
           READ PND-FILE
              INVALID KEY
                 MOVE SPACES TO PND-KONTROL-REC
                 MOVE ZEROS  TO PND-K-NO
                 MOVE ZEROS  TO PND-K-SON-NO
                 WRITE PND-KONTROL-REC
                    INVALID KEY
                       DISPLAY 'BEKLEYEN ISLEM KONTROL KAYDI YAZILAMADI'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                 END-WRITE
           END-READ.
           MOVE PND-K-SON-NO TO WS-PND-SON-NO.

       H145-START-PND.
           MOVE 'N'   TO WS-PND-SONU.
           MOVE ZEROS TO PND-NO.
           START PND-FILE KEY IS > PND-NO
              INVALID KEY
                 MOVE 'Y' TO WS-PND-SONU
           END-START.

       H146-TEMIZLE-BEKLEYEN.
           READ PND-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PND-SONU
              NOT AT END
                 IF PND-BEKLIYOR
                    AND PND-GIRIS-TARIH = WS-RUN-BUGUN
                    DELETE PND-FILE
                       INVALID KEY
                          DISPLAY 'BEKLEYEN ISLEM KAYDI SILINEMEDI : '
                                  PND-NO
                          MOVE 8 TO RETURN-CODE
                          STOP RUN
                    END-DELETE
                    ADD 1 TO WS-CNT-PND-SILINEN
                 END-IF
           END-READ.

       H170-PROCESS-RECYCLE.
           READ RCY-FILE
              AT END
                 IF WS-KART-GECERLI-YES
                    ADD 1 TO WS-CNT-GECERLI
                    ADD 1 TO WS-CNT-RCY-DUZELEN
                    PERFORM H400-WRITE-GECERLI
                 ELSE
                    ADD 1 TO WS-CNT-RED
                    ADD 1 TO WS-CNT-RCY-DEVAM
           MOVE RCYNEW-ILK-TARIH  TO WS-YAS-ILK-TARIH (WS-YAS-MAX).
           MOVE RCYNEW-DONGU      TO WS-YAS-DONGU     (WS-YAS-MAX).
           PERFORM VARYING WS-NEDEN-SUB FROM 1 BY 1
              UNTIL WS-NEDEN-SUB > 9
              IF REJ-NEDEN (WS-NEDEN-SUB) NOT = SPACES
                 ADD 1 TO WS-YAS-NEDEN-CNT (WS-NEDEN-SUB)
              END-IF
           MOVE 'AGED R06 AD/SOYAD'        TO TRL-LABEL.
           MOVE WS-YAS-NEDEN-CNT (6)       TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AGED R07 ALICI HESAP'     TO TRL-LABEL.
           MOVE WS-YAS-NEDEN-CNT (7)       TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AGED R08 OPERATOR'        TO TRL-LABEL.
           MOVE WS-YAS-NEDEN-CNT (8)       TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AGED R09 MUSTERI NO'      TO TRL-LABEL.
           MOVE WS-YAS-NEDEN-CNT (9)       TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H860-PRINT-YASLI-LINE.
           MOVE WS-YAS-KART      (WS-YAS-SUB) TO YAS-KART.
           MOVE WS-YAS-DONGU     (WS-YAS-SUB) TO YAS-DONGU.
           WRITE REJ-REC FROM WS-YAS-DETAIL-LINE AFTER ADVANCING 1.

       H870-PRINT-PARKED.
           WRITE REJ-REC FROM WS-BKL-HEAD1-LINE
              AFTER ADVANCING PAGE.
           WRITE REJ-REC FROM WS-BKL-HEAD2-LINE
              AFTER ADVANCING 2.
           PERFORM H880-PRINT-PARKED-LINE
              VARYING WS-BKL-SUB FROM 1 BY 1
              UNTIL WS-BKL-SUB > WS-BKL-MAX.
           MOVE SPACES                     TO WS-TRAILER-DET.
           MOVE 'PARKED CARDS'             TO TRL-LABEL.
           MOVE WS-CNT-BEKLEYEN            TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.

       H880-PRINT-PARKED-LINE.
           MOVE WS-BKL-NO    (WS-BKL-SUB) TO BKL-NO.
           MOVE WS-BKL-KART  (WS-BKL-SUB) TO BKL-KART.
           MOVE WS-BKL-GIREN (WS-BKL-SUB) TO BKL-GIREN.
           WRITE REJ-REC FROM WS-BKL-DETAIL-LINE AFTER ADVANCING 1.

       H150-PRINT-REJ-HEADERS.
           WRITE REJ-REC FROM WS-REJ-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REJ-REC FROM WS-REJ-LEGEND1-LINE AFTER ADVANCING 2.
           WRITE REJ-REC FROM WS-REJ-LEGEND2-LINE AFTER ADVANCING 1.
           WRITE REJ-REC FROM WS-REJ-LEGEND3-LINE AFTER ADVANCING 1.
           WRITE REJ-REC FROM WS-REJ-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
              PERFORM H300-EDIT-CARD
              IF WS-KART-GECERLI-YES
                 ADD 1 TO WS-CNT-GECERLI
                 PERFORM H400-WRITE-GECERLI
              ELSE
                 ADD 1 TO WS-CNT-RED
                 PERFORM H500-WRITE-REJECT
                 MOVE 'N'  TO WS-KART-GECERLI
              END-IF
           END-IF.
           IF INP-FUNC-TRANSFER
              IF INP-TRF-ID NOT NUMERIC OR INP-TRF-DVZ NOT NUMERIC
                 ADD 1 TO WS-CNT-R07
                 MOVE '07' TO REJ-NEDEN (7)
                 MOVE 'N'  TO WS-KART-GECERLI
              END-IF
           END-IF.
           IF INP-FUNC-WRITE OR INP-FUNC-BALANCE
              OR INP-FUNC-LIMIT OR INP-FUNC-TRANSFER
              IF INP-BALANCE NOT NUMERIC
                 ADD 1 TO WS-CNT-R05
                 MOVE '05' TO REJ-NEDEN (5)
                 MOVE 'N'  TO WS-KART-GECERLI
              END-IF
           END-IF.
           PERFORM H320-CHECK-ONAY.
           IF WS-ONAY-GEREKLI-YES
              AND INP-OPERATOR = SPACES
              ADD 1 TO WS-CNT-R08
              MOVE '08' TO REJ-NEDEN (8)
              MOVE 'N'  TO WS-KART-GECERLI
           END-IF.
           PERFORM H340-EDIT-MUSTERI.

       H320-CHECK-ONAY.
           MOVE 'N' TO WS-ONAY-GEREKLI.
           EVALUATE TRUE,
              WHEN INP-FUNC-LIMIT OR INP-FUNC-RELEASE
                 MOVE 'Y' TO WS-ONAY-GEREKLI,
              WHEN INP-FUNC-BALANCE OR INP-FUNC-TRANSFER
                 IF INP-DVZ IS NUMERIC
                    AND INP-BALANCE IS NUMERIC
                    PERFORM H330-CHECK-ESIK
                 END-IF
           END-EVALUATE.

       H330-CHECK-ESIK.
           MOVE 0 TO WS-ONY-BUL.
           PERFORM VARYING WS-ONY-SUB FROM 1 BY 1
              UNTIL WS-ONY-SUB > WS-ONY-MAX OR WS-ONY-BUL > 0
              IF WS-ONY-DVZ (WS-ONY-SUB) = INP-DVZ-N
                 MOVE WS-ONY-SUB TO WS-ONY-BUL
              END-IF
           END-PERFORM.
           IF WS-ONY-BUL = 0
              MOVE 'Y' TO WS-ONAY-GEREKLI
           ELSE
              MOVE INP-BALANCE TO WS-MUTLAK-TUTAR
              IF WS-MUTLAK-TUTAR < 0
                 COMPUTE WS-MUTLAK-TUTAR = 0 - WS-MUTLAK-TUTAR
              END-IF
              IF WS-MUTLAK-TUTAR > WS-ONY-ESIK (WS-ONY-BUL)
                 MOVE 'Y' TO WS-ONAY-GEREKLI
              END-IF
           END-IF.

       H340-EDIT-MUSTERI.
           IF INP-FUNC-WRITE
              IF INP-MUSTERI-NO NOT NUMERIC
                 ADD 1 TO WS-CNT-R09
                 MOVE '09' TO REJ-NEDEN (9)
                 MOVE 'N'  TO WS-KART-GECERLI
              ELSE
                 IF INP-MUSTERI-NO-N = 0
                    ADD 1 TO WS-CNT-R09
                    MOVE '09' TO REJ-NEDEN (9)
                    MOVE 'N'  TO WS-KART-GECERLI
                 END-IF
              END-IF
           END-IF.
           IF INP-FUNC-NAMELOOKUP
              IF INP-MUSTERI-NO NOT = SPACES
                 AND INP-MUSTERI-NO NOT NUMERIC
                 ADD 1 TO WS-CNT-R09
                 MOVE '09' TO REJ-NEDEN (9)
                 MOVE 'N'  TO WS-KART-GECERLI
              END-IF
           END-IF.

       H350-EDIT-DATE.
           IF INP-DATE NOT NUMERIC
              END-IF
           END-IF.

       H400-WRITE-GECERLI.
           IF WS-ONAY-GEREKLI-YES
              PERFORM H450-PARK-CARD
           ELSE
              WRITE VAL-REC FROM INP-REC
           END-IF.

       H450-PARK-CARD.
           ADD 1 TO WS-PND-SON-NO.
           ADD 1 TO WS-CNT-BEKLEYEN.
           MOVE SPACES         TO PND-REC.
           MOVE WS-PND-SON-NO  TO PND-NO.
           MOVE 'P'            TO PND-DURUM.
           MOVE INP-REC        TO PND-KART.
           MOVE INP-OPERATOR   TO PND-GIREN.
           MOVE WS-RUN-BUGUN   TO PND-GIRIS-TARIH.
           MOVE ZEROS          TO PND-KARAR-TARIH.
           WRITE PND-REC
              INVALID KEY
                 DISPLAY 'BEKLEYEN ISLEM KAYDI YAZILAMADI : ' PND-NO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           MOVE SPACES         TO PND-KONTROL-REC.
           MOVE ZEROS          TO PND-K-NO.
           MOVE WS-PND-SON-NO  TO PND-K-SON-NO.
           REWRITE PND-KONTROL-REC
              INVALID KEY
                 DISPLAY 'BEKLEYEN ISLEM KONTROL KAYDI YAZILAMADI'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.
           IF WS-BKL-MAX = 500
              DISPLAY 'BEKLEYEN ISLEM TABLOSU DOLDU'
              STOP RUN
           END-IF.
           ADD 1 TO WS-BKL-MAX.
           MOVE WS-PND-SON-NO  TO WS-BKL-NO    (WS-BKL-MAX).
           MOVE INP-REC        TO WS-BKL-KART  (WS-BKL-MAX).
           MOVE INP-OPERATOR   TO WS-BKL-GIREN (WS-BKL-MAX).

       H500-WRITE-REJECT.
           MOVE INP-REC TO REJ-KART.
           WRITE REJ-REC FROM WS-REJ-DETAIL-LINE AFTER ADVANCING 1.
           MOVE 'CARDS ACCEPTED'            TO TRL-LABEL.
           MOVE WS-CNT-GECERLI              TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS PARKED FOR APPROVAL' TO TRL-LABEL.
           MOVE WS-CNT-BEKLEYEN             TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'EARLIER PARKED CARDS REMOVED' TO TRL-LABEL.
           MOVE WS-CNT-PND-SILINEN          TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS REJECTED'            TO TRL-LABEL.
           MOVE WS-CNT-RED                  TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'R06 AD/SOYAD BOS'          TO TRL-LABEL.
           MOVE WS-CNT-R06                  TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'R07 ALICI HESAP GECERSIZ'  TO TRL-LABEL.
           MOVE WS-CNT-R07                  TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'R08 OPERATOR KODU BOS'     TO TRL-LABEL.
           MOVE WS-CNT-R08                  TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'R09 MUSTERI NO GECERSIZ'   TO TRL-LABEL.
           MOVE WS-CNT-R09                  TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'RECYCLE CARDS READ'        TO TRL-LABEL.
           MOVE WS-CNT-RCY-OKUNAN           TO TRL-COUNT.
           WRITE REJ-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
              CLOSE RCY-FILE
           END-IF.
           CLOSE RCYNEW-FILE.
           CLOSE ONY-FILE.
           CLOSE PND-FILE.
           PERFORM H990-RUN-BITIS.

       H050-RUN-KONTROL.
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-BUGUN.
           MOVE 'APRPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RUN-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-RUN-KAYIT-VAR
           END-READ.
           IF WS-RUN-KAYIT-VAR-YES
              AND RUN-TAMAM
              AND RUN-IS-TARIH = WS-RUN-BUGUN
              DISPLAY 'APRPROG BUGUN CALISTI - EDITPROG CALISTIRILAMAZ'
              MOVE 8 TO RETURN-CODE
              CLOSE RUN-FILE
              STOP RUN
           END-IF.
           PERFORM H060-RUN-STAMP-START.

       H060-RUN-STAMP-START.
