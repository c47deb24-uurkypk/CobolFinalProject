       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE
              ASSIGN TO FEEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FEE-KEY
              FILE STATUS IS FEE-ST.
           SELECT CUR-FILE
              ASSIGN TO CURFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUR-CODE
              FILE STATUS IS CUR-ST.
           SELECT FTR-FILE
              ASSIGN TO FEETRAN
              FILE STATUS IS FTR-ST.
           SELECT REP-FILE
              ASSIGN TO FEERPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       01  FEE-REC.
           03 FEE-KEY.
              05 FEE-DVZ            PIC S9(3) COMP.
              05 FEE-TIP            PIC X(01).
                 88 FEE-TIP-BAKIM             VALUE 'M'.
                 88 FEE-TIP-LIMIT             VALUE 'O'.
                 88 FEE-TIP-BLOKE             VALUE 'H'.
           03 FEE-ACIKLAMA          PIC X(20).
           03 FEE-TUTAR             PIC S9(13)V99 COMP-3.
           03 FEE-DURUM             PIC X(01).
              88 FEE-KAPALI                   VALUE 'K'.
           03 FEE-KAPANIS-TARIHI    PIC 9(08).

       FD  CUR-FILE.
       01  CUR-REC.
           03 CUR-CODE              PIC S9(3) COMP.
           03 CUR-NAME              PIC X(20).
           03 CUR-FAIZ-ORAN         PIC S9(3)V9(6) COMP-3.
           03 CUR-DURUM             PIC X(01).
              88 CUR-KAPALI                   VALUE 'K'.
           03 CUR-KAPANIS-TARIHI    PIC 9(08).

       FD  FTR-FILE RECORDING MODE F.
       01  FTR-REC.
           05 FTR-FUNC              PIC X(01).
              88 FTR-FUNC-VALID              VALUE 'A' 'C' 'D'.
              88 FTR-FUNC-ADD                VALUE 'A'.
              88 FTR-FUNC-CHANGE             VALUE 'C'.
              88 FTR-FUNC-DEACT              VALUE 'D'.
           05 FTR-DVZ               PIC X(03).
           05 FTR-DVZ-N REDEFINES FTR-DVZ
                                    PIC 9(03).
           05 FTR-TIP               PIC X(01).
              88 FTR-TIP-VALID               VALUE 'M' 'O' 'H'.
           05 FTR-ACIKLAMA          PIC X(20).
           05 FTR-TUTAR             PIC X(15).
           05 FTR-TUTAR-N REDEFINES FTR-TUTAR
                                    PIC 9(13)V99.
           05 FTR-TARIH             PIC X(08).
           05 FTR-TARIH-N REDEFINES FTR-TARIH
                                    PIC 9(08).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 FEE-ST                PIC 9(02).
              88 FEE-ST-SUCC                  VALUE 00 97.
           05 CUR-ST                PIC 9(02).
              88 CUR-ST-SUCC                  VALUE 00 97.
           05 FTR-ST                PIC 9(02).
              88 FTR-EOF                      VALUE 10.
              88 FTR-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-KART-GECERLI       PIC X(01).
              88 WS-KART-GECERLI-YES          VALUE 'Y'.
           05 WS-KAYIT-VAR          PIC X(01).
              88 WS-KAYIT-VAR-YES             VALUE 'Y'.
       01  WS-FEE-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-EKLENEN        PIC 9(07) VALUE 0.
           05 WS-CNT-DEGISEN        PIC 9(07) VALUE 0.
           05 WS-CNT-KAPATILAN      PIC 9(07) VALUE 0.
           05 WS-CNT-RED            PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'FEE SCHEDULE FILE MAINTENANCE REPORT'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(05)  VALUE 'FUNC'.
           05 FILLER                PIC X(05)  VALUE 'DVZ'.
           05 FILLER                PIC X(05)  VALUE 'TYPE'.
           05 FILLER                PIC X(08)  VALUE ' BEF/AFT'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(22)  VALUE 'DESCRIPTION'.
           05 FILLER                PIC X(18)  VALUE
              '        FEE AMOUNT'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(08)  VALUE 'STATUS'.
           05 FILLER                PIC X(12)  VALUE 'CLOSE DATE'.
           05 FILLER                PIC X(44)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-FUNC              PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-DVZ               PIC ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-TIP               PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-BEFAFT            PIC X(06).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-ACIKLAMA          PIC X(20).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DURUM             PIC X(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TARIH             PIC 9(08).
           05 FILLER                PIC X(49)  VALUE SPACES.
       01  WS-HATA-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-FUNC              PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HAT-DVZ               PIC X(03).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HAT-TIP               PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HAT-MESAJ             PIC X(40).
           05 FILLER                PIC X(77)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS UNTIL FTR-EOF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H100-OPEN-FILES.
           OPEN I-O FEE-FILE.
           IF NOT FEE-ST-SUCC
              DISPLAY 'UCRET DOSYASI ACILMADI : ' FEE-ST
              STOP RUN
           END-IF.
           OPEN INPUT CUR-FILE.
           IF NOT CUR-ST-SUCC
              DISPLAY 'DOVIZ DOSYASI ACILMADI : ' CUR-ST
              STOP RUN
           END-IF.
           OPEN INPUT FTR-FILE.
           IF NOT FTR-SUCCESS
              DISPLAY 'KART DOSYASI ACILMADI : ' FTR-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H150-PRINT-HEADERS.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
           READ FTR-FILE
           NOT AT END
              ADD 1 TO WS-CNT-OKUNAN
              PERFORM H300-EDIT-CARD
              IF WS-KART-GECERLI-YES
                 PERFORM H400-APPLY-CARD
              END-IF
           END-READ.

       H300-EDIT-CARD.
           MOVE 'Y' TO WS-KART-GECERLI.
           IF NOT FTR-FUNC-VALID
              MOVE 'GECERSIZ ISLEM TIPI'        TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              IF FTR-DVZ NOT NUMERIC
                 MOVE 'DOVIZ KODU SAYISAL DEGIL' TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 IF NOT FTR-TIP-VALID
                    MOVE 'GECERSIZ UCRET TIPI'   TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF FTR-FUNC-ADD AND FTR-ACIKLAMA = SPACES
                    MOVE 'UCRET ACIKLAMASI BOS'  TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF FTR-FUNC-ADD AND FTR-TUTAR NOT NUMERIC
                    MOVE 'UCRET TUTARI SAYISAL DEGIL' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF FTR-FUNC-DEACT AND FTR-TARIH NOT NUMERIC
                    MOVE 'KAPANIS TARIHI GECERSIZ' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
              END-IF
           END-IF.

       H400-APPLY-CARD.
           PERFORM H500-READ-FEE.
           EVALUATE TRUE,
              WHEN FTR-FUNC-ADD
                 IF WS-KAYIT-VAR-YES
                    MOVE 'UCRET ZATEN VAR'       TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    PERFORM H550-READ-CUR
                    IF NOT WS-KAYIT-VAR-YES
                       MOVE 'DOVIZ BULUNAMADI'   TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H600-ADD-FEE
                    END-IF
                 END-IF,
              WHEN FTR-FUNC-CHANGE
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'UCRET BULUNAMADI'      TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    PERFORM H650-CHANGE-FEE
                 END-IF,
              WHEN FTR-FUNC-DEACT
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'UCRET BULUNAMADI'      TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    PERFORM H700-DEACT-FEE
                 END-IF
           END-EVALUATE.

       H500-READ-FEE.
           MOVE FTR-DVZ-N TO FEE-DVZ.
           MOVE FTR-TIP   TO FEE-TIP.
           READ FEE-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H550-READ-CUR.
           MOVE FTR-DVZ-N TO CUR-CODE.
           READ CUR-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 IF CUR-KAPALI
                    MOVE 'N' TO WS-KAYIT-VAR
                 ELSE
                    MOVE 'Y' TO WS-KAYIT-VAR
                 END-IF
           END-READ.

       H600-ADD-FEE.
           MOVE FTR-DVZ-N           TO FEE-DVZ.
           MOVE FTR-TIP             TO FEE-TIP.
           MOVE FTR-ACIKLAMA        TO FEE-ACIKLAMA.
           MOVE FTR-TUTAR-N         TO FEE-TUTAR.
           MOVE 'A'                 TO FEE-DURUM.
           MOVE ZEROS               TO FEE-KAPANIS-TARIHI.
           WRITE FEE-REC
              INVALID KEY
                 MOVE 'UCRET ZATEN VAR'          TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-EKLENEN
                 MOVE '(NEW) ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-WRITE.

       H650-CHANGE-FEE.
           PERFORM H760-PRINT-BEFORE.
           IF FTR-ACIKLAMA NOT = SPACES
              MOVE FTR-ACIKLAMA     TO FEE-ACIKLAMA
           END-IF.
           IF FTR-TUTAR IS NUMERIC
              MOVE FTR-TUTAR-N      TO FEE-TUTAR
           END-IF.
           REWRITE FEE-REC
              INVALID KEY
                 MOVE 'UCRET GUNCELLENEMEDI'     TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-DEGISEN
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-REWRITE.

       H700-DEACT-FEE.
           PERFORM H760-PRINT-BEFORE.
           MOVE 'K'                 TO FEE-DURUM.
           MOVE FTR-TARIH-N         TO FEE-KAPANIS-TARIHI.
           REWRITE FEE-REC
              INVALID KEY
                 MOVE 'UCRET GUNCELLENEMEDI'     TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-KAPATILAN
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-REWRITE.

       H750-PRINT-AFTER.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H760-PRINT-BEFORE.
           MOVE 'BEFORE' TO DET-BEFAFT.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 2.

       H770-FORMAT-DETAIL.
           MOVE FTR-FUNC            TO DET-FUNC.
           MOVE FEE-DVZ             TO DET-DVZ.
           MOVE FEE-TIP             TO DET-TIP.
           MOVE FEE-ACIKLAMA        TO DET-ACIKLAMA.
           MOVE FEE-TUTAR           TO DET-TUTAR.
           IF FEE-KAPALI
              MOVE 'CLOSED'         TO DET-DURUM
           ELSE
              MOVE 'ACTIVE'         TO DET-DURUM
           END-IF.
           IF FEE-KAPANIS-TARIHI IS NUMERIC
              MOVE FEE-KAPANIS-TARIHI TO DET-TARIH
           ELSE
              MOVE ZEROS            TO DET-TARIH
           END-IF.

       H800-PRINT-HATA.
           IF WS-KART-GECERLI-YES
              ADD 1      TO WS-CNT-RED
           END-IF.
           MOVE 'N'      TO WS-KART-GECERLI.
           MOVE FTR-FUNC TO HAT-FUNC.
           MOVE FTR-DVZ  TO HAT-DVZ.
           MOVE FTR-TIP  TO HAT-TIP.
           WRITE REP-REC FROM WS-HATA-LINE AFTER ADVANCING 2.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** MAINTENANCE TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'CARDS READ'                TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'FEES ADDED'                TO TRL-LABEL.
           MOVE WS-CNT-EKLENEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'FEES CHANGED'              TO TRL-LABEL.
           MOVE WS-CNT-DEGISEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'FEES DEACTIVATED'          TO TRL-LABEL.
           MOVE WS-CNT-KAPATILAN            TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS REJECTED'            TO TRL-LABEL.
           MOVE WS-CNT-RED                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE FEE-FILE.
           CLOSE CUR-FILE.
           CLOSE FTR-FILE.
           CLOSE REP-FILE.
