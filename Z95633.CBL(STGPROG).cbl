       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-FILE
              ASSIGN TO STOFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STO-KEY
              FILE STATUS IS STO-ST.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT INP-FILE
              ASSIGN TO INPFILE
              FILE STATUS IS INP-ST.
           SELECT PRM-FILE
              ASSIGN TO STGPARM
              FILE STATUS IS PRM-ST.
           SELECT REP-FILE
              ASSIGN TO STGRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
       01  STO-REC.
           03 STO-KEY.
              05 STO-ID             PIC S9(5) COMP-3.
              05 STO-DVZ            PIC S9(3) COMP.
              05 STO-NO             PIC 9(03).
           03 STO-TIP               PIC X(01).
              88 STO-TIP-BAKIYE               VALUE 'B'.
              88 STO-TIP-TRANSFER             VALUE 'T'.
           03 STO-TUTAR             PIC S9(13)V99 COMP-3.
           03 STO-HEDEF-ID          PIC 9(05).
           03 STO-HEDEF-DVZ         PIC 9(03).
           03 STO-SIKLIK            PIC X(01).
              88 STO-GUNLUK                   VALUE 'D'.
              88 STO-HAFTALIK                 VALUE 'W'.
              88 STO-AYLIK                    VALUE 'M'.
           03 STO-BAS-TARIH         PIC 9(08).
           03 STO-BIT-TARIH         PIC 9(08).
           03 STO-SONRAKI           PIC 9(08).
           03 STO-DURUM             PIC X(01).
              88 STO-AKTIF                    VALUE 'A'.
              88 STO-IPTAL                    VALUE 'K'.
              88 STO-BITTI                    VALUE 'S'.
           03 STO-KAPANIS-TARIHI    PIC 9(08).
           03 STO-SON-URETIM        PIC 9(08).

       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-FNAME            PIC X(15).
           03 IDX-LNAME            PIC X(15).
           03 IDX-DATE             PIC S9(07) COMP-3.
           03 IDX-BALANCE          PIC S9(13)V99 COMP-3.
           03 IDX-SON-ISLEM        PIC S9(07) COMP-3.
           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 INP-ISLEM-TIPI        PIC X(01).
           05 INP-ID                PIC X(05).
           05 INP-ID-N REDEFINES INP-ID
                                    PIC 9(05).
           05 INP-DVZ               PIC X(03).
           05 INP-DVZ-N REDEFINES INP-DVZ
                                    PIC 9(03).
           05 INP-FNAME             PIC X(15).
           05 INP-TRF-HEDEF REDEFINES INP-FNAME.
              07 INP-TRF-ID         PIC 9(05).
              07 INP-TRF-DVZ        PIC 9(03).
              07 FILLER             PIC X(07).
           05 INP-LNAME             PIC X(15).
           05 INP-DATE              PIC X(07).
           05 INP-BALANCE           PIC S9(13)V99.
           05 INP-OPERATOR          PIC X(08).
           05 INP-MUSTERI-NO        PIC X(07).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-TARIH             PIC X(08).
           03 PRM-TARIH-N REDEFINES PRM-TARIH
                                    PIC 9(08).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 STO-ST                PIC 9(02).
              88 STO-EOF                      VALUE 10.
              88 STO-ST-SUCC                  VALUE 00 97.
              88 STO-ST-NOFILE                VALUE 35.
           05 IDX-ST                PIC 9(02).
              88 IDX-SUCCESS                  VALUE 00 97.
           05 INP-ST                PIC 9(02).
              88 INP-ST-SUCC                  VALUE 00 97.
              88 INP-ST-NOFILE                VALUE 35.
           05 PRM-ST                PIC 9(02).
              88 PRM-SUCCESS                  VALUE 00 97.
              88 PRM-NOFILE                   VALUE 35.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-KAYIT-VAR          PIC X(01).
              88 WS-KAYIT-VAR-YES             VALUE 'Y'.
           05 WS-STO-VAR            PIC X(01) VALUE 'N'.
              88 WS-STO-VAR-YES               VALUE 'Y'.
           05 WS-IS-TARIH           PIC 9(08).
           05 WS-VADE               PIC 9(08).
           05 WS-SONUC              PIC X(30).
       01  WS-TARIH-AREA.
           05 WS-TRH-TARIH          PIC 9(08).
           05 WS-TRH-TARIH-P REDEFINES WS-TRH-TARIH.
              10 WS-TRH-YIL         PIC 9(04).
              10 WS-TRH-AY          PIC 9(02).
              10 WS-TRH-GUN         PIC 9(02).
           05 WS-BAS-TARIH          PIC 9(08).
           05 WS-BAS-TARIH-P REDEFINES WS-BAS-TARIH.
              10 WS-BAS-YIL         PIC 9(04).
              10 WS-BAS-AY          PIC 9(02).
              10 WS-BAS-GUN         PIC 9(02).
           05 WS-GUN-NO             PIC 9(07).
           05 WS-AY-SONU            PIC 9(02).
       01  WS-AY-GUNLERI-DEF        PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-AY-GUNLERI REDEFINES WS-AY-GUNLERI-DEF.
           05 WS-AY-GUN             PIC 9(02) OCCURS 12 TIMES.
       01  WS-HEDEF-HESAP.
           05 WS-HDF-ID             PIC 9(05).
           05 FILLER                PIC X(01)  VALUE '/'.
           05 WS-HDF-DVZ            PIC 9(03).
       01  WS-STG-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-AKTIF-DEGIL    PIC 9(07) VALUE 0.
           05 WS-CNT-VADESIZ        PIC 9(07) VALUE 0.
           05 WS-CNT-URETILEN       PIC 9(07) VALUE 0.
           05 WS-CNT-ATLANAN        PIC 9(07) VALUE 0.
           05 WS-CNT-BITEN          PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'STANDING ORDER GENERATION  BUSINESS DATE : '.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(78)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(15)  VALUE
              'ACCOUNT     NO'.
           05 FILLER                PIC X(03)  VALUE 'TP'.
           05 FILLER                PIC X(10)  VALUE 'DUE DATE'.
           05 FILLER                PIC X(18)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(11)  VALUE 'COUNTER'.
           05 FILLER                PIC X(10)  VALUE 'NEXT DUE'.
           05 FILLER                PIC X(30)  VALUE 'RESULT'.
           05 FILLER                PIC X(34)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-ID                PIC 9(05).
           05 DET-AYRAC             PIC X(01).
           05 DET-DVZ               PIC 9(03).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-NO                PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TIP               PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-VADE              PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-HEDEF             PIC X(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SONRAKI           PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SONUC             PIC X(30).
           05 FILLER                PIC X(34)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-READ-PARM.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           IF WS-STO-VAR-YES
              PERFORM H200-PROCESS UNTIL STO-EOF
           END-IF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H050-READ-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-IS-TARIH.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRM-TARIH NOT NUMERIC
                       DISPLAY 'PARAMETRE KARTI GECERSIZ : ' PRM-TARIH
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE PRM-TARIH-N TO WS-IS-TARIH
              END-READ
              CLOSE PRM-FILE
           ELSE
              IF NOT PRM-NOFILE
                 DISPLAY 'PARAMETRE DOSYASI ACILMADI : ' PRM-ST
                 STOP RUN
              END-IF
           END-IF.

       H100-OPEN-FILES.
           OPEN I-O STO-FILE.
           IF STO-ST-SUCC
              SET WS-STO-VAR-YES TO TRUE
           ELSE
              IF NOT STO-ST-NOFILE
                 DISPLAY 'TALIMAT DOSYASI ACILMADI : ' STO-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN EXTEND INP-FILE.
           IF INP-ST-NOFILE
              OPEN OUTPUT INP-FILE
           END-IF.
           IF NOT INP-ST-SUCC
              DISPLAY 'ISLEM DOSYASI ACILMADI : ' INP-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H150-PRINT-HEADERS.
           MOVE WS-IS-TARIH TO HD1-TARIH.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
           READ STO-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-OKUNAN
                 PERFORM H300-CHECK-STO
           END-READ.

       H300-CHECK-STO.
           IF NOT STO-AKTIF
              ADD 1 TO WS-CNT-AKTIF-DEGIL
           ELSE
              IF STO-BIT-TARIH > 0
                 AND STO-SONRAKI > STO-BIT-TARIH
                 MOVE STO-SONRAKI TO WS-VADE
                 PERFORM H600-END-STO
                 PERFORM H700-REWRITE-STO
              ELSE
                 IF STO-SONRAKI > WS-IS-TARIH
                    ADD 1 TO WS-CNT-VADESIZ
                 ELSE
                    PERFORM H400-GENERATE
                 END-IF
              END-IF
           END-IF.

       H400-GENERATE.
           MOVE STO-SONRAKI TO WS-VADE.
           MOVE STO-ID      TO IDX-ID.
           MOVE STO-DVZ     TO IDX-DVZ.
           PERFORM H550-READ-IDX.
           EVALUATE TRUE,
              WHEN NOT WS-KAYIT-VAR-YES
                 MOVE 'SKIPPED - ACCOUNT NOT FOUND' TO WS-SONUC,
              WHEN IDX-BLOKELI
                 MOVE 'SKIPPED - ACCOUNT ON HOLD'   TO WS-SONUC,
              WHEN OTHER
                 MOVE SPACES TO WS-SONUC
           END-EVALUATE.
           IF WS-SONUC = SPACES
              AND STO-TIP-TRANSFER
              MOVE STO-HEDEF-ID  TO IDX-ID
              MOVE STO-HEDEF-DVZ TO IDX-DVZ
              PERFORM H550-READ-IDX
              EVALUATE TRUE,
                 WHEN NOT WS-KAYIT-VAR-YES
                    MOVE 'SKIPPED - COUNTER NOT FOUND' TO WS-SONUC,
                 WHEN IDX-BLOKELI
                    MOVE 'SKIPPED - COUNTER ON HOLD'   TO WS-SONUC
              END-EVALUATE
           END-IF.
           IF WS-SONUC = SPACES
              PERFORM H450-WRITE-CARD
              MOVE 'CARD GENERATED'  TO WS-SONUC
              MOVE WS-IS-TARIH       TO STO-SON-URETIM
              ADD 1 TO WS-CNT-URETILEN
           ELSE
              ADD 1 TO WS-CNT-ATLANAN
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H500-ROLL-DATE UNTIL STO-SONRAKI > WS-IS-TARIH.
           PERFORM H800-PRINT-DETAIL.
           IF STO-BIT-TARIH > 0
              AND STO-SONRAKI > STO-BIT-TARIH
              PERFORM H600-END-STO
           END-IF.
           PERFORM H700-REWRITE-STO.

       H450-WRITE-CARD.
           MOVE SPACES              TO INP-REC.
           MOVE STO-TIP             TO INP-ISLEM-TIPI.
           MOVE STO-ID              TO INP-ID-N.
           MOVE STO-DVZ             TO INP-DVZ-N.
           IF STO-TIP-TRANSFER
              MOVE STO-HEDEF-ID     TO INP-TRF-ID
              MOVE STO-HEDEF-DVZ    TO INP-TRF-DVZ
           END-IF.
           MOVE 'STANDING ORDER'    TO INP-LNAME.
           MOVE ZEROS               TO INP-DATE.
           MOVE STO-TUTAR           TO INP-BALANCE.
           MOVE 'STGPROG'           TO INP-OPERATOR.
           WRITE INP-REC.
           IF NOT INP-ST-SUCC
              DISPLAY 'ISLEM KARTI YAZILAMADI : ' INP-ST
              STOP RUN
           END-IF.

       H500-ROLL-DATE.
           EVALUATE TRUE,
              WHEN STO-GUNLUK
                 COMPUTE WS-GUN-NO =
                    FUNCTION INTEGER-OF-DATE (STO-SONRAKI) + 1
                 COMPUTE STO-SONRAKI =
                    FUNCTION DATE-OF-INTEGER (WS-GUN-NO),
              WHEN STO-HAFTALIK
                 COMPUTE WS-GUN-NO =
                    FUNCTION INTEGER-OF-DATE (STO-SONRAKI) + 7
                 COMPUTE STO-SONRAKI =
                    FUNCTION DATE-OF-INTEGER (WS-GUN-NO),
              WHEN OTHER
                 PERFORM H520-ROLL-MONTH
           END-EVALUATE.

       H520-ROLL-MONTH.
           MOVE STO-SONRAKI   TO WS-TRH-TARIH.
           MOVE STO-BAS-TARIH TO WS-BAS-TARIH.
           ADD 1 TO WS-TRH-AY.
           IF WS-TRH-AY > 12
              MOVE 1 TO WS-TRH-AY
              ADD 1 TO WS-TRH-YIL
           END-IF.
           MOVE WS-AY-GUN (WS-TRH-AY) TO WS-AY-SONU.
           IF WS-TRH-AY = 2
              AND FUNCTION MOD (WS-TRH-YIL, 4) = 0
              AND (FUNCTION MOD (WS-TRH-YIL, 100) NOT = 0
                   OR FUNCTION MOD (WS-TRH-YIL, 400) = 0)
              MOVE 29 TO WS-AY-SONU
           END-IF.
           IF WS-BAS-GUN > WS-AY-SONU
              MOVE WS-AY-SONU TO WS-TRH-GUN
           ELSE
              MOVE WS-BAS-GUN TO WS-TRH-GUN
           END-IF.
           MOVE WS-TRH-TARIH  TO STO-SONRAKI.

       H550-READ-IDX.
           READ IDX-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H600-END-STO.
           MOVE 'S'                 TO STO-DURUM.
           MOVE WS-IS-TARIH         TO STO-KAPANIS-TARIHI.
           MOVE 'ENDED - PAST END DATE' TO WS-SONUC.
           ADD 1 TO WS-CNT-BITEN.
           PERFORM H800-PRINT-DETAIL.

       H700-REWRITE-STO.
           REWRITE STO-REC
              INVALID KEY
                 DISPLAY 'TALIMAT KAYDI YAZILAMADI : '
                    STO-ID ' ' STO-DVZ ' ' STO-NO
                 STOP RUN
           END-REWRITE.

       H800-PRINT-DETAIL.
           MOVE STO-ID              TO DET-ID.
           MOVE '/'                 TO DET-AYRAC.
           MOVE STO-DVZ             TO DET-DVZ.
           MOVE STO-NO              TO DET-NO.
           MOVE STO-TIP             TO DET-TIP.
           MOVE WS-VADE             TO DET-VADE.
           MOVE STO-TUTAR           TO DET-TUTAR.
           IF STO-TIP-TRANSFER
              MOVE STO-HEDEF-ID     TO WS-HDF-ID
              MOVE STO-HEDEF-DVZ    TO WS-HDF-DVZ
              MOVE WS-HEDEF-HESAP   TO DET-HEDEF
           ELSE
              MOVE SPACES           TO DET-HEDEF
           END-IF.
           MOVE STO-SONRAKI         TO DET-SONRAKI.
           MOVE WS-SONUC            TO DET-SONUC.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** GENERATION TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'INSTRUCTIONS READ'         TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NOT ACTIVE'                TO TRL-LABEL.
           MOVE WS-CNT-AKTIF-DEGIL          TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NOT YET DUE'               TO TRL-LABEL.
           MOVE WS-CNT-VADESIZ              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS GENERATED'           TO TRL-LABEL.
           MOVE WS-CNT-URETILEN             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'OCCURRENCES SKIPPED'       TO TRL-LABEL.
           MOVE WS-CNT-ATLANAN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'INSTRUCTIONS ENDED'        TO TRL-LABEL.
           MOVE WS-CNT-BITEN                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           IF WS-STO-VAR-YES
              CLOSE STO-FILE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE INP-FILE.
           CLOSE REP-FILE.
