       IDENTIFICATION DIVISION.
       PROGRAM-ID. JCVPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSO-FILE
              ASSIGN TO HISOLD
              FILE STATUS IS HSO-ST.
           SELECT HSN-FILE
              ASSIGN TO HISNEW
              FILE STATUS IS HSN-ST.
           SELECT JRO-FILE
              ASSIGN TO JRNOLD
              FILE STATUS IS JRO-ST.
           SELECT JNW-FILE
              ASSIGN TO JRNNEW
              FILE STATUS IS JNW-ST.
           SELECT REP-FILE
              ASSIGN TO JCVRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HSO-FILE RECORDING MODE F.
       01  HSO-REC.
           03 HSO-ID                PIC 9(05).
           03 HSO-DVZ               PIC 9(03).
           03 HSO-FUNC              PIC X(01).
           03 HSO-AMOUNT            PIC S9(13)V99.
           03 HSO-BAL-FROM          PIC S9(13)V99.
           03 HSO-BAL-TO            PIC S9(13)V99.
           03 HSO-TIMESTAMP         PIC X(14).

       FD  HSN-FILE RECORDING MODE F.
       01  HSN-REC.
           03 HSN-ID                PIC 9(05).
           03 HSN-DVZ               PIC 9(03).
           03 HSN-FUNC              PIC X(01).
           03 HSN-AMOUNT            PIC S9(13)V99.
           03 HSN-BAL-FROM          PIC S9(13)V99.
           03 HSN-BAL-TO            PIC S9(13)V99.
           03 HSN-TIMESTAMP         PIC X(14).
           03 HSN-REF               PIC X(18).
           03 HSN-KARSI-ID          PIC 9(05).
           03 HSN-KARSI-DVZ         PIC 9(03).
           03 HSN-SIRA              PIC 9(09).
           03 HSN-HASH              PIC 9(09).

       FD  JRO-FILE RECORDING MODE F.
       01  JRO-REC.
           03 JRO-ID                PIC 9(05).
           03 JRO-DVZ               PIC 9(03).
           03 JRO-FUNC              PIC X(01).
           03 JRO-AMOUNT            PIC S9(13)V99.
           03 JRO-BAL-FROM          PIC S9(13)V99.
           03 JRO-BAL-TO            PIC S9(13)V99.
           03 JRO-TIMESTAMP         PIC X(14).

       FD  JNW-FILE RECORDING MODE F.
       01  JNW-REC.
           03 JNW-ID                PIC 9(05).
           03 JNW-DVZ               PIC 9(03).
           03 JNW-FUNC              PIC X(01).
           03 JNW-AMOUNT            PIC S9(13)V99.
           03 JNW-BAL-FROM          PIC S9(13)V99.
           03 JNW-BAL-TO            PIC S9(13)V99.
           03 JNW-TIMESTAMP         PIC X(14).
           03 JNW-REF               PIC X(18).
           03 JNW-KARSI-ID          PIC 9(05).
           03 JNW-KARSI-DVZ         PIC 9(03).
           03 JNW-SIRA              PIC 9(09).
           03 JNW-HASH              PIC 9(09).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 HSO-ST                PIC 9(02).
              88 HSO-EOF                      VALUE 10.
              88 HSO-SUCCESS                  VALUE 00 97.
              88 HSO-NOFILE                   VALUE 35.
           05 HSN-ST                PIC 9(02).
              88 HSN-SUCCESS                  VALUE 00 97.
           05 JRO-ST                PIC 9(02).
              88 JRO-EOF                      VALUE 10.
              88 JRO-SUCCESS                  VALUE 00 97.
              88 JRO-NOFILE                   VALUE 35.
           05 JNW-ST                PIC 9(02).
              88 JNW-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-HSO-VAR            PIC X(01) VALUE 'N'.
              88 WS-HSO-VAR-YES               VALUE 'Y'.
           05 WS-JRO-VAR            PIC X(01) VALUE 'N'.
              88 WS-JRO-VAR-YES               VALUE 'Y'.
       01  WS-JRNPROG               PIC X(08) VALUE 'JRNPROG'.
       01  WS-JRN-SIRA-AREA.
           05 WS-JRN-SIRA-FUNC      PIC X(01).
           05 WS-JRN-SIRA-RC        PIC 9(02).
           05 WS-JRN-ONCEKI-HASH    PIC 9(09).
           05 WS-JRN-SON-SIRA       PIC 9(09).
           05 WS-JRN-SON-HASH       PIC 9(09).
           05 WS-JRN-SON-ZAMAN      PIC X(14).
       01  WS-JCV-TOTALS.
           05 WS-CNT-HIS            PIC 9(07) VALUE 0.
           05 WS-CNT-JRN            PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(55)  VALUE
              'ONE-TIME JOURNAL CONVERSION TO SEQUENCE NUMBERS'.
           05 FILLER                PIC X(76)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.
       01  WS-TRAILER-SIRA.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRS-LABEL             PIC X(30).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 TRS-SIRA              PIC Z(08)9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-CHECK-CONTROL.
           PERFORM H100-OPEN-FILES.
           IF WS-HSO-VAR-YES
              PERFORM H200-CONVERT-HISTORY UNTIL HSO-EOF
           END-IF.
           IF WS-JRO-VAR-YES
              PERFORM H300-CONVERT-JOURNAL UNTIL JRO-EOF
           END-IF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H050-CHECK-CONTROL.
           MOVE 'O' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JNW-REC.
           IF WS-JRN-SIRA-RC = 00
              DISPLAY 'YEVMIYE KONTROL KAYDI ZATEN VAR : '
                 WS-JRN-SON-SIRA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       H100-OPEN-FILES.
           OPEN INPUT HSO-FILE.
           IF HSO-SUCCESS
              SET WS-HSO-VAR-YES TO TRUE
           ELSE
              IF NOT HSO-NOFILE
                 DISPLAY 'ESKI TARIHCE DOSYASI ACILMADI : ' HSO-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT HSN-FILE.
           IF NOT HSN-SUCCESS
              DISPLAY 'YENI TARIHCE DOSYASI ACILMADI : ' HSN-ST
              STOP RUN
           END-IF.
           OPEN INPUT JRO-FILE.
           IF JRO-SUCCESS
              SET WS-JRO-VAR-YES TO TRUE
           ELSE
              IF NOT JRO-NOFILE
                 DISPLAY 'ESKI YEVMIYE DOSYASI ACILMADI : ' JRO-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT JNW-FILE.
           IF NOT JNW-SUCCESS
              DISPLAY 'YENI YEVMIYE DOSYASI ACILMADI : ' JNW-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.

       H200-CONVERT-HISTORY.
           READ HSO-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE HSO-ID        TO HSN-ID
                 MOVE HSO-DVZ       TO HSN-DVZ
                 MOVE HSO-FUNC      TO HSN-FUNC
                 MOVE HSO-AMOUNT    TO HSN-AMOUNT
                 MOVE HSO-BAL-FROM  TO HSN-BAL-FROM
                 MOVE HSO-BAL-TO    TO HSN-BAL-TO
                 MOVE HSO-TIMESTAMP TO HSN-TIMESTAMP
                 MOVE SPACES        TO HSN-REF
                 MOVE ZEROS         TO HSN-KARSI-ID
                 MOVE ZEROS         TO HSN-KARSI-DVZ
                 MOVE 'N'           TO WS-JRN-SIRA-FUNC
                 CALL WS-JRNPROG USING WS-JRN-SIRA-AREA HSN-REC
                 WRITE HSN-REC
                 ADD 1 TO WS-CNT-HIS
           END-READ.

       H300-CONVERT-JOURNAL.
           READ JRO-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE JRO-ID        TO JNW-ID
                 MOVE JRO-DVZ       TO JNW-DVZ
                 MOVE JRO-FUNC      TO JNW-FUNC
                 MOVE JRO-AMOUNT    TO JNW-AMOUNT
                 MOVE JRO-BAL-FROM  TO JNW-BAL-FROM
                 MOVE JRO-BAL-TO    TO JNW-BAL-TO
                 MOVE JRO-TIMESTAMP TO JNW-TIMESTAMP
                 MOVE SPACES        TO JNW-REF
                 MOVE ZEROS         TO JNW-KARSI-ID
                 MOVE ZEROS         TO JNW-KARSI-DVZ
                 MOVE 'N'           TO WS-JRN-SIRA-FUNC
                 CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JNW-REC
                 WRITE JNW-REC
                 ADD 1 TO WS-CNT-JRN
           END-READ.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'HISTORY RECORDS NUMBERED'  TO TRL-LABEL.
           MOVE WS-CNT-HIS                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'JOURNAL RECORDS NUMBERED'  TO TRL-LABEL.
           MOVE WS-CNT-JRN                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'O' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JNW-REC.
           MOVE 'LAST SEQUENCE NUMBER'      TO TRS-LABEL.
           MOVE WS-JRN-SON-SIRA             TO TRS-SIRA.
           WRITE REP-REC FROM WS-TRAILER-SIRA AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           IF WS-HSO-VAR-YES
              CLOSE HSO-FILE
           END-IF.
           CLOSE HSN-FILE.
           IF WS-JRO-VAR-YES
              CLOSE JRO-FILE
           END-IF.
           CLOSE JNW-FILE.
           CLOSE REP-FILE.
           MOVE 'K' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JNW-REC.
