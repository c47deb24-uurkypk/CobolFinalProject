       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRFPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT HIS-FILE
              ASSIGN TO HISFILE
              FILE STATUS IS HIS-ST.
           SELECT WORK-FILE
              ASSIGN TO "SRTWK01".
           SELECT SRT-FILE
              ASSIGN TO SRTFILE
              FILE STATUS IS SRT-ST.
           SELECT REP-FILE
              ASSIGN TO VRFRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-ID                PIC 9(05).
           03 JRN-DVZ               PIC 9(03).
           03 JRN-FUNC              PIC X(01).
           03 JRN-AMOUNT            PIC S9(13)V99.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  HIS-FILE RECORDING MODE F.
       01  HIS-REC.
           03 HIS-ID                PIC 9(05).
           03 HIS-DVZ               PIC 9(03).
           03 HIS-FUNC              PIC X(01).
           03 HIS-AMOUNT            PIC S9(13)V99.
           03 HIS-BAL-FROM          PIC S9(13)V99.
           03 HIS-BAL-TO            PIC S9(13)V99.
           03 HIS-TIMESTAMP         PIC X(14).
           03 HIS-REF               PIC X(18).
           03 HIS-KARSI-ID          PIC 9(05).
           03 HIS-KARSI-DVZ         PIC 9(03).
           03 HIS-SIRA              PIC 9(09).
           03 HIS-HASH              PIC 9(09).

       SD  WORK-FILE.
       01  WK-REC.
           03 WK-ID                 PIC 9(05).
           03 WK-DVZ                PIC 9(03).
           03 WK-FUNC               PIC X(01).
           03 WK-AMOUNT             PIC S9(13)V99.
           03 WK-BAL-FROM           PIC S9(13)V99.
           03 WK-BAL-TO             PIC S9(13)V99.
           03 WK-TIMESTAMP          PIC X(14).
           03 WK-REF                PIC X(18).
           03 WK-KARSI-ID           PIC 9(05).
           03 WK-KARSI-DVZ          PIC 9(03).
           03 WK-SIRA               PIC 9(09).
           03 WK-HASH               PIC 9(09).

       FD  SRT-FILE RECORDING MODE F.
       01  SRT-REC.
           03 SRT-ID                PIC 9(05).
           03 SRT-DVZ               PIC 9(03).
           03 SRT-FUNC              PIC X(01).
           03 SRT-AMOUNT            PIC S9(13)V99.
           03 SRT-BAL-FROM          PIC S9(13)V99.
           03 SRT-BAL-TO            PIC S9(13)V99.
           03 SRT-TIMESTAMP         PIC X(14).
           03 SRT-REF               PIC X(18).
           03 SRT-KARSI-ID          PIC 9(05).
           03 SRT-KARSI-DVZ         PIC 9(03).
           03 SRT-SIRA              PIC 9(09).
           03 SRT-HASH              PIC 9(09).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 JRN-ST                PIC 9(02).
           05 HIS-ST                PIC 9(02).
           05 SRT-ST                PIC 9(02).
              88 SRT-EOF                      VALUE 10.
              88 SRT-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-BUGUN              PIC 9(08).
           05 WS-FIRST-REC          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-REC-YES             VALUE 'Y'.
       01  WS-ZINCIR-AREA.
           05 WS-ONCEKI-SIRA        PIC 9(09) VALUE 0.
           05 WS-ONCEKI-HASH        PIC 9(09) VALUE 0.
           05 WS-ONCEKI-ZAMAN       PIC X(14) VALUE SPACES.
           05 WS-BEKLENEN-SIRA      PIC 9(09).
           05 WS-EKSIK-ADET         PIC 9(09).
       01  WS-JRNPROG               PIC X(08) VALUE 'JRNPROG'.
       01  WS-JRN-SIRA-AREA.
           05 WS-JRN-SIRA-FUNC      PIC X(01).
           05 WS-JRN-SIRA-RC        PIC 9(02).
           05 WS-JRN-ONCEKI-HASH    PIC 9(09).
           05 WS-JRN-SON-SIRA       PIC 9(09).
           05 WS-JRN-SON-HASH       PIC 9(09).
           05 WS-JRN-SON-ZAMAN      PIC X(14).
       01  WS-VRF-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-EKSIK          PIC 9(07) VALUE 0.
           05 WS-CNT-MUKERRER       PIC 9(07) VALUE 0.
           05 WS-CNT-NUMARASIZ      PIC 9(07) VALUE 0.
           05 WS-CNT-SIRASIZ        PIC 9(07) VALUE 0.
           05 WS-CNT-HASH           PIC 9(07) VALUE 0.
           05 WS-CNT-KONTROL        PIC 9(07) VALUE 0.
           05 WS-CNT-HATA           PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'JOURNAL SEQUENCE AND HASH VERIFICATION'.
           05 FILLER                PIC X(11)  VALUE 'RUN DATE:'.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(67)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE '   SEQUENCE'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(20)  VALUE 'ERROR'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(09)  VALUE 'ACCOUNT'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'FNC'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'TIMESTAMP'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(40)  VALUE 'DETAIL'.
           05 FILLER                PIC X(24)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SIRA              PIC Z(08)9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-HATA              PIC X(20).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ID                PIC 9(05).
           05 DET-AYRAC             PIC X(01).
           05 DET-DVZ               PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-FUNC              PIC X(01).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ZAMAN             PIC X(14).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ACIKLAMA          PIC X(40).
           05 FILLER                PIC X(24)  VALUE SPACES.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-READ-SRT.
           PERFORM H300-PROCESS UNTIL SRT-EOF.
           PERFORM H700-CHECK-CONTROL.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           IF WS-CNT-HATA > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       H100-INITIALIZE.
           SORT WORK-FILE
              ON ASCENDING KEY WK-SIRA WK-TIMESTAMP
              USING HIS-FILE JRN-FILE
              GIVING SRT-FILE.
           OPEN INPUT SRT-FILE.
           IF NOT SRT-SUCCESS
              DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.
           MOVE WS-BUGUN TO HD1-TARIH.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-READ-SRT.
           READ SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
           END-READ.

       H300-PROCESS.
           ADD 1 TO WS-CNT-OKUNAN.
           IF SRT-SIRA = 0
              ADD 1 TO WS-CNT-NUMARASIZ
              MOVE 'UNNUMBERED RECORD'  TO DET-HATA
              MOVE SPACES               TO DET-ACIKLAMA
              PERFORM H800-PRINT-ERROR
           ELSE
              IF WS-FIRST-REC-YES
                 MOVE 'N' TO WS-FIRST-REC
                 PERFORM H310-FIRST-RECORD
              ELSE
                 IF SRT-SIRA = WS-ONCEKI-SIRA
                    PERFORM H330-DUPLICATE
                 ELSE
                    PERFORM H340-CHECK-CHAIN
                 END-IF
              END-IF
           END-IF.
           PERFORM H200-READ-SRT.

       H310-FIRST-RECORD.
           IF SRT-SIRA > 1
              MOVE 0 TO WS-ONCEKI-SIRA
              PERFORM H350-GAP
           ELSE
              MOVE 0 TO WS-ONCEKI-HASH
              PERFORM H370-CHECK-HASH
           END-IF.
           PERFORM H390-SAVE-PREVIOUS.

       H330-DUPLICATE.
           ADD 1 TO WS-CNT-MUKERRER.
           MOVE 'DUPLICATE SEQUENCE'  TO DET-HATA.
           MOVE SPACES                TO DET-ACIKLAMA.
           PERFORM H800-PRINT-ERROR.

       H340-CHECK-CHAIN.
           IF SRT-TIMESTAMP < WS-ONCEKI-ZAMAN
              ADD 1 TO WS-CNT-SIRASIZ
              MOVE 'OUT OF ORDER'     TO DET-HATA
              MOVE SPACES             TO DET-ACIKLAMA
              STRING 'PREVIOUS RECORD AT ' DELIMITED SIZE
                     WS-ONCEKI-ZAMAN       DELIMITED SIZE
                     INTO DET-ACIKLAMA
              PERFORM H800-PRINT-ERROR
           END-IF.
           COMPUTE WS-BEKLENEN-SIRA = WS-ONCEKI-SIRA + 1.
           IF SRT-SIRA > WS-BEKLENEN-SIRA
              PERFORM H350-GAP
           ELSE
              PERFORM H370-CHECK-HASH
           END-IF.
           PERFORM H390-SAVE-PREVIOUS.

       H350-GAP.
           COMPUTE WS-EKSIK-ADET = SRT-SIRA - WS-ONCEKI-SIRA - 1.
           ADD WS-EKSIK-ADET TO WS-CNT-EKSIK.
           COMPUTE WS-BEKLENEN-SIRA = WS-ONCEKI-SIRA + 1.
           MOVE 'SEQUENCE GAP'        TO DET-HATA.
           MOVE SPACES                TO DET-ACIKLAMA.
           STRING 'MISSING '          DELIMITED SIZE
                  WS-EKSIK-ADET       DELIMITED SIZE
                  ' FROM '            DELIMITED SIZE
                  WS-BEKLENEN-SIRA    DELIMITED SIZE
                  INTO DET-ACIKLAMA.
           PERFORM H800-PRINT-ERROR.

       H370-CHECK-HASH.
           MOVE 'H'            TO WS-JRN-SIRA-FUNC.
           MOVE WS-ONCEKI-HASH TO WS-JRN-ONCEKI-HASH.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA SRT-REC.
           IF WS-JRN-SON-HASH NOT = SRT-HASH
              ADD 1 TO WS-CNT-HASH
              MOVE 'HASH BREAK'       TO DET-HATA
              MOVE SPACES             TO DET-ACIKLAMA
              STRING 'STORED '        DELIMITED SIZE
                     SRT-HASH         DELIMITED SIZE
                     ' COMPUTED '     DELIMITED SIZE
                     WS-JRN-SON-HASH  DELIMITED SIZE
                     INTO DET-ACIKLAMA
              PERFORM H800-PRINT-ERROR
           END-IF.

       H390-SAVE-PREVIOUS.
           MOVE SRT-SIRA      TO WS-ONCEKI-SIRA.
           MOVE SRT-HASH      TO WS-ONCEKI-HASH.
           MOVE SRT-TIMESTAMP TO WS-ONCEKI-ZAMAN.

       H700-CHECK-CONTROL.
           MOVE 'O' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA SRT-REC.
           MOVE 0                     TO DET-ID DET-DVZ.
           MOVE SPACES                TO DET-AYRAC DET-FUNC DET-ZAMAN.
           MOVE WS-JRN-SON-SIRA       TO DET-SIRA.
           IF WS-JRN-SIRA-RC NOT = 00
              IF WS-ONCEKI-SIRA > 0
                 ADD 1 TO WS-CNT-KONTROL
                 MOVE 'NO CONTROL RECORD' TO DET-HATA
                 MOVE SPACES              TO DET-ACIKLAMA
                 PERFORM H850-PRINT-CONTROL
              END-IF
           ELSE
              IF WS-JRN-SON-SIRA NOT = WS-ONCEKI-SIRA
                 ADD 1 TO WS-CNT-KONTROL
                 MOVE 'CONTROL MISMATCH'  TO DET-HATA
                 MOVE SPACES              TO DET-ACIKLAMA
                 STRING 'LAST SEQUENCE ON FILE ' DELIMITED SIZE
                        WS-ONCEKI-SIRA           DELIMITED SIZE
                        INTO DET-ACIKLAMA
                 PERFORM H850-PRINT-CONTROL
              ELSE
                 IF WS-JRN-SON-HASH NOT = WS-ONCEKI-HASH
                    ADD 1 TO WS-CNT-KONTROL
                    MOVE 'CONTROL HASH BREAK' TO DET-HATA
                    MOVE SPACES               TO DET-ACIKLAMA
                    STRING 'STORED '          DELIMITED SIZE
                           WS-ONCEKI-HASH     DELIMITED SIZE
                           ' CONTROL '        DELIMITED SIZE
                           WS-JRN-SON-HASH    DELIMITED SIZE
                           INTO DET-ACIKLAMA
                    PERFORM H850-PRINT-CONTROL
                 END-IF
              END-IF
           END-IF.
           MOVE 'K' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA SRT-REC.

       H800-PRINT-ERROR.
           ADD 1 TO WS-CNT-HATA.
           MOVE SRT-SIRA      TO DET-SIRA.
           MOVE SRT-ID        TO DET-ID.
           MOVE '/'           TO DET-AYRAC.
           MOVE SRT-DVZ       TO DET-DVZ.
           MOVE SRT-FUNC      TO DET-FUNC.
           MOVE SRT-TIMESTAMP TO DET-ZAMAN.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H850-PRINT-CONTROL.
           ADD 1 TO WS-CNT-HATA.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** VERIFICATION TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'RECORDS READ'              TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'MISSING SEQUENCE NUMBERS'  TO TRL-LABEL.
           MOVE WS-CNT-EKSIK                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'DUPLICATE SEQUENCE NUMBERS' TO TRL-LABEL.
           MOVE WS-CNT-MUKERRER             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'UNNUMBERED RECORDS'        TO TRL-LABEL.
           MOVE WS-CNT-NUMARASIZ            TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'OUT-OF-ORDER TIMESTAMPS'   TO TRL-LABEL.
           MOVE WS-CNT-SIRASIZ              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'HASH BREAKS'               TO TRL-LABEL.
           MOVE WS-CNT-HASH                 TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CONTROL RECORD ERRORS'     TO TRL-LABEL.
           MOVE WS-CNT-KONTROL              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE SPACES                      TO WS-TRAILER-SIRA.
           MOVE 'LAST SEQUENCE ON FILE'     TO TRS-LABEL.
           MOVE WS-ONCEKI-SIRA              TO TRS-SIRA.
           WRITE REP-REC FROM WS-TRAILER-SIRA AFTER ADVANCING 1.
           MOVE 'LAST SEQUENCE IN CONTROL'  TO TRS-LABEL.
           MOVE WS-JRN-SON-SIRA             TO TRS-SIRA.
           WRITE REP-REC FROM WS-TRAILER-SIRA AFTER ADVANCING 1.
           IF WS-CNT-HATA > 0
              MOVE '*** VERIFICATION FAILED ***' TO TRL-LABEL
           ELSE
              MOVE '*** VERIFICATION PASSED ***' TO TRL-LABEL
           END-IF.
           MOVE WS-CNT-HATA                 TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.

       H999-PROGRAM-EXIT.
           CLOSE SRT-FILE.
           CLOSE REP-FILE.
