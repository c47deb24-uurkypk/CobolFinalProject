           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       SD  WORK-FILE.
       01  WK-REC.
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
           03 SRT-BAL-FROM          PIC S9(13)V99.
           03 SRT-BAL-TO            PIC S9(13)V99.
           03 SRT-TIMESTAMP         PIC X(14).
           03 SRT-REF               PIC X(18).
           03 SRT-KARSI-ID          PIC 9(05).
           03 SRT-KARSI-DVZ         PIC 9(03).
           03 SRT-SIRA              PIC 9(09).
           03 SRT-HASH              PIC 9(09).

       FD  GLM-FILE RECORDING MODE F.
       01  GLM-REC.
           05 WS-CNT-ATLANAN        PIC 9(07) VALUE 0.
           05 WS-CNT-BATCH          PIC 9(07) VALUE 0.
           05 WS-CNT-DENGESIZ       PIC 9(07) VALUE 0.
           05 WS-CNT-TRANSFER       PIC 9(07) VALUE 0.

       01  WS-GLI-HEADER.
           05 GLH-TYPE              PIC X(01)  VALUE 'H'.
           05 GLD-ID                PIC 9(05).
           05 GLD-FUNC              PIC X(01).
           05 GLD-TARIH             PIC X(08).
           05 GLD-REF               PIC X(18).
           05 FILLER                PIC X(12)  VALUE SPACES.
       01  WS-GLI-TRAILER.
           05 GLT-TYPE              PIC X(01)  VALUE 'T'.
           05 GLT-BATCH             PIC 9(04).
           WRITE REP-REC FROM WS-BATCH-LINE AFTER ADVANCING 1.

       H600-POST-DETAIL.
           IF SRT-FUNC = 'H' OR SRT-FUNC = 'F' OR SRT-FUNC = 'L'
              ADD 1 TO WS-CNT-ATLANAN
           ELSE
              PERFORM H650-POST-MAPPED
              MOVE SRT-ID               TO GLD-ID
              MOVE SRT-FUNC             TO GLD-FUNC
              MOVE SRT-TIMESTAMP (1:8)  TO GLD-TARIH
              MOVE SRT-REF              TO GLD-REF
              WRITE GLI-REC FROM WS-GLI-DETAIL
              IF SRT-FUNC = 'T'
                 ADD 1 TO WS-CNT-TRANSFER
              END-IF
              ADD 1               TO WS-BATCH-ADET
              ADD 1               TO WS-CNT-YAZILAN
              ADD WS-MUTLAK-TUTAR TO WS-BATCH-DR
           MOVE 'NON-FINANCIAL SKIPPED'     TO TRL-LABEL.
           MOVE WS-CNT-ATLANAN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'TRANSFER LEGS POSTED'      TO TRL-LABEL.
           MOVE WS-CNT-TRANSFER             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'BATCHES WRITTEN'           TO TRL-LABEL.
           MOVE WS-CNT-BATCH                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
