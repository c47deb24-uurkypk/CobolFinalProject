           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  TOT-FILE RECORDING MODE F.
       01  TOT-REC.
           05 WS-SWAP-MOVE          PIC S9(13)V99 COMP-3.
           05 WS-SWAP-MASTER        PIC S9(13)V99 COMP-3.
       01  WS-BEKLENEN              PIC S9(13)V99 COMP-3.
       01  WS-TRF-TABLE.
           05 WS-TRF-ENTRY OCCURS 9999 TIMES.
              10 WS-TRF-REF         PIC X(18).
              10 WS-TRF-GON-VAR     PIC X(01).
              10 WS-TRF-GON-ID      PIC 9(05).
              10 WS-TRF-GON-DVZ     PIC 9(03).
              10 WS-TRF-GON-TUTAR   PIC S9(13)V99 COMP-3.
              10 WS-TRF-ALC-VAR     PIC X(01).
              10 WS-TRF-ALC-ID      PIC 9(05).
              10 WS-TRF-ALC-DVZ     PIC 9(03).
              10 WS-TRF-ALC-TUTAR   PIC S9(13)V99 COMP-3.
       01  WS-TRF-MAX               PIC 9(04) COMP VALUE 0.
       01  WS-TRF-SUB               PIC 9(04) COMP.
       01  WS-TRF-BUL               PIC 9(04) COMP.
       01  WS-TRF-BULUNDU           PIC X(01).
           88 WS-TRF-BULUNDU-YES              VALUE 'Y'.
       01  WS-CNT-TRF-BAGLI         PIC 9(07) VALUE 0.
       01  WS-CNT-TRF-ESLESMEYEN    PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
              'MOVEMENT AFTER :'.
           05 ZMN-ONCEKI            PIC X(14).
           05 FILLER                PIC X(100) VALUE SPACES.
       01  WS-TRF-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'TRANSFERS POSTED SINCE PRIOR TOTALS'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-TRF-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(20)  VALUE 'REFERENCE'.
           05 FILLER                PIC X(11)  VALUE 'FROM ACCT'.
           05 FILLER                PIC X(16)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE 'TO ACCT'.
           05 FILLER                PIC X(16)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE 'STATUS'.
           05 FILLER                PIC X(40)  VALUE SPACES.
       01  WS-TRF-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRD-REF               PIC X(18).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 TRD-GON-HESAP.
              10 TRD-GON-ID         PIC 9(05).
              10 TRD-GON-AYRAC      PIC X(01).
              10 TRD-GON-DVZ        PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 TRD-GON-TUTAR         PIC -(12)9.99.
           05 FILLER                PIC X(04)  VALUE ' -> '.
           05 TRD-ALC-HESAP.
              10 TRD-ALC-ID         PIC 9(05).
              10 TRD-ALC-AYRAC      PIC X(01).
              10 TRD-ALC-DVZ        PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 TRD-ALC-TUTAR         PIC -(12)9.99.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 TRD-DURUM             PIC X(10).
           05 FILLER                PIC X(40)  VALUE SPACES.
       01  WS-TRF-TOTAL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRT-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRT-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.
       01  WS-TRAILER-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-MESAJ             PIC X(40).
           END-IF.
           PERFORM H450-SORT-TABLE.
           PERFORM H500-PRINT-REPORT.
           PERFORM H700-PRINT-TRANSFERS.
           PERFORM H600-WRITE-NEW-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           PERFORM H990-RUN-BITIS.
                    MOVE JRN-DVZ TO WS-ARA-DVZ
                    PERFORM H800-FIND-DVZ
                    ADD JRN-AMOUNT TO WS-TAB-MOVE (WS-BUL-SUB)
                    IF JRN-FUNC = 'T'
                       PERFORM H420-TRANSFER-LEG
                    END-IF
                 END-IF
           END-READ.

       H420-TRANSFER-LEG.
           MOVE 'N' TO WS-TRF-BULUNDU.
           PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
              UNTIL WS-TRF-SUB > WS-TRF-MAX OR WS-TRF-BULUNDU-YES
              IF WS-TRF-REF (WS-TRF-SUB) = JRN-REF
                 MOVE WS-TRF-SUB TO WS-TRF-BUL
                 SET WS-TRF-BULUNDU-YES TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-TRF-BULUNDU-YES
              IF WS-TRF-MAX = 9999
                 DISPLAY 'TRANSFER TABLOSU DOLDU'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TRF-MAX
              MOVE JRN-REF    TO WS-TRF-REF       (WS-TRF-MAX)
              MOVE 'N'        TO WS-TRF-GON-VAR   (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-GON-ID    (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-GON-DVZ   (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-GON-TUTAR (WS-TRF-MAX)
              MOVE 'N'        TO WS-TRF-ALC-VAR   (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-ALC-ID    (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-ALC-DVZ   (WS-TRF-MAX)
              MOVE 0          TO WS-TRF-ALC-TUTAR (WS-TRF-MAX)
              MOVE WS-TRF-MAX TO WS-TRF-BUL
           END-IF.
           IF JRN-AMOUNT < 0
              MOVE 'Y'        TO WS-TRF-GON-VAR   (WS-TRF-BUL)
              MOVE JRN-ID     TO WS-TRF-GON-ID    (WS-TRF-BUL)
              MOVE JRN-DVZ    TO WS-TRF-GON-DVZ   (WS-TRF-BUL)
              MOVE JRN-AMOUNT TO WS-TRF-GON-TUTAR (WS-TRF-BUL)
           ELSE
              MOVE 'Y'        TO WS-TRF-ALC-VAR   (WS-TRF-BUL)
              MOVE JRN-ID     TO WS-TRF-ALC-ID    (WS-TRF-BUL)
              MOVE JRN-DVZ    TO WS-TRF-ALC-DVZ   (WS-TRF-BUL)
              MOVE JRN-AMOUNT TO WS-TRF-ALC-TUTAR (WS-TRF-BUL)
           END-IF.

       H450-SORT-TABLE.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB >= WS-TAB-MAX
           MOVE WS-SIMDI-ZAMAN             TO TOTNEW-ZAMAN.
           WRITE TOTNEW-REC.

       H700-PRINT-TRANSFERS.
           WRITE REP-REC FROM WS-TRF-HEAD1-LINE AFTER ADVANCING 3.
           WRITE REP-REC FROM WS-TRF-HEAD2-LINE AFTER ADVANCING 2.
           PERFORM H750-PRINT-TRANSFER-LINE
              VARYING WS-TRF-SUB FROM 1 BY 1
              UNTIL WS-TRF-SUB > WS-TRF-MAX.
           MOVE 'TRANSFERS LINKED'           TO TRT-LABEL.
           MOVE WS-CNT-TRF-BAGLI             TO TRT-COUNT.
           WRITE REP-REC FROM WS-TRF-TOTAL-LINE AFTER ADVANCING 2.
           MOVE 'TRANSFERS UNMATCHED'        TO TRT-LABEL.
           MOVE WS-CNT-TRF-ESLESMEYEN        TO TRT-COUNT.
           WRITE REP-REC FROM WS-TRF-TOTAL-LINE AFTER ADVANCING 1.

       H750-PRINT-TRANSFER-LINE.
           MOVE WS-TRF-REF       (WS-TRF-SUB) TO TRD-REF.
           MOVE WS-TRF-GON-ID    (WS-TRF-SUB) TO TRD-GON-ID.
           MOVE '/'                           TO TRD-GON-AYRAC.
           MOVE WS-TRF-GON-DVZ   (WS-TRF-SUB) TO TRD-GON-DVZ.
           MOVE WS-TRF-GON-TUTAR (WS-TRF-SUB) TO TRD-GON-TUTAR.
           MOVE WS-TRF-ALC-ID    (WS-TRF-SUB) TO TRD-ALC-ID.
           MOVE '/'                           TO TRD-ALC-AYRAC.
           MOVE WS-TRF-ALC-DVZ   (WS-TRF-SUB) TO TRD-ALC-DVZ.
           MOVE WS-TRF-ALC-TUTAR (WS-TRF-SUB) TO TRD-ALC-TUTAR.
           IF WS-TRF-GON-VAR (WS-TRF-SUB) = 'Y'
              AND WS-TRF-ALC-VAR (WS-TRF-SUB) = 'Y'
              MOVE 'LINKED'    TO TRD-DURUM
              ADD 1 TO WS-CNT-TRF-BAGLI
           ELSE
              MOVE 'UNMATCHED' TO TRD-DURUM
              ADD 1 TO WS-CNT-TRF-ESLESMEYEN
              IF WS-TRF-GON-VAR (WS-TRF-SUB) NOT = 'Y'
                 MOVE SPACES TO TRD-GON-HESAP
              END-IF
              IF WS-TRF-ALC-VAR (WS-TRF-SUB) NOT = 'Y'
                 MOVE SPACES TO TRD-ALC-HESAP
              END-IF
           END-IF.
           WRITE REP-REC FROM WS-TRF-DETAIL-LINE AFTER ADVANCING 1.

       H800-FIND-DVZ.
           MOVE 'N' TO WS-BULUNDU.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
