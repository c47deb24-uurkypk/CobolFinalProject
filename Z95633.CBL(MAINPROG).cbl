       FD  CHK-FILE RECORDING MODE F.
       01  CHK-REC.
           05 CHK-COUNT             PIC 9(09).
           05 CHK-TOTALS            PIC X(294).

       FD  OUT-FILE RECORDING MODE F.
       01  OUT-REC.
          05 INP-LNAME             PIC X(15).
          05 INP-DATE              PIC 9(07).
          05 INP-BALANCE           PIC S9(13)V99.
          05 INP-OPERATOR          PIC X(08).
          05 INP-MUSTERI-NO        PIC X(07).
          05 INP-MUSTERI-NO-N REDEFINES INP-MUSTERI-NO
                                   PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-HATA.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC       PIC X(01).
                 88 WS-ISLEM-TIPI-VALID
                    VALUE 'R' 'U' 'W' 'D' 'B' 'N' 'H' 'F' 'L' 'T'.
                 88 WS-FUNC-WRITE            VALUE 'W'.
                 88 WS-FUNC-READ             VALUE 'R'.
                 88 WS-FUNC-UPDATE           VALUE 'U'.
                 88 WS-FUNC-HOLD             VALUE 'H'.
                 88 WS-FUNC-RELEASE          VALUE 'F'.
                 88 WS-FUNC-LIMIT            VALUE 'L'.
                 88 WS-FUNC-TRANSFER         VALUE 'T'.
                 88 WS-FUNC-CLOSE            VALUE 'C'.
              07 WS-SUB-ID         PIC 9(05).
              07 WS-SUB-DVZ        PIC 9(03).
              07 WS-OPEN-LNAME     PIC X(15).
              07 WS-OPEN-DATE      PIC 9(07).
              07 WS-OPEN-BALANCE   PIC S9(13)V99.
              07 WS-OPEN-MUSTERI   PIC 9(07).
       01  WS-CONTROL-TOTALS.
           05 WS-CNT-READ          PIC 9(07) VALUE 0.
           05 WS-CNT-WRITE         PIC 9(07) VALUE 0.
           05 WS-CNT-RC23-LIMIT    PIC 9(07) VALUE 0.
           05 WS-CNT-RC30-LIMIT    PIC 9(07) VALUE 0.
           05 WS-CNT-RC31-BALANCE  PIC 9(07) VALUE 0.
           05 WS-CNT-TRANSFER      PIC 9(07) VALUE 0.
           05 WS-CNT-RC23-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC24-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC28-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC31-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC32-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC33-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC34-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC35-TRANSFER PIC 9(07) VALUE 0.
           05 WS-CNT-RC36-WRITE    PIC 9(07) VALUE 0.
       01  WS-TRAILER-DET.
           05 TRL-LABEL            PIC X(25).
           05 FILLER               PIC X(05) VALUE SPACES.
              MOVE INP-ISLEM-TIPI TO   WS-SUB-FUNC
              IF WS-FUNC-NAMELOOKUP
                 MOVE ZEROS       TO   WS-SUB-ID
                 IF INP-DVZ IS NUMERIC
                    MOVE INP-DVZ  TO   WS-SUB-DVZ
                 ELSE
                    MOVE ZEROS    TO   WS-SUB-DVZ
                 END-IF
              ELSE
                 MOVE INP-ID      TO   WS-SUB-ID
                 MOVE INP-DVZ     TO   WS-SUB-DVZ
              MOVE INP-LNAME      TO   WS-OPEN-LNAME
              MOVE INP-DATE       TO   WS-OPEN-DATE
              MOVE INP-BALANCE    TO   WS-OPEN-BALANCE
              IF INP-MUSTERI-NO IS NUMERIC
                 MOVE INP-MUSTERI-NO-N TO WS-OPEN-MUSTERI
              ELSE
                 MOVE ZEROS       TO   WS-OPEN-MUSTERI
              END-IF
              IF WS-ISLEM-TIPI-VALID
                 PERFORM H300-SUBPROG
              ELSE
                          MOVE 'DOVIZ YENI ISLEME KAPALI'
                                               TO OUT-ACIKLAMA
                       ELSE
                          IF WS-SUB-RC = 36
                             ADD 1 TO WS-CNT-RC36-WRITE
                          END-IF
                          MOVE WS-SUB-DATA     TO OUT-ACIKLAMA
                       END-IF
                    END-IF
                    MOVE WS-SUB-DATA        TO OUT-ACIKLAMA
                 END-IF
                 SET WS-FUNC-LIMIT TO TRUE
                 MOVE 'LIMIT' TO OUT-ISLEM-TIPI,
              WHEN 'T'
                 ADD 1 TO WS-CNT-TRANSFER
                 IF WS-SUB-RC = 24
                    ADD 1 TO WS-CNT-RC24-TRANSFER
                    MOVE 'GECERSIZ DOVIZ KODU' TO OUT-ACIKLAMA
                 ELSE
                    IF WS-SUB-RC = 23
                       ADD 1 TO WS-CNT-RC23-TRANSFER
                       IF WS-SUB-DATA = SPACES
                          MOVE 'KAYIT BULUNAMADI' TO WS-SUB-DATA
                       END-IF
                    END-IF
                    IF WS-SUB-RC = 28
                       ADD 1 TO WS-CNT-RC28-TRANSFER
                    END-IF
                    IF WS-SUB-RC = 31
                       ADD 1 TO WS-CNT-RC31-TRANSFER
                    END-IF
                    IF WS-SUB-RC = 32
                       ADD 1 TO WS-CNT-RC32-TRANSFER
                    END-IF
                    IF WS-SUB-RC = 33
                       ADD 1 TO WS-CNT-RC33-TRANSFER
                    END-IF
                    IF WS-SUB-RC = 34
                       ADD 1 TO WS-CNT-RC34-TRANSFER
                    END-IF
                    IF WS-SUB-RC = 35
                       ADD 1 TO WS-CNT-RC35-TRANSFER
                    END-IF
                    MOVE WS-SUB-DATA        TO OUT-ACIKLAMA
                 END-IF
                 SET WS-FUNC-TRANSFER TO TRUE
                 MOVE 'TRANSFER' TO OUT-ISLEM-TIPI
           END-EVALUATE.
           WRITE OUT-REC.
       H999-PROGRAM-EXIT.
           MOVE 'BAL-ADJ RC31 (OVER LIMIT)' TO TRL-LABEL.
           MOVE WS-CNT-RC31-BALANCE   TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFERS'           TO TRL-LABEL.
           MOVE WS-CNT-TRANSFER       TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC23 (NOT FOUND)' TO TRL-LABEL.
           MOVE WS-CNT-RC23-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC24 (BAD DVZ)' TO TRL-LABEL.
           MOVE WS-CNT-RC24-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC28 (ON HOLD)' TO TRL-LABEL.
           MOVE WS-CNT-RC28-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC31 (LIMIT)' TO TRL-LABEL.
           MOVE WS-CNT-RC31-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC32 (AMOUNT)' TO TRL-LABEL.
           MOVE WS-CNT-RC32-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC33 (SAME ACCT)' TO TRL-LABEL.
           MOVE WS-CNT-RC33-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC34 (NO RATE)' TO TRL-LABEL.
           MOVE WS-CNT-RC34-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'TRANSFER RC35 (REVERSED)' TO TRL-LABEL.
           MOVE WS-CNT-RC35-TRANSFER  TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
           MOVE 'WRITE RC36 (CUSTOMER)' TO TRL-LABEL.
           MOVE WS-CNT-RC36-WRITE     TO TRL-COUNT.
           WRITE OUT-REC FROM WS-TRAILER-DET.
