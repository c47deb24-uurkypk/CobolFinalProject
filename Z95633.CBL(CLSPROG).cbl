           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-TIMESTAMP-P REDEFINES JRN-TIMESTAMP.
              05 JRN-TARIH          PIC 9(08).
              05 JRN-SAAT           PIC 9(06).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  HIS-FILE RECORDING MODE F.
       01  HIS-REC.
           03 HIS-BAL-FROM          PIC S9(13)V99.
           03 HIS-BAL-TO            PIC S9(13)V99.
           03 HIS-TIMESTAMP         PIC X(14).
           03 HIS-REF               PIC X(18).
           03 HIS-KARSI-ID          PIC 9(05).
           03 HIS-KARSI-DVZ         PIC 9(03).
           03 HIS-SIRA              PIC 9(09).
           03 HIS-HASH              PIC 9(09).

       FD  JRNNEW-FILE RECORDING MODE F.
       01  JRNNEW-REC.
           03 JRNNEW-BAL-FROM       PIC S9(13)V99.
           03 JRNNEW-BAL-TO         PIC S9(13)V99.
           03 JRNNEW-TIMESTAMP      PIC X(14).
           03 JRNNEW-REF            PIC X(18).
           03 JRNNEW-KARSI-ID       PIC 9(05).
           03 JRNNEW-KARSI-DVZ      PIC 9(03).
           03 JRNNEW-SIRA           PIC 9(09).
           03 JRNNEW-HASH           PIC 9(09).

       FD  SNP-FILE RECORDING MODE F.
       01  SNP-REC.
           03 SNP-DVZ               PIC 9(03).
           03 SNP-BALANCE           PIC S9(13)V99.
           03 SNP-DONEM             PIC 9(08).
           03 SNP-FNAME             PIC X(15).
           03 SNP-LNAME             PIC X(15).
           03 SNP-DATE              PIC 9(07).
           03 SNP-SON-ISLEM         PIC 9(07).
           03 SNP-DURUM             PIC X(01).
           03 SNP-LIMIT             PIC S9(13)V99.
           03 SNP-SIRA              PIC 9(09).
           03 SNP-ZAMAN             PIC X(14).
           03 SNP-MUSTERI-NO        PIC 9(07).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 WS-CNT-DEVIR          PIC 9(07) VALUE 0.
           05 WS-CNT-HESAP          PIC 9(07) VALUE 0.
           05 WS-CNT-RESIM          PIC 9(07) VALUE 0.
           05 WS-CNT-SIRA-KOPUK     PIC 9(07) VALUE 0.
       01  WS-SIRA-AREA.
           05 WS-ONCEKI-SIRA        PIC 9(09) VALUE 0.
           05 WS-BEKLENEN-SIRA      PIC 9(09).
           05 WS-RESIM-ZAMAN        PIC X(14).
       01  WS-JRNPROG               PIC X(08) VALUE 'JRNPROG'.
       01  WS-JRN-SIRA-AREA.
           05 WS-JRN-SIRA-FUNC      PIC X(01).
           05 WS-JRN-SIRA-RC        PIC 9(02).
           05 WS-JRN-ONCEKI-HASH    PIC 9(09).
           05 WS-JRN-SON-SIRA       PIC 9(09).
           05 WS-JRN-SON-HASH       PIC 9(09).
           05 WS-JRN-SON-ZAMAN      PIC X(14).

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           IF WS-JRN-VAR-YES
              PERFORM H200-CUT-JOURNAL UNTIL JRN-EOF
           END-IF.
           PERFORM H250-CHECK-CONTROL.
           PERFORM H300-SNAPSHOT UNTIL IDX-EOF.
           PERFORM H500-PRINT-REGISTER.
           PERFORM H900-PRINT-TOTALS.
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-JRN-OKUNAN
                 PERFORM H220-CHECK-SIRA
                 IF JRN-TARIH > WS-DONEM-SON
                    ADD 1 TO WS-CNT-DEVIR
                    MOVE JRN-REC TO JRNNEW-REC
                 END-IF
           END-READ.

       H220-CHECK-SIRA.
           IF WS-ONCEKI-SIRA > 0
              COMPUTE WS-BEKLENEN-SIRA = WS-ONCEKI-SIRA + 1
              IF JRN-SIRA NOT = WS-BEKLENEN-SIRA
                 ADD 1 TO WS-CNT-SIRA-KOPUK
                 DISPLAY 'YEVMIYE SIRA KOPUKLUGU : ' WS-ONCEKI-SIRA
                    ' -> ' JRN-SIRA
              END-IF
           END-IF.
           MOVE JRN-SIRA TO WS-ONCEKI-SIRA.

       H250-CHECK-CONTROL.
           MOVE 'O' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           IF WS-JRN-SIRA-RC = 00
              AND WS-ONCEKI-SIRA NOT = WS-JRN-SON-SIRA
              AND WS-CNT-JRN-OKUNAN > 0
              ADD 1 TO WS-CNT-SIRA-KOPUK
              DISPLAY 'YEVMIYE SON SIRA KONTROL KAYDINA UYMUYOR : '
                 WS-ONCEKI-SIRA ' / ' WS-JRN-SON-SIRA
           END-IF.
           MOVE 'K' TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RESIM-ZAMAN.

       H300-SNAPSHOT.
           READ IDX-FILE NEXT RECORD
              AT END
                 MOVE IDX-DVZ      TO SNP-DVZ
                 MOVE IDX-BALANCE  TO SNP-BALANCE
                 MOVE WS-DONEM-SON TO SNP-DONEM
                 MOVE IDX-FNAME      TO SNP-FNAME
                 MOVE IDX-LNAME      TO SNP-LNAME
                 MOVE IDX-DATE       TO SNP-DATE
                 MOVE IDX-SON-ISLEM  TO SNP-SON-ISLEM
                 MOVE IDX-DURUM      TO SNP-DURUM
                 MOVE IDX-LIMIT      TO SNP-LIMIT
                 MOVE WS-ONCEKI-SIRA TO SNP-SIRA
                 MOVE WS-RESIM-ZAMAN TO SNP-ZAMAN
                 MOVE IDX-MUSTERI-NO TO SNP-MUSTERI-NO
                 WRITE SNP-REC
                 ADD 1 TO WS-CNT-RESIM
                 MOVE IDX-DVZ TO WS-ARA-DVZ
           MOVE 'SNAPSHOTS WRITTEN'         TO TRL-LABEL.
           MOVE WS-CNT-RESIM                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'SEQUENCE BREAKS'           TO TRL-LABEL.
           MOVE WS-CNT-SIRA-KOPUK           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           IF WS-CNT-SIRA-KOPUK > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
