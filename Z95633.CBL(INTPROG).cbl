           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  CUR-FILE.
       01  CUR-REC.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).
           05 WS-CNT-SIFIR          PIC 9(07) VALUE 0.
           05 WS-TOPLAM-FAIZ        PIC S9(13)V99 COMP-3 VALUE 0.

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
           05 FILLER                PIC X(45)  VALUE
           MOVE WS-ESKI-BAKIYE  TO JRN-BAL-FROM.
           MOVE IDX-BALANCE     TO JRN-BAL-TO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP.
           MOVE SPACES          TO JRN-REF.
           MOVE 0               TO JRN-KARSI-ID.
           MOVE 0               TO JRN-KARSI-DVZ.
           MOVE 'N'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           WRITE JRN-REC.

       H600-PRINT-DETAIL.
           CLOSE IDX-FILE.
           CLOSE CUR-FILE.
           CLOSE JRN-FILE.
           MOVE 'K'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           CLOSE REP-FILE.
           PERFORM H990-RUN-BITIS.

