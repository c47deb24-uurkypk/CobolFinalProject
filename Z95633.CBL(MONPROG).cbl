       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONPROG.
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
           SELECT MPR-FILE
              ASSIGN TO MONPARM
              FILE STATUS IS MPR-ST.
           SELECT SUP-FILE
              ASSIGN TO SUPFILE
              FILE STATUS IS SUP-ST.
           SELECT ALT-FILE
              ASSIGN TO ALTFILE
              FILE STATUS IS ALT-ST.
           SELECT REP-FILE
              ASSIGN TO MONRPT
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
           03 SRT-TIMESTAMP-P REDEFINES SRT-TIMESTAMP.
              05 SRT-TARIH          PIC 9(08).
              05 SRT-SAAT           PIC 9(06).
           03 SRT-REF               PIC X(18).
           03 SRT-KARSI-ID          PIC 9(05).
           03 SRT-KARSI-DVZ         PIC 9(03).
           03 SRT-SIRA              PIC 9(09).
           03 SRT-HASH              PIC 9(09).

       FD  MPR-FILE RECORDING MODE F.
       01  MPR-REC.
           03 MPR-DVZ               PIC X(03).
           03 MPR-DVZ-N REDEFINES MPR-DVZ
                                    PIC 9(03).
           03 MPR-ESIK              PIC X(15).
           03 MPR-ESIK-N REDEFINES MPR-ESIK
                                    PIC 9(13)V99.
           03 MPR-ALT-ESIK          PIC X(15).
           03 MPR-ALT-ESIK-N REDEFINES MPR-ALT-ESIK
                                    PIC 9(13)V99.
           03 MPR-ADET              PIC X(02).
           03 MPR-ADET-N REDEFINES MPR-ADET
                                    PIC 9(02).
           03 MPR-GUN               PIC X(03).
           03 MPR-GUN-N REDEFINES MPR-GUN
                                    PIC 9(03).
           03 MPR-BUYUK             PIC X(15).
           03 MPR-BUYUK-N REDEFINES MPR-BUYUK
                                    PIC 9(13)V99.
           03 MPR-DONUS             PIC X(03).
           03 MPR-DONUS-N REDEFINES MPR-DONUS
                                    PIC 9(03).

       FD  SUP-FILE RECORDING MODE F.
       01  SUP-REC.
           03 SUP-ID                PIC X(05).
           03 SUP-ID-N REDEFINES SUP-ID
                                    PIC 9(05).
           03 SUP-DVZ               PIC X(03).
           03 SUP-DVZ-N REDEFINES SUP-DVZ
                                    PIC 9(03).
           03 SUP-NEDEN             PIC X(02).
           03 SUP-TARIH             PIC X(08).
           03 SUP-TARIH-N REDEFINES SUP-TARIH
                                    PIC 9(08).

       FD  ALT-FILE RECORDING MODE F.
       01  ALT-REC.
           03 ALT-ID                PIC 9(05).
           03 ALT-DVZ               PIC 9(03).
           03 ALT-NEDEN             PIC X(02).
           03 ALT-FUNC              PIC X(01).
           03 ALT-AMOUNT            PIC S9(13)V99.
           03 ALT-TIMESTAMP         PIC X(14).
           03 ALT-ADET              PIC 9(03).
           03 ALT-TOPLAM            PIC S9(13)V99.
           03 ALT-ILK-ZAMAN         PIC X(14).
           03 ALT-REF               PIC X(18).
           03 ALT-TARIH             PIC 9(08).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 JRN-ST                PIC 9(02).
           05 HIS-ST                PIC 9(02).
           05 SRT-ST                PIC 9(02).
              88 SRT-EOF                      VALUE 10.
              88 SRT-SUCCESS                  VALUE 00 97.
           05 MPR-ST                PIC 9(02).
              88 MPR-EOF                      VALUE 10.
              88 MPR-SUCCESS                  VALUE 00 97.
           05 SUP-ST                PIC 9(02).
              88 SUP-EOF                      VALUE 10.
              88 SUP-SUCCESS                  VALUE 00 97.
              88 SUP-NOFILE                   VALUE 35.
           05 ALT-ST                PIC 9(02).
              88 ALT-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-BUGUN              PIC 9(08).
           05 WS-SUP-VAR            PIC X(01) VALUE 'N'.
              88 WS-SUP-VAR-YES               VALUE 'Y'.
           05 WS-FIRST-REC          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-REC-YES             VALUE 'Y'.
       01  WS-HESAP-AREA.
           05 WS-HES-ID             PIC 9(05) VALUE 0.
           05 WS-HES-DVZ            PIC 9(03) VALUE 0.
           05 WS-HES-BASLIK         PIC X(01).
              88 WS-HES-BASLIK-YES            VALUE 'Y'.
           05 WS-HES-ALARM          PIC 9(05).
           05 WS-PRM-VAR            PIC X(01).
              88 WS-PRM-VAR-YES               VALUE 'Y'.
           05 WS-GUN-NO             PIC 9(07).
           05 WS-MUTLAK             PIC S9(13)V99 COMP-3.
           05 WS-ALACAK-VAR         PIC X(01).
              88 WS-ALACAK-VAR-YES            VALUE 'Y'.
           05 WS-ALACAK-GUN         PIC 9(07).
           05 WS-ALACAK-ZAMAN       PIC X(14).
           05 WS-ALACAK-TUTAR       PIC S9(13)V99 COMP-3.
       01  WS-ALARM-AREA.
           05 WS-ALM-NEDEN          PIC X(02).
           05 WS-ALM-ADET           PIC 9(03).
           05 WS-ALM-TOPLAM         PIC S9(13)V99 COMP-3.
           05 WS-ALM-ILK-ZAMAN      PIC X(14).
           05 WS-ALM-BASTIR         PIC X(01).
              88 WS-ALM-BASTIR-YES            VALUE 'Y'.
       01  WS-PRM-TABLE.
           05 WS-PRM-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-PRM-SUB            PIC 9(03) COMP.
           05 WS-PRM-BUL            PIC 9(03) COMP.
           05 WS-PRM-ENTRY OCCURS 100 TIMES.
              10 WS-PRM-DVZ         PIC 9(03).
              10 WS-PRM-ESIK        PIC S9(13)V99 COMP-3.
              10 WS-PRM-ALT-ESIK    PIC S9(13)V99 COMP-3.
              10 WS-PRM-ADET        PIC 9(02).
              10 WS-PRM-GUN         PIC 9(03).
              10 WS-PRM-BUYUK       PIC S9(13)V99 COMP-3.
              10 WS-PRM-DONUS       PIC 9(03).
       01  WS-SUP-TABLE.
           05 WS-SUP-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-SUP-SUB            PIC 9(03) COMP.
           05 WS-SUP-ENTRY OCCURS 500 TIMES.
              10 WS-SUP-ID          PIC 9(05).
              10 WS-SUP-DVZ         PIC 9(03).
              10 WS-SUP-NEDEN       PIC X(02).
              10 WS-SUP-TARIH       PIC 9(08).
       01  WS-YAKIN-TABLE.
           05 WS-YKN-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-YKN-SUB            PIC 9(03) COMP.
           05 WS-YKN-YENI           PIC 9(03) COMP.
           05 WS-YKN-ENTRY OCCURS 50 TIMES.
              10 WS-YKN-GUN         PIC 9(07).
              10 WS-YKN-ZAMAN       PIC X(14).
              10 WS-YKN-TUTAR       PIC S9(13)V99 COMP-3.
       01  WS-MON-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-KONTROL        PIC 9(07) VALUE 0.
           05 WS-CNT-ATLANAN        PIC 9(07) VALUE 0.
           05 WS-CNT-PRMSIZ         PIC 9(07) VALUE 0.
           05 WS-CNT-A1             PIC 9(07) VALUE 0.
           05 WS-CNT-A2             PIC 9(07) VALUE 0.
           05 WS-CNT-A3             PIC 9(07) VALUE 0.
           05 WS-CNT-BASTIRILAN     PIC 9(07) VALUE 0.
           05 WS-CNT-ALARM          PIC 9(07) VALUE 0.
           05 WS-CNT-HESAP          PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'TRANSACTION MONITORING COMPLIANCE REPORT'.
           05 FILLER                PIC X(11)  VALUE 'RUN DATE:'.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(67)  VALUE SPACES.
       01  WS-HESAP-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE 'ACCOUNT :'.
           05 HSP-ID                PIC 9(05).
           05 FILLER                PIC X(03)  VALUE ' / '.
           05 HSP-DVZ               PIC 9(03).
           05 FILLER                PIC X(110) VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(04)  VALUE 'RSN'.
           05 FILLER                PIC X(32)  VALUE 'DESCRIPTION'.
           05 FILLER                PIC X(16)  VALUE 'TIMESTAMP'.
           05 FILLER                PIC X(04)  VALUE 'FN'.
           05 FILLER                PIC X(16)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(07)  VALUE '  MOVES'.
           05 FILLER                PIC X(16)  VALUE
              '   PATTERN TOTAL'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'FIRST MOVEMENT'.
           05 FILLER                PIC X(20)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-NEDEN             PIC X(02).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ACIKLAMA          PIC X(30).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ZAMAN             PIC X(14).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-FUNC              PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-ADET              PIC ZZ9.
           05 DET-TOPLAM            PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ILK               PIC X(14).
           05 FILLER                PIC X(20)  VALUE SPACES.
       01  WS-HESAP-TOTAL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(17)  VALUE
              'ACCOUNT ALERTS :'.
           05 HST-ADET              PIC ZZZZ9.
           05 FILLER                PIC X(109) VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           PERFORM H100-INITIALIZE.
           PERFORM H150-LOAD-PARAMETERS UNTIL MPR-EOF.
           IF WS-SUP-VAR-YES
              PERFORM H170-LOAD-SUPPRESSION UNTIL SUP-EOF
           END-IF.
           PERFORM H200-READ-SRT.
           PERFORM H300-PROCESS UNTIL SRT-EOF.
           PERFORM H900-FINISH.
           STOP RUN.

       H100-INITIALIZE.
           SORT WORK-FILE
              ON ASCENDING KEY WK-ID WK-DVZ WK-TIMESTAMP
              USING JRN-FILE HIS-FILE
              GIVING SRT-FILE.
           OPEN INPUT SRT-FILE.
           IF NOT SRT-SUCCESS
              DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           OPEN INPUT MPR-FILE.
           IF NOT MPR-SUCCESS
              DISPLAY 'PARAMETRE DOSYASI ACILMADI : ' MPR-ST
              STOP RUN
           END-IF.
           OPEN INPUT SUP-FILE.
           IF SUP-SUCCESS
              SET WS-SUP-VAR-YES TO TRUE
           ELSE
              IF NOT SUP-NOFILE
                 DISPLAY 'BASTIRMA DOSYASI ACILMADI : ' SUP-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT ALT-FILE.
           IF NOT ALT-SUCCESS
              DISPLAY 'ALARM DOSYASI ACILMADI : ' ALT-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.
           MOVE WS-BUGUN TO HD1-TARIH.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.

       H150-LOAD-PARAMETERS.
           READ MPR-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF MPR-DVZ NOT NUMERIC
                    OR MPR-ESIK NOT NUMERIC
                    OR MPR-ALT-ESIK NOT NUMERIC
                    OR MPR-ADET NOT NUMERIC
                    OR MPR-GUN NOT NUMERIC
                    OR MPR-BUYUK NOT NUMERIC
                    OR MPR-DONUS NOT NUMERIC
                    DISPLAY 'PARAMETRE KAYDI GECERSIZ : ' MPR-REC
                    STOP RUN
                 END-IF
                 IF WS-PRM-MAX = 100
                    DISPLAY 'PARAMETRE TABLOSU DOLDU'
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PRM-MAX
                 MOVE MPR-DVZ-N      TO WS-PRM-DVZ      (WS-PRM-MAX)
                 MOVE MPR-ESIK-N     TO WS-PRM-ESIK     (WS-PRM-MAX)
                 MOVE MPR-ALT-ESIK-N TO WS-PRM-ALT-ESIK (WS-PRM-MAX)
                 MOVE MPR-ADET-N     TO WS-PRM-ADET     (WS-PRM-MAX)
                 MOVE MPR-GUN-N      TO WS-PRM-GUN      (WS-PRM-MAX)
                 MOVE MPR-BUYUK-N    TO WS-PRM-BUYUK    (WS-PRM-MAX)
                 MOVE MPR-DONUS-N    TO WS-PRM-DONUS    (WS-PRM-MAX)
           END-READ.

       H170-LOAD-SUPPRESSION.
           READ SUP-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF SUP-ID NOT NUMERIC
                    OR SUP-DVZ NOT NUMERIC
                    OR SUP-TARIH NOT NUMERIC
                    DISPLAY 'BASTIRMA KAYDI GECERSIZ : ' SUP-REC
                    STOP RUN
                 END-IF
                 IF WS-SUP-MAX = 500
                    DISPLAY 'BASTIRMA TABLOSU DOLDU'
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SUP-MAX
                 MOVE SUP-ID-N    TO WS-SUP-ID    (WS-SUP-MAX)
                 MOVE SUP-DVZ-N   TO WS-SUP-DVZ   (WS-SUP-MAX)
                 MOVE SUP-NEDEN   TO WS-SUP-NEDEN (WS-SUP-MAX)
                 MOVE SUP-TARIH-N TO WS-SUP-TARIH (WS-SUP-MAX)
           END-READ.

       H200-READ-SRT.
           READ SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
           END-READ.

       H300-PROCESS.
           ADD 1 TO WS-CNT-OKUNAN.
           IF WS-FIRST-REC-YES
              MOVE 'N' TO WS-FIRST-REC
              PERFORM H350-NEW-ACCOUNT
           ELSE
              IF SRT-ID NOT = WS-HES-ID OR SRT-DVZ NOT = WS-HES-DVZ
                 PERFORM H380-CLOSE-ACCOUNT
                 PERFORM H350-NEW-ACCOUNT
              END-IF
           END-IF.
           IF SRT-FUNC = 'W' OR SRT-FUNC = 'B' OR SRT-FUNC = 'T'
              IF WS-PRM-VAR-YES
                 ADD 1 TO WS-CNT-KONTROL
                 PERFORM H400-CHECK-MOVEMENT
              ELSE
                 ADD 1 TO WS-CNT-PRMSIZ
              END-IF
           ELSE
              ADD 1 TO WS-CNT-ATLANAN
           END-IF.
           PERFORM H200-READ-SRT.

       H350-NEW-ACCOUNT.
           MOVE SRT-ID  TO WS-HES-ID.
           MOVE SRT-DVZ TO WS-HES-DVZ.
           MOVE 'N'     TO WS-HES-BASLIK.
           MOVE 0       TO WS-HES-ALARM.
           MOVE 0       TO WS-YKN-MAX.
           MOVE 'N'     TO WS-ALACAK-VAR.
           MOVE 'N'     TO WS-PRM-VAR.
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
              UNTIL WS-PRM-SUB > WS-PRM-MAX OR WS-PRM-VAR-YES
              IF WS-PRM-DVZ (WS-PRM-SUB) = SRT-DVZ
                 MOVE WS-PRM-SUB TO WS-PRM-BUL
                 SET WS-PRM-VAR-YES TO TRUE
              END-IF
           END-PERFORM.

       H380-CLOSE-ACCOUNT.
           IF WS-HES-BASLIK-YES
              MOVE WS-HES-ALARM TO HST-ADET
              WRITE REP-REC FROM WS-HESAP-TOTAL-LINE
                 AFTER ADVANCING 1
           END-IF.

       H400-CHECK-MOVEMENT.
           COMPUTE WS-GUN-NO = FUNCTION INTEGER-OF-DATE (SRT-TARIH).
           IF SRT-AMOUNT < 0
              COMPUTE WS-MUTLAK = 0 - SRT-AMOUNT
           ELSE
              MOVE SRT-AMOUNT TO WS-MUTLAK
           END-IF.
           IF WS-MUTLAK >= WS-PRM-ESIK (WS-PRM-BUL)
              AND WS-PRM-ESIK (WS-PRM-BUL) > 0
              MOVE 'A1'          TO WS-ALM-NEDEN
              MOVE 1             TO WS-ALM-ADET
              MOVE WS-MUTLAK     TO WS-ALM-TOPLAM
              MOVE SRT-TIMESTAMP TO WS-ALM-ILK-ZAMAN
              PERFORM H600-RAISE-ALERT
           ELSE
              IF WS-MUTLAK >= WS-PRM-ALT-ESIK (WS-PRM-BUL)
                 AND WS-PRM-ALT-ESIK (WS-PRM-BUL) > 0
                 PERFORM H450-NEAR-THRESHOLD
              END-IF
           END-IF.
           IF WS-MUTLAK >= WS-PRM-BUYUK (WS-PRM-BUL)
              AND WS-PRM-BUYUK (WS-PRM-BUL) > 0
              PERFORM H500-CREDIT-DEBIT
           END-IF.

       H450-NEAR-THRESHOLD.
           MOVE 0 TO WS-YKN-YENI.
           PERFORM VARYING WS-YKN-SUB FROM 1 BY 1
              UNTIL WS-YKN-SUB > WS-YKN-MAX
              IF WS-GUN-NO - WS-YKN-GUN (WS-YKN-SUB)
                 < WS-PRM-GUN (WS-PRM-BUL)
                 ADD 1 TO WS-YKN-YENI
                 MOVE WS-YKN-ENTRY (WS-YKN-SUB)
                    TO WS-YKN-ENTRY (WS-YKN-YENI)
              END-IF
           END-PERFORM.
           MOVE WS-YKN-YENI TO WS-YKN-MAX.
           IF WS-YKN-MAX = 50
              PERFORM VARYING WS-YKN-SUB FROM 1 BY 1
                 UNTIL WS-YKN-SUB >= WS-YKN-MAX
                 MOVE WS-YKN-ENTRY (WS-YKN-SUB + 1)
                    TO WS-YKN-ENTRY (WS-YKN-SUB)
              END-PERFORM
              SUBTRACT 1 FROM WS-YKN-MAX
           END-IF.
           ADD 1 TO WS-YKN-MAX.
           MOVE WS-GUN-NO     TO WS-YKN-GUN   (WS-YKN-MAX).
           MOVE SRT-TIMESTAMP TO WS-YKN-ZAMAN (WS-YKN-MAX).
           MOVE WS-MUTLAK     TO WS-YKN-TUTAR (WS-YKN-MAX).
           IF WS-YKN-MAX >= WS-PRM-ADET (WS-PRM-BUL)
              AND WS-PRM-ADET (WS-PRM-BUL) > 0
              MOVE 'A2'          TO WS-ALM-NEDEN
              MOVE WS-YKN-MAX    TO WS-ALM-ADET
              MOVE 0             TO WS-ALM-TOPLAM
              PERFORM VARYING WS-YKN-SUB FROM 1 BY 1
                 UNTIL WS-YKN-SUB > WS-YKN-MAX
                 ADD WS-YKN-TUTAR (WS-YKN-SUB) TO WS-ALM-TOPLAM
              END-PERFORM
              MOVE WS-YKN-ZAMAN (1) TO WS-ALM-ILK-ZAMAN
              PERFORM H600-RAISE-ALERT
              MOVE 0 TO WS-YKN-MAX
           END-IF.

       H500-CREDIT-DEBIT.
           IF SRT-AMOUNT > 0
              SET WS-ALACAK-VAR-YES TO TRUE
              MOVE WS-GUN-NO     TO WS-ALACAK-GUN
              MOVE SRT-TIMESTAMP TO WS-ALACAK-ZAMAN
              MOVE SRT-AMOUNT    TO WS-ALACAK-TUTAR
           ELSE
              IF WS-ALACAK-VAR-YES
                 AND WS-GUN-NO - WS-ALACAK-GUN
                     NOT > WS-PRM-DONUS (WS-PRM-BUL)
                 MOVE 'A3'            TO WS-ALM-NEDEN
                 MOVE 2               TO WS-ALM-ADET
                 MOVE WS-ALACAK-TUTAR TO WS-ALM-TOPLAM
                 MOVE WS-ALACAK-ZAMAN TO WS-ALM-ILK-ZAMAN
                 PERFORM H600-RAISE-ALERT
                 MOVE 'N' TO WS-ALACAK-VAR
              END-IF
           END-IF.

       H600-RAISE-ALERT.
           MOVE 'N' TO WS-ALM-BASTIR.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
              UNTIL WS-SUP-SUB > WS-SUP-MAX OR WS-ALM-BASTIR-YES
              IF WS-SUP-ID (WS-SUP-SUB) = SRT-ID
                 AND WS-SUP-DVZ (WS-SUP-SUB) = SRT-DVZ
                 AND (WS-SUP-NEDEN (WS-SUP-SUB) = SPACES
                  OR WS-SUP-NEDEN (WS-SUP-SUB) = WS-ALM-NEDEN)
                 AND SRT-TARIH NOT > WS-SUP-TARIH (WS-SUP-SUB)
                 SET WS-ALM-BASTIR-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ALM-BASTIR-YES
              ADD 1 TO WS-CNT-BASTIRILAN
           ELSE
              PERFORM H650-WRITE-ALERT
           END-IF.

       H650-WRITE-ALERT.
           MOVE SRT-ID           TO ALT-ID.
           MOVE SRT-DVZ          TO ALT-DVZ.
           MOVE WS-ALM-NEDEN     TO ALT-NEDEN.
           MOVE SRT-FUNC         TO ALT-FUNC.
           MOVE SRT-AMOUNT       TO ALT-AMOUNT.
           MOVE SRT-TIMESTAMP    TO ALT-TIMESTAMP.
           MOVE WS-ALM-ADET      TO ALT-ADET.
           MOVE WS-ALM-TOPLAM    TO ALT-TOPLAM.
           MOVE WS-ALM-ILK-ZAMAN TO ALT-ILK-ZAMAN.
           MOVE SRT-REF          TO ALT-REF.
           MOVE WS-BUGUN         TO ALT-TARIH.
           WRITE ALT-REC.
           ADD 1 TO WS-CNT-ALARM.
           ADD 1 TO WS-HES-ALARM.
           IF NOT WS-HES-BASLIK-YES
              SET WS-HES-BASLIK-YES TO TRUE
              ADD 1 TO WS-CNT-HESAP
              MOVE SRT-ID  TO HSP-ID
              MOVE SRT-DVZ TO HSP-DVZ
              WRITE REP-REC FROM WS-HESAP-LINE AFTER ADVANCING 3
              WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 1
           END-IF.
           EVALUATE WS-ALM-NEDEN,
              WHEN 'A1'
                 ADD 1 TO WS-CNT-A1
                 MOVE 'SINGLE MOVEMENT OVER THRESHOLD' TO DET-ACIKLAMA,
              WHEN 'A2'
                 ADD 1 TO WS-CNT-A2
                 MOVE 'REPEATED NEAR-THRESHOLD MOVES'  TO DET-ACIKLAMA,
              WHEN 'A3'
                 ADD 1 TO WS-CNT-A3
                 MOVE 'LARGE CREDIT THEN LARGE DEBIT'  TO DET-ACIKLAMA
           END-EVALUATE.
           MOVE WS-ALM-NEDEN     TO DET-NEDEN.
           MOVE SRT-TIMESTAMP    TO DET-ZAMAN.
           MOVE SRT-FUNC         TO DET-FUNC.
           MOVE SRT-AMOUNT       TO DET-TUTAR.
           MOVE WS-ALM-ADET      TO DET-ADET.
           MOVE WS-ALM-TOPLAM    TO DET-TOPLAM.
           MOVE WS-ALM-ILK-ZAMAN TO DET-ILK.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H900-FINISH.
           IF NOT WS-FIRST-REC-YES
              PERFORM H380-CLOSE-ACCOUNT
           END-IF.
           PERFORM H950-PRINT-TOTALS.
           CLOSE SRT-FILE.
           CLOSE MPR-FILE.
           IF WS-SUP-VAR-YES
              CLOSE SUP-FILE
           END-IF.
           CLOSE ALT-FILE.
           CLOSE REP-FILE.

       H950-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** MONITORING TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 3.
           MOVE 'JOURNAL RECORDS READ'      TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'MOVEMENTS CHECKED'         TO TRL-LABEL.
           MOVE WS-CNT-KONTROL              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NOT MONITORED (FUNCTION)'  TO TRL-LABEL.
           MOVE WS-CNT-ATLANAN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NO THRESHOLD FOR CURRENCY' TO TRL-LABEL.
           MOVE WS-CNT-PRMSIZ               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'A1 OVER THRESHOLD'         TO TRL-LABEL.
           MOVE WS-CNT-A1                   TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'A2 NEAR-THRESHOLD PATTERN' TO TRL-LABEL.
           MOVE WS-CNT-A2                   TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'A3 CREDIT THEN DEBIT'      TO TRL-LABEL.
           MOVE WS-CNT-A3                   TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ALERTS SUPPRESSED'         TO TRL-LABEL.
           MOVE WS-CNT-BASTIRILAN           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ALERTS WRITTEN'            TO TRL-LABEL.
           MOVE WS-CNT-ALARM                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS WITH ALERTS'      TO TRL-LABEL.
           MOVE WS-CNT-HESAP                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
