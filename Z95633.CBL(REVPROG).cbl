       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT RAT-FILE
              ASSIGN TO RATFILE
              FILE STATUS IS RAT-ST.
           SELECT RVL-FILE
              ASSIGN TO RVLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RVL-DVZ
              FILE STATUS IS RVL-ST.
           SELECT GLM-FILE
              ASSIGN TO GLMFILE
              FILE STATUS IS GLM-ST.
           SELECT GLI-FILE
              ASSIGN TO RVLGLI
              FILE STATUS IS GLI-ST.
           SELECT REP-FILE
              ASSIGN TO RVLRPT
              FILE STATUS IS REP-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RUN-PROG
              FILE STATUS IS RUN-ST.
           SELECT OVR-FILE
              ASSIGN TO OVRFILE
              FILE STATUS IS OVR-ST.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RAT-FILE RECORDING MODE F.
       01  RAT-REC.
           03 RAT-DATE              PIC 9(08).
           03 RAT-DVZ               PIC 9(03).
           03 RAT-RATE              PIC 9(07)V9(06).

       FD  RVL-FILE.
       01  RVL-REC.
           03 RVL-DVZ               PIC 9(03).
           03 RVL-ORAN              PIC 9(07)V9(06).
           03 RVL-KUR-TARIH         PIC 9(08).
           03 RVL-DONEM             PIC 9(06).
           03 RVL-POZISYON          PIC S9(13)V99 COMP-3.
           03 RVL-ZAMAN             PIC X(14).

       FD  GLM-FILE RECORDING MODE F.
       01  GLM-REC.
           03 GLM-FUNC              PIC X(01).
           03 GLM-DVZ               PIC X(03).
           03 GLM-DVZ-N REDEFINES GLM-DVZ
                                    PIC 9(03).
           03 GLM-DR-HESAP          PIC X(08).
           03 GLM-DR-HESAP-N REDEFINES GLM-DR-HESAP
                                    PIC 9(08).
           03 GLM-CR-HESAP          PIC X(08).
           03 GLM-CR-HESAP-N REDEFINES GLM-CR-HESAP
                                    PIC 9(08).

       FD  GLI-FILE RECORDING MODE F.
       01  GLI-REC                  PIC X(80).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       FD  RUN-FILE.
       01  RUN-REC.
           03 RUN-PROG              PIC X(08).
           03 RUN-DURUM             PIC X(01).
              88 RUN-TAMAM                    VALUE 'T'.
           03 RUN-IS-TARIH          PIC 9(08).
           03 RUN-DONEM             PIC 9(06).
           03 RUN-ZAMAN             PIC X(14).

       FD  OVR-FILE RECORDING MODE F.
       01  OVR-REC                  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                PIC 9(02).
              88 IDX-EOF                      VALUE 10.
              88 IDX-SUCCESS                  VALUE 00 97.
           05 RAT-ST                PIC 9(02).
              88 RAT-EOF                      VALUE 10.
              88 RAT-SUCCESS                  VALUE 00 97.
           05 RVL-ST                PIC 9(02).
              88 RVL-ST-SUCC                  VALUE 00 97.
              88 RVL-ST-NOFILE                VALUE 35.
           05 GLM-ST                PIC 9(02).
              88 GLM-EOF                      VALUE 10.
              88 GLM-SUCCESS                  VALUE 00 97.
           05 GLI-ST                PIC 9(02).
              88 GLI-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCC                     VALUE 00 97.
              88 RUN-NOFILE                   VALUE 35.
           05 OVR-ST                PIC 9(02).
              88 OVR-SUCCESS                  VALUE 00 97.
              88 OVR-NOFILE                   VALUE 35.
           05 WS-RUN-BUGUN          PIC 9(08).
           05 WS-RUN-DONEM          PIC 9(06).
           05 WS-RUN-KAYIT-VAR      PIC X(01).
              88 WS-RUN-KAYIT-VAR-YES         VALUE 'Y'.
           05 WS-OVR-VAR            PIC X(01) VALUE 'N'.
              88 WS-OVR-VAR-YES               VALUE 'Y'.
           05 WS-CLS-TAMAM          PIC X(01) VALUE 'N'.
              88 WS-CLS-TAMAM-YES             VALUE 'Y'.
           05 WS-RVL-VAR            PIC X(01).
              88 WS-RVL-VAR-YES               VALUE 'Y'.
           05 WS-DONEM-SON-TARIH    PIC 9(08).
           05 WS-BAZ-DVZ            PIC 9(03) VALUE 949.
       01  WS-KUR-AREA.
           05 WS-KUR-TARIH          PIC 9(08) VALUE 0.
           05 WS-KUR-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-KUR-SUB            PIC 9(03) COMP.
           05 WS-KUR-BUL            PIC 9(03) COMP.
           05 WS-KUR-ATLANAN        PIC 9(05) VALUE 0.
           05 WS-KUR-BULUNDU        PIC X(01).
              88 WS-KUR-BULUNDU-YES           VALUE 'Y'.
           05 WS-KUR-ENTRY OCCURS 100 TIMES.
              10 WS-KUR-DVZ         PIC 9(03).
              10 WS-KUR-ORAN        PIC 9(07)V9(06) COMP-3.
       01  WS-ESLEME-AREA.
           05 WS-ESL-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-ESL-SUB            PIC 9(03) COMP.
           05 WS-ESL-BUL            PIC 9(03) COMP.
           05 WS-ESLEME-BULUNDU     PIC X(01).
              88 WS-ESLEME-BULUNDU-YES        VALUE 'Y'.
           05 WS-ESL-ENTRY OCCURS 100 TIMES.
              10 WS-ESL-DVZ         PIC 9(03).
              10 WS-ESL-DR          PIC 9(08).
              10 WS-ESL-CR          PIC 9(08).
       01  WS-DVZ-TABLE.
           05 WS-TAB-ENTRY OCCURS 100 TIMES.
              10 WS-TAB-DVZ         PIC S9(3)  COMP.
              10 WS-TAB-ADET        PIC 9(07).
              10 WS-TAB-POZISYON    PIC S9(13)V99 COMP-3.
       01  WS-TAB-MAX               PIC 9(03) COMP VALUE 0.
       01  WS-TAB-SUB               PIC 9(03) COMP.
       01  WS-TAB-SUB2              PIC 9(03) COMP.
       01  WS-BUL-SUB               PIC 9(03) COMP.
       01  WS-ARA-DVZ               PIC S9(3) COMP.
       01  WS-BULUNDU               PIC X(01).
           88 WS-BULUNDU-YES                  VALUE 'Y'.
       01  WS-SWAP-ENTRY.
           05 WS-SWAP-DVZ           PIC S9(3)  COMP.
           05 WS-SWAP-ADET          PIC 9(07).
           05 WS-SWAP-POZISYON      PIC S9(13)V99 COMP-3.
       01  WS-DEGERLEME-AREA.
           05 WS-ESKI-ORAN          PIC 9(07)V9(06) COMP-3.
           05 WS-YENI-ORAN          PIC 9(07)V9(06) COMP-3.
           05 WS-FARK               PIC S9(13)V99 COMP-3.
           05 WS-MUTLAK-FARK        PIC 9(13)V99.
       01  WS-DEGERLEME-REF.
           05 FILLER                PIC X(08)  VALUE 'FXREVAL-'.
           05 WS-REF-DVZ            PIC 9(03).
           05 FILLER                PIC X(01)  VALUE '-'.
           05 WS-REF-DONEM          PIC 9(06).
       01  WS-BATCH-AREA.
           05 WS-BATCH-NO           PIC 9(04) VALUE 0.
       01  WS-REV-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-DVZ            PIC 9(07) VALUE 0.
           05 WS-CNT-POSTED         PIC 9(07) VALUE 0.
           05 WS-CNT-DEGISMEZ       PIC 9(07) VALUE 0.
           05 WS-CNT-ILK            PIC 9(07) VALUE 0.
           05 WS-CNT-KURSUZ         PIC 9(07) VALUE 0.
           05 WS-CNT-ESLEMESIZ      PIC 9(07) VALUE 0.
           05 WS-TOPLAM-KAZANC      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOPLAM-ZARAR       PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-GLI-HEADER.
           05 GLH-TYPE              PIC X(01)  VALUE 'H'.
           05 GLH-BATCH             PIC 9(04).
           05 GLH-DVZ               PIC 9(03).
           05 GLH-DATE              PIC 9(08).
           05 FILLER                PIC X(64)  VALUE SPACES.
       01  WS-GLI-DETAIL.
           05 GLD-TYPE              PIC X(01)  VALUE 'D'.
           05 GLD-BATCH             PIC 9(04).
           05 GLD-DR-HESAP          PIC 9(08).
           05 GLD-CR-HESAP          PIC 9(08).
           05 GLD-TUTAR             PIC 9(13)V99.
           05 GLD-ID                PIC 9(05).
           05 GLD-FUNC              PIC X(01).
           05 GLD-TARIH             PIC X(08).
           05 GLD-REF               PIC X(18).
           05 FILLER                PIC X(12)  VALUE SPACES.
       01  WS-GLI-TRAILER.
           05 GLT-TYPE              PIC X(01)  VALUE 'T'.
           05 GLT-BATCH             PIC 9(04).
           05 GLT-ADET              PIC 9(07).
           05 GLT-DR-TOPLAM         PIC 9(13)V99.
           05 GLT-CR-TOPLAM         PIC 9(13)V99.
           05 FILLER                PIC X(38)  VALUE SPACES.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'MONTH-END FX REVALUATION REGISTER'.
           05 FILLER                PIC X(08)  VALUE 'PERIOD:'.
           05 HD1-DONEM             PIC 9(06).
           05 FILLER                PIC X(13)  VALUE '   RATE DATE:'.
           05 HD1-KUR-TARIH         PIC 9(08).
           05 FILLER                PIC X(51)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'DVZ'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE '  ACCTS'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE
              '        POSITION'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE '    PRIOR RATE'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE '  CURRENT RATE'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(19)  VALUE
              ' GAIN/(LOSS) IN TRY'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(20)  VALUE 'STATUS'.
           05 FILLER                PIC X(26)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-DVZ               PIC ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ADET              PIC ZZZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-POZISYON          PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ESKI-ORAN         PIC ZZZZZZ9.999999.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-YENI-ORAN         PIC ZZZZZZ9.999999.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-FARK              PIC -(15)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DURUM             PIC X(20).
           05 FILLER                PIC X(26)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.
       01  WS-TRAILER-TUTAR.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRT-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRT-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(80)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-KONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-MAPPING UNTIL GLM-EOF.
           PERFORM H130-LOAD-RATES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H400-SORT-TABLE.
           PERFORM H500-REVALUE
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-TAB-MAX.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           IF WS-CNT-ESLEMESIZ > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN I-O RVL-FILE.
           IF RVL-ST-NOFILE
              OPEN OUTPUT RVL-FILE
              CLOSE RVL-FILE
              OPEN I-O RVL-FILE
           END-IF.
           IF NOT RVL-ST-SUCC
              DISPLAY 'DEGERLEME KUR DOSYASI ACILMADI : ' RVL-ST
              STOP RUN
           END-IF.
           OPEN INPUT GLM-FILE.
           IF NOT GLM-SUCCESS
              DISPLAY 'ESLEME DOSYASI ACILMADI : ' GLM-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT GLI-FILE.
           IF NOT GLI-SUCCESS
              DISPLAY 'GL ARAYUZ DOSYASI ACILMADI : ' GLI-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H120-LOAD-MAPPING.
           READ GLM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF GLM-FUNC = 'R'
                    IF GLM-DVZ NOT NUMERIC
                       OR GLM-DR-HESAP NOT NUMERIC
                       OR GLM-CR-HESAP NOT NUMERIC
                       DISPLAY 'ESLEME KAYDI GECERSIZ : ' GLM-REC
                       STOP RUN
                    END-IF
                    IF WS-ESL-MAX = 100
                       DISPLAY 'ESLEME TABLOSU DOLDU'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ESL-MAX
                    MOVE GLM-DVZ-N      TO WS-ESL-DVZ (WS-ESL-MAX)
                    MOVE GLM-DR-HESAP-N TO WS-ESL-DR  (WS-ESL-MAX)
                    MOVE GLM-CR-HESAP-N TO WS-ESL-CR  (WS-ESL-MAX)
                 END-IF
           END-READ.

       H130-LOAD-RATES.
           COMPUTE WS-DONEM-SON-TARIH = WS-RUN-DONEM * 100 + 31.
           OPEN INPUT RAT-FILE.
           IF NOT RAT-SUCCESS
              DISPLAY 'KUR DOSYASI ACILMIYOR : ' RAT-ST
              STOP RUN
           END-IF.
           PERFORM H135-FIND-RATE-DATE UNTIL RAT-EOF.
           CLOSE RAT-FILE.
           IF WS-KUR-TARIH = 0
              DISPLAY 'DONEM ICIN KUR YOK : ' WS-RUN-DONEM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT RAT-FILE.
           IF NOT RAT-SUCCESS
              DISPLAY 'KUR DOSYASI ACILMIYOR : ' RAT-ST
              STOP RUN
           END-IF.
           PERFORM H140-READ-RATE UNTIL RAT-EOF.
           CLOSE RAT-FILE.

       H135-FIND-RATE-DATE.
           READ RAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RAT-DATE > WS-KUR-TARIH
                    AND RAT-DATE NOT > WS-DONEM-SON-TARIH
                    MOVE RAT-DATE TO WS-KUR-TARIH
                 END-IF
           END-READ.

       H140-READ-RATE.
           READ RAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RAT-DATE NOT = WS-KUR-TARIH
                    ADD 1 TO WS-KUR-ATLANAN
                 ELSE
                    IF WS-KUR-MAX = 100
                       DISPLAY 'KUR TABLOSU DOLDU'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-KUR-MAX
                    MOVE RAT-DVZ  TO WS-KUR-DVZ  (WS-KUR-MAX)
                    MOVE RAT-RATE TO WS-KUR-ORAN (WS-KUR-MAX)
                 END-IF
           END-READ.

       H150-PRINT-HEADERS.
           MOVE WS-RUN-DONEM TO HD1-DONEM.
           MOVE WS-KUR-TARIH TO HD1-KUR-TARIH.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-OKUNAN
                 MOVE IDX-DVZ TO WS-ARA-DVZ
                 PERFORM H800-FIND-DVZ
                 ADD 1           TO WS-TAB-ADET     (WS-BUL-SUB)
                 ADD IDX-BALANCE TO WS-TAB-POZISYON (WS-BUL-SUB)
           END-READ.

       H400-SORT-TABLE.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB >= WS-TAB-MAX
              PERFORM VARYING WS-TAB-SUB2 FROM 1 BY 1
                 UNTIL WS-TAB-SUB2 >= WS-TAB-MAX
                 IF WS-TAB-DVZ (WS-TAB-SUB2) >
                    WS-TAB-DVZ (WS-TAB-SUB2 + 1)
                    MOVE WS-TAB-ENTRY (WS-TAB-SUB2)     TO
                         WS-SWAP-ENTRY
                    MOVE WS-TAB-ENTRY (WS-TAB-SUB2 + 1) TO
                         WS-TAB-ENTRY (WS-TAB-SUB2)
                    MOVE WS-SWAP-ENTRY                  TO
                         WS-TAB-ENTRY (WS-TAB-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       H500-REVALUE.
           ADD 1 TO WS-CNT-DVZ.
           MOVE WS-TAB-DVZ      (WS-TAB-SUB) TO DET-DVZ.
           MOVE WS-TAB-ADET     (WS-TAB-SUB) TO DET-ADET.
           MOVE WS-TAB-POZISYON (WS-TAB-SUB) TO DET-POZISYON.
           MOVE 0 TO DET-ESKI-ORAN.
           MOVE 0 TO DET-YENI-ORAN.
           MOVE 0 TO DET-FARK.
           PERFORM H550-FIND-RATE.
           IF NOT WS-KUR-BULUNDU-YES
              ADD 1 TO WS-CNT-KURSUZ
              MOVE 'NO RATE ON FILE'     TO DET-DURUM
           ELSE
              MOVE WS-KUR-ORAN (WS-KUR-BUL) TO WS-YENI-ORAN
              MOVE WS-YENI-ORAN             TO DET-YENI-ORAN
              PERFORM H560-READ-LAST-RATE
              IF NOT WS-RVL-VAR-YES
                 ADD 1 TO WS-CNT-ILK
                 MOVE WS-YENI-ORAN          TO DET-ESKI-ORAN
                 MOVE 'BASE RATE SET'       TO DET-DURUM
                 PERFORM H700-SAVE-RATE
              ELSE
                 MOVE WS-ESKI-ORAN          TO DET-ESKI-ORAN
                 COMPUTE WS-FARK ROUNDED =
                    WS-TAB-POZISYON (WS-TAB-SUB) *
                    (WS-YENI-ORAN - WS-ESKI-ORAN)
                 MOVE WS-FARK               TO DET-FARK
                 IF WS-FARK = 0
                    ADD 1 TO WS-CNT-DEGISMEZ
                    MOVE 'NO CHANGE'        TO DET-DURUM
                    PERFORM H700-SAVE-RATE
                 ELSE
                    PERFORM H580-FIND-MAPPING
                    IF NOT WS-ESLEME-BULUNDU-YES
                       ADD 1 TO WS-CNT-ESLEMESIZ
                       MOVE 'NO GL MAPPING'  TO DET-DURUM
                    ELSE
                       PERFORM H600-WRITE-BATCH
                       PERFORM H700-SAVE-RATE
                       ADD 1 TO WS-CNT-POSTED
                       IF WS-FARK > 0
                          ADD WS-FARK TO WS-TOPLAM-KAZANC
                          MOVE 'GAIN POSTED'  TO DET-DURUM
                       ELSE
                          ADD WS-FARK TO WS-TOPLAM-ZARAR
                          MOVE 'LOSS POSTED'  TO DET-DURUM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H550-FIND-RATE.
           MOVE 'N' TO WS-KUR-BULUNDU.
           PERFORM VARYING WS-KUR-SUB FROM 1 BY 1
              UNTIL WS-KUR-SUB > WS-KUR-MAX OR WS-KUR-BULUNDU-YES
              IF WS-KUR-DVZ (WS-KUR-SUB) = WS-TAB-DVZ (WS-TAB-SUB)
                 MOVE WS-KUR-SUB TO WS-KUR-BUL
                 SET WS-KUR-BULUNDU-YES TO TRUE
              END-IF
           END-PERFORM.

       H560-READ-LAST-RATE.
           MOVE WS-TAB-DVZ (WS-TAB-SUB) TO RVL-DVZ.
           READ RVL-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RVL-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-RVL-VAR
                 MOVE RVL-ORAN TO WS-ESKI-ORAN
           END-READ.

       H580-FIND-MAPPING.
           MOVE 'N' TO WS-ESLEME-BULUNDU.
           PERFORM VARYING WS-ESL-SUB FROM 1 BY 1
              UNTIL WS-ESL-SUB > WS-ESL-MAX
                 OR WS-ESLEME-BULUNDU-YES
              IF WS-ESL-DVZ (WS-ESL-SUB) = WS-TAB-DVZ (WS-TAB-SUB)
                 SET WS-ESLEME-BULUNDU-YES TO TRUE
                 MOVE WS-ESL-SUB TO WS-ESL-BUL
              END-IF
           END-PERFORM.

       H600-WRITE-BATCH.
           ADD 1 TO WS-BATCH-NO.
           MOVE WS-BATCH-NO             TO GLH-BATCH.
           MOVE WS-BAZ-DVZ              TO GLH-DVZ.
           MOVE WS-KUR-TARIH            TO GLH-DATE.
           WRITE GLI-REC FROM WS-GLI-HEADER.
           MOVE WS-BATCH-NO TO GLD-BATCH.
           IF WS-FARK < 0
              COMPUTE WS-MUTLAK-FARK = 0 - WS-FARK
              MOVE WS-ESL-CR (WS-ESL-BUL) TO GLD-DR-HESAP
              MOVE WS-ESL-DR (WS-ESL-BUL) TO GLD-CR-HESAP
           ELSE
              MOVE WS-FARK TO WS-MUTLAK-FARK
              MOVE WS-ESL-DR (WS-ESL-BUL) TO GLD-DR-HESAP
              MOVE WS-ESL-CR (WS-ESL-BUL) TO GLD-CR-HESAP
           END-IF.
           MOVE WS-MUTLAK-FARK          TO GLD-TUTAR.
           MOVE 0                       TO GLD-ID.
           MOVE 'R'                     TO GLD-FUNC.
           MOVE WS-KUR-TARIH            TO GLD-TARIH.
           MOVE WS-TAB-DVZ (WS-TAB-SUB) TO WS-REF-DVZ.
           MOVE WS-RUN-DONEM            TO WS-REF-DONEM.
           MOVE WS-DEGERLEME-REF        TO GLD-REF.
           WRITE GLI-REC FROM WS-GLI-DETAIL.
           MOVE WS-BATCH-NO             TO GLT-BATCH.
           MOVE 1                       TO GLT-ADET.
           MOVE WS-MUTLAK-FARK          TO GLT-DR-TOPLAM.
           MOVE WS-MUTLAK-FARK          TO GLT-CR-TOPLAM.
           WRITE GLI-REC FROM WS-GLI-TRAILER.

       H700-SAVE-RATE.
           MOVE WS-TAB-DVZ      (WS-TAB-SUB) TO RVL-DVZ.
           MOVE WS-YENI-ORAN                 TO RVL-ORAN.
           MOVE WS-KUR-TARIH                 TO RVL-KUR-TARIH.
           MOVE WS-RUN-DONEM                 TO RVL-DONEM.
           MOVE WS-TAB-POZISYON (WS-TAB-SUB) TO RVL-POZISYON.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RVL-ZAMAN.
           IF WS-RVL-VAR-YES
              REWRITE RVL-REC
                 INVALID KEY
                    DISPLAY 'DEGERLEME KURU YAZILAMADI : ' RVL-DVZ
                    STOP RUN
              END-REWRITE
           ELSE
              WRITE RVL-REC
                 INVALID KEY
                    DISPLAY 'DEGERLEME KURU YAZILAMADI : ' RVL-DVZ
                    STOP RUN
              END-WRITE
           END-IF.

       H800-FIND-DVZ.
           MOVE 'N' TO WS-BULUNDU.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-TAB-MAX OR WS-BULUNDU-YES
              IF WS-TAB-DVZ (WS-TAB-SUB) = WS-ARA-DVZ
                 MOVE WS-TAB-SUB TO WS-BUL-SUB
                 SET WS-BULUNDU-YES TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-BULUNDU-YES
              IF WS-TAB-MAX = 100
                 DISPLAY 'DVZ TABLOSU DOLDU'
                 STOP RUN
              END-IF
              ADD 1 TO WS-TAB-MAX
              MOVE WS-ARA-DVZ TO WS-TAB-DVZ      (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-ADET     (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-POZISYON (WS-TAB-MAX)
              MOVE WS-TAB-MAX TO WS-BUL-SUB
           END-IF.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** REVALUATION TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'ACCOUNTS READ'             TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CURRENCIES PROCESSED'      TO TRL-LABEL.
           MOVE WS-CNT-DVZ                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'REVALUATIONS POSTED'       TO TRL-LABEL.
           MOVE WS-CNT-POSTED               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NO RATE CHANGE'            TO TRL-LABEL.
           MOVE WS-CNT-DEGISMEZ             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'BASE RATES ESTABLISHED'    TO TRL-LABEL.
           MOVE WS-CNT-ILK                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'SKIPPED - NO RATE'         TO TRL-LABEL.
           MOVE WS-CNT-KURSUZ               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'SKIPPED - NO GL MAPPING'   TO TRL-LABEL.
           MOVE WS-CNT-ESLEMESIZ            TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'RATE ROWS OTHER DATES'     TO TRL-LABEL.
           MOVE WS-KUR-ATLANAN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'TOTAL UNREALIZED GAIN'     TO TRT-LABEL.
           MOVE WS-TOPLAM-KAZANC            TO TRT-TUTAR.
           WRITE REP-REC FROM WS-TRAILER-TUTAR AFTER ADVANCING 1.
           MOVE 'TOTAL UNREALIZED LOSS'     TO TRT-LABEL.
           MOVE WS-TOPLAM-ZARAR             TO TRT-TUTAR.
           WRITE REP-REC FROM WS-TRAILER-TUTAR AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE RVL-FILE.
           CLOSE GLM-FILE.
           CLOSE GLI-FILE.
           CLOSE REP-FILE.
           PERFORM H990-RUN-BITIS.

       H050-RUN-KONTROL.
           OPEN I-O RUN-FILE.
           IF RUN-NOFILE
              OPEN OUTPUT RUN-FILE
              CLOSE RUN-FILE
              OPEN I-O RUN-FILE
           END-IF.
           IF NOT RUN-SUCC
              DISPLAY 'KONTROL DOSYASI ACILMADI : ' RUN-ST
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-BUGUN.
           PERFORM H060-READ-OVERRIDE.
           MOVE 'CLSPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CLS-TAMAM
              NOT INVALID
                 IF RUN-TAMAM
                    MOVE 'Y'       TO WS-CLS-TAMAM
                    MOVE RUN-DONEM TO WS-RUN-DONEM
                 END-IF
           END-READ.
           IF NOT WS-CLS-TAMAM-YES
              DISPLAY 'CLSPROG TAMAMLANMADI, DEGERLEME YAPILAMAZ'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'REVPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RUN-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-RUN-KAYIT-VAR
           END-READ.
           IF WS-RUN-KAYIT-VAR-YES
              AND RUN-TAMAM
              AND RUN-DONEM = WS-RUN-DONEM
              AND NOT WS-OVR-VAR-YES
              DISPLAY 'REVPROG BU DONEMDE ZATEN CALISTI : '
                 WS-RUN-DONEM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'REVPROG ' TO RUN-PROG.
           MOVE 'B'           TO RUN-DURUM.
           MOVE WS-RUN-BUGUN  TO RUN-IS-TARIH.
           MOVE WS-RUN-DONEM  TO RUN-DONEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ZAMAN.
           IF WS-RUN-KAYIT-VAR-YES
              REWRITE RUN-REC
           ELSE
              WRITE RUN-REC
           END-IF.

       H060-READ-OVERRIDE.
           OPEN INPUT OVR-FILE.
           IF OVR-SUCCESS
              READ OVR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF OVR-REC = 'OVERRIDE'
                       SET WS-OVR-VAR-YES TO TRUE
                       DISPLAY 'OPERATOR OVERRIDE KABUL EDILDI'
                    END-IF
              END-READ
              CLOSE OVR-FILE
           ELSE
              IF NOT OVR-NOFILE
                 DISPLAY 'OVERRIDE DOSYASI ACILMADI : ' OVR-ST
                 STOP RUN
              END-IF
           END-IF.

       H990-RUN-BITIS.
           MOVE 'REVPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID
                 MOVE 'T' TO RUN-DURUM
                 MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ZAMAN
                 REWRITE RUN-REC
           END-READ.
           CLOSE RUN-FILE.
