       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT FEE-FILE
              ASSIGN TO FEEFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FEE-KEY
              FILE STATUS IS FEE-ST.
           SELECT GLM-FILE
              ASSIGN TO GLMFILE
              FILE STATUS IS GLM-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT REP-FILE
              ASSIGN TO CHGRPT
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

       FD  FEE-FILE.
       01  FEE-REC.
           03 FEE-KEY.
              05 FEE-DVZ            PIC S9(3) COMP.
              05 FEE-TIP            PIC X(01).
                 88 FEE-TIP-BAKIM             VALUE 'M'.
                 88 FEE-TIP-LIMIT             VALUE 'O'.
                 88 FEE-TIP-BLOKE             VALUE 'H'.
           03 FEE-ACIKLAMA          PIC X(20).
           03 FEE-TUTAR             PIC S9(13)V99 COMP-3.
           03 FEE-DURUM             PIC X(01).
              88 FEE-KAPALI                   VALUE 'K'.
           03 FEE-KAPANIS-TARIHI    PIC 9(08).

       FD  GLM-FILE RECORDING MODE F.
       01  GLM-REC.
           03 GLM-FUNC              PIC X(01).
           03 GLM-DVZ               PIC X(03).
           03 GLM-DVZ-N REDEFINES GLM-DVZ
                                    PIC 9(03).
           03 GLM-DR-HESAP          PIC X(08).
           03 GLM-CR-HESAP          PIC X(08).

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
           05 FEE-ST                PIC 9(02).
              88 FEE-ST-SUCC                  VALUE 00 97.
           05 GLM-ST                PIC 9(02).
              88 GLM-EOF                      VALUE 10.
              88 GLM-SUCCESS                  VALUE 00 97.
           05 JRN-ST                PIC 9(02).
              88 JRN-ST-SUCC                  VALUE 00 97.
              88 JRN-ST-NOFILE                VALUE 35.
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
           05 WS-SON-DVZ            PIC S9(3) COMP VALUE -1.
       01  WS-TARIFE-AREA.
           05 WS-TRF-BAKIM          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TRF-LIMIT          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TRF-BLOKE          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TRF-ARANAN         PIC X(01).
           05 WS-TRF-BULUNAN        PIC S9(13)V99 COMP-3.
       01  WS-UCRET-AREA.
           05 WS-UCR-MAX            PIC 9(01) COMP VALUE 0.
           05 WS-UCR-SUB            PIC 9(01) COMP.
           05 WS-UCR-ENTRY OCCURS 3 TIMES.
              10 WS-UCR-TIP         PIC X(01).
              10 WS-UCR-TUTAR       PIC S9(13)V99 COMP-3.
           05 WS-UCR-TOPLAM         PIC S9(13)V99 COMP-3.
           05 WS-ESKI-BAKIYE        PIC S9(13)V99 COMP-3.
           05 WS-CALISAN-BAKIYE     PIC S9(13)V99 COMP-3.
       01  WS-UCRET-REF.
           05 FILLER                PIC X(04)  VALUE 'FEE-'.
           05 WS-REF-TIP            PIC X(01).
           05 FILLER                PIC X(01)  VALUE '-'.
           05 WS-REF-DONEM          PIC 9(06).
           05 FILLER                PIC X(06)  VALUE SPACES.
       01  WS-DVZ-TABLE.
           05 WS-TAB-ENTRY OCCURS 100 TIMES.
              10 WS-TAB-DVZ         PIC S9(3)  COMP.
              10 WS-TAB-ADET        PIC 9(07).
              10 WS-TAB-BAKIM       PIC S9(13)V99 COMP-3.
              10 WS-TAB-LIMIT       PIC S9(13)V99 COMP-3.
              10 WS-TAB-BLOKE       PIC S9(13)V99 COMP-3.
              10 WS-TAB-TOPLAM      PIC S9(13)V99 COMP-3.
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
           05 WS-SWAP-BAKIM         PIC S9(13)V99 COMP-3.
           05 WS-SWAP-LIMIT         PIC S9(13)V99 COMP-3.
           05 WS-SWAP-BLOKE         PIC S9(13)V99 COMP-3.
           05 WS-SWAP-TOPLAM        PIC S9(13)V99 COMP-3.
       01  WS-ESLEME-AREA.
           05 WS-ESL-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-ESL-SUB            PIC 9(03) COMP.
           05 WS-ESL-DVZ            PIC 9(03) OCCURS 100 TIMES.
           05 WS-ESLEME-BULUNDU     PIC X(01).
              88 WS-ESLEME-BULUNDU-YES        VALUE 'Y'.
       01  WS-CHG-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-UCRETLI        PIC 9(07) VALUE 0.
           05 WS-CNT-UCRETSIZ       PIC 9(07) VALUE 0.
           05 WS-CNT-BAKIM          PIC 9(07) VALUE 0.
           05 WS-CNT-LIMIT          PIC 9(07) VALUE 0.
           05 WS-CNT-BLOKE          PIC 9(07) VALUE 0.
           05 WS-CNT-ESLEMESIZ      PIC 9(07) VALUE 0.

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
              'MONTHLY SERVICE CHARGE REGISTER'.
           05 FILLER                PIC X(08)  VALUE 'PERIOD:'.
           05 HD1-DONEM             PIC 9(06).
           05 FILLER                PIC X(72)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE 'ACCT ID'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'DVZ'.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 FILLER                PIC X(12)  VALUE 'FEE TYPE'.
           05 FILLER                PIC X(16)  VALUE 'OLD BALANCE'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'FEE'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'NEW BALANCE'.
           05 FILLER                PIC X(44)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-ID                PIC ZZZZ9.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-DVZ               PIC ZZ9.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-TIP               PIC X(12).
           05 DET-ESKI              PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-UCRET             PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-YENI              PIC -(12)9.99.
           05 FILLER                PIC X(44)  VALUE SPACES.
       01  WS-DVZ-HEAD-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'DVZ'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE '   FEES'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE
              '     MAINTENANCE'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE
              '       OVERDRAFT'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE
              '            HOLD'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE
              '           TOTAL'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'GL MAPPING'.
           05 FILLER                PIC X(29)  VALUE SPACES.
       01  WS-DVZ-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DVT-DVZ               PIC ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DVT-ADET              PIC ZZZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DVT-BAKIM             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DVT-LIMIT             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DVT-BLOKE             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DVT-TOPLAM            PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DVT-ESLEME            PIC X(14).
           05 FILLER                PIC X(29)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-KONTROL.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-LOAD-MAPPING UNTIL GLM-EOF.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H700-SORT-TABLE.
           PERFORM H750-PRINT-DVZ-TOTALS.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN INPUT FEE-FILE.
           IF NOT FEE-ST-SUCC
              DISPLAY 'UCRET DOSYASI ACILMADI : ' FEE-ST
              STOP RUN
           END-IF.
           OPEN INPUT GLM-FILE.
           IF NOT GLM-SUCCESS
              DISPLAY 'ESLEME DOSYASI ACILMADI : ' GLM-ST
              STOP RUN
           END-IF.
           OPEN EXTEND JRN-FILE.
           IF JRN-ST-NOFILE
              OPEN OUTPUT JRN-FILE
           END-IF.
           IF NOT JRN-ST-SUCC
              DISPLAY 'YEVMIYE DOSYASI ACILMADI : ' JRN-ST
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
                 IF GLM-FUNC = 'S' AND GLM-DVZ IS NUMERIC
                    IF WS-ESL-MAX = 100
                       DISPLAY 'ESLEME TABLOSU DOLDU'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-ESL-MAX
                    MOVE GLM-DVZ-N TO WS-ESL-DVZ (WS-ESL-MAX)
                 END-IF
           END-READ.

       H150-PRINT-HEADERS.
           MOVE WS-RUN-DONEM TO HD1-DONEM.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-OKUNAN
                 PERFORM H300-ASSESS-FEES
           END-READ.

       H300-ASSESS-FEES.
           PERFORM H400-GET-SCHEDULE.
           MOVE 0 TO WS-UCR-MAX.
           MOVE 0 TO WS-UCR-TOPLAM.
           MOVE IDX-BALANCE TO WS-ESKI-BAKIYE.
           IF WS-TRF-BAKIM > 0
              MOVE 'M'          TO WS-TRF-ARANAN
              MOVE WS-TRF-BAKIM TO WS-TRF-BULUNAN
              PERFORM H350-ADD-FEE
           END-IF.
           IF WS-TRF-LIMIT > 0
              AND IDX-BALANCE + IDX-LIMIT < 0
              MOVE 'O'          TO WS-TRF-ARANAN
              MOVE WS-TRF-LIMIT TO WS-TRF-BULUNAN
              PERFORM H350-ADD-FEE
           END-IF.
           IF WS-TRF-BLOKE > 0
              AND IDX-BLOKELI
              MOVE 'H'          TO WS-TRF-ARANAN
              MOVE WS-TRF-BLOKE TO WS-TRF-BULUNAN
              PERFORM H350-ADD-FEE
           END-IF.
           IF WS-UCR-MAX = 0
              ADD 1 TO WS-CNT-UCRETSIZ
           ELSE
              SUBTRACT WS-UCR-TOPLAM FROM IDX-BALANCE
              REWRITE IDX-REC
                 INVALID KEY
                    DISPLAY 'UCRET KAYDI YAZILAMADI : '
                       IDX-ID ' ' IDX-DVZ
                    STOP RUN
                 NOT INVALID
                    ADD 1 TO WS-CNT-UCRETLI
                    MOVE IDX-DVZ TO WS-ARA-DVZ
                    PERFORM H800-FIND-DVZ
                    MOVE WS-ESKI-BAKIYE TO WS-CALISAN-BAKIYE
                    PERFORM H500-POST-FEE
                       VARYING WS-UCR-SUB FROM 1 BY 1
                       UNTIL WS-UCR-SUB > WS-UCR-MAX
              END-REWRITE
           END-IF.

       H350-ADD-FEE.
           ADD 1 TO WS-UCR-MAX.
           MOVE WS-TRF-ARANAN  TO WS-UCR-TIP   (WS-UCR-MAX).
           MOVE WS-TRF-BULUNAN TO WS-UCR-TUTAR (WS-UCR-MAX).
           ADD WS-TRF-BULUNAN  TO WS-UCR-TOPLAM.

       H400-GET-SCHEDULE.
           IF IDX-DVZ NOT = WS-SON-DVZ
              MOVE 'M' TO WS-TRF-ARANAN
              PERFORM H450-READ-FEE
              MOVE WS-TRF-BULUNAN TO WS-TRF-BAKIM
              MOVE 'O' TO WS-TRF-ARANAN
              PERFORM H450-READ-FEE
              MOVE WS-TRF-BULUNAN TO WS-TRF-LIMIT
              MOVE 'H' TO WS-TRF-ARANAN
              PERFORM H450-READ-FEE
              MOVE WS-TRF-BULUNAN TO WS-TRF-BLOKE
              MOVE IDX-DVZ TO WS-SON-DVZ
           END-IF.

       H450-READ-FEE.
           MOVE IDX-DVZ       TO FEE-DVZ.
           MOVE WS-TRF-ARANAN TO FEE-TIP.
           READ FEE-FILE
              INVALID KEY
                 MOVE 0 TO WS-TRF-BULUNAN
              NOT INVALID
                 IF FEE-KAPALI
                    MOVE 0         TO WS-TRF-BULUNAN
                 ELSE
                    MOVE FEE-TUTAR TO WS-TRF-BULUNAN
                 END-IF
           END-READ.

       H500-POST-FEE.
           MOVE IDX-ID          TO JRN-ID.
           MOVE IDX-DVZ         TO JRN-DVZ.
           MOVE 'S'             TO JRN-FUNC.
           COMPUTE JRN-AMOUNT = 0 - WS-UCR-TUTAR (WS-UCR-SUB).
           MOVE WS-CALISAN-BAKIYE TO JRN-BAL-FROM.
           MOVE WS-CALISAN-BAKIYE TO DET-ESKI.
           SUBTRACT WS-UCR-TUTAR (WS-UCR-SUB) FROM WS-CALISAN-BAKIYE.
           MOVE WS-CALISAN-BAKIYE TO JRN-BAL-TO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP.
           MOVE WS-UCR-TIP (WS-UCR-SUB) TO WS-REF-TIP.
           MOVE WS-RUN-DONEM    TO WS-REF-DONEM.
           MOVE WS-UCRET-REF    TO JRN-REF.
           MOVE 0               TO JRN-KARSI-ID.
           MOVE 0               TO JRN-KARSI-DVZ.
           MOVE 'N'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           WRITE JRN-REC.
           ADD 1 TO WS-TAB-ADET (WS-BUL-SUB).
           ADD WS-UCR-TUTAR (WS-UCR-SUB) TO WS-TAB-TOPLAM (WS-BUL-SUB).
           EVALUATE WS-UCR-TIP (WS-UCR-SUB),
              WHEN 'M'
                 ADD 1 TO WS-CNT-BAKIM
                 ADD WS-UCR-TUTAR (WS-UCR-SUB)
                    TO WS-TAB-BAKIM (WS-BUL-SUB)
                 MOVE 'MAINTENANCE ' TO DET-TIP,
              WHEN 'O'
                 ADD 1 TO WS-CNT-LIMIT
                 ADD WS-UCR-TUTAR (WS-UCR-SUB)
                    TO WS-TAB-LIMIT (WS-BUL-SUB)
                 MOVE 'OVERDRAFT   ' TO DET-TIP,
              WHEN 'H'
                 ADD 1 TO WS-CNT-BLOKE
                 ADD WS-UCR-TUTAR (WS-UCR-SUB)
                    TO WS-TAB-BLOKE (WS-BUL-SUB)
                 MOVE 'HOLD        ' TO DET-TIP
           END-EVALUATE.
           MOVE IDX-ID          TO DET-ID.
           MOVE IDX-DVZ         TO DET-DVZ.
           MOVE WS-UCR-TUTAR (WS-UCR-SUB) TO DET-UCRET.
           MOVE WS-CALISAN-BAKIYE TO DET-YENI.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H700-SORT-TABLE.
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

       H750-PRINT-DVZ-TOTALS.
           WRITE REP-REC FROM WS-DVZ-HEAD-LINE AFTER ADVANCING 3.
           PERFORM H760-PRINT-DVZ-LINE
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-TAB-MAX.

       H760-PRINT-DVZ-LINE.
           MOVE WS-TAB-DVZ    (WS-TAB-SUB) TO DVT-DVZ.
           MOVE WS-TAB-ADET   (WS-TAB-SUB) TO DVT-ADET.
           MOVE WS-TAB-BAKIM  (WS-TAB-SUB) TO DVT-BAKIM.
           MOVE WS-TAB-LIMIT  (WS-TAB-SUB) TO DVT-LIMIT.
           MOVE WS-TAB-BLOKE  (WS-TAB-SUB) TO DVT-BLOKE.
           MOVE WS-TAB-TOPLAM (WS-TAB-SUB) TO DVT-TOPLAM.
           MOVE 'N' TO WS-ESLEME-BULUNDU.
           PERFORM VARYING WS-ESL-SUB FROM 1 BY 1
              UNTIL WS-ESL-SUB > WS-ESL-MAX
                 OR WS-ESLEME-BULUNDU-YES
              IF WS-ESL-DVZ (WS-ESL-SUB) = WS-TAB-DVZ (WS-TAB-SUB)
                 SET WS-ESLEME-BULUNDU-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ESLEME-BULUNDU-YES
              MOVE 'MAPPED'         TO DVT-ESLEME
           ELSE
              MOVE 'NO GL MAPPING'  TO DVT-ESLEME
              ADD 1 TO WS-CNT-ESLEMESIZ
           END-IF.
           WRITE REP-REC FROM WS-DVZ-LINE AFTER ADVANCING 1.

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
              MOVE WS-ARA-DVZ TO WS-TAB-DVZ    (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-ADET   (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-BAKIM  (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-LIMIT  (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-BLOKE  (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-TOPLAM (WS-TAB-MAX)
              MOVE WS-TAB-MAX TO WS-BUL-SUB
           END-IF.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** ASSESSMENT TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'ACCOUNTS READ'             TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS CHARGED'          TO TRL-LABEL.
           MOVE WS-CNT-UCRETLI              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS WITH NO FEE'      TO TRL-LABEL.
           MOVE WS-CNT-UCRETSIZ             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'MAINTENANCE FEES'          TO TRL-LABEL.
           MOVE WS-CNT-BAKIM                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'OVERDRAFT FEES'            TO TRL-LABEL.
           MOVE WS-CNT-LIMIT                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'HOLD FEES'                 TO TRL-LABEL.
           MOVE WS-CNT-BLOKE                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CURRENCIES WITHOUT GL MAPPING' TO TRL-LABEL.
           MOVE WS-CNT-ESLEMESIZ            TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE FEE-FILE.
           CLOSE GLM-FILE.
           CLOSE JRN-FILE.
           MOVE 'K'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
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
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-DONEM.
           PERFORM H060-READ-OVERRIDE.
           MOVE 'CHGPROG ' TO RUN-PROG.
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
              DISPLAY 'CHGPROG BU DONEMDE ZATEN CALISTI : '
                 WS-RUN-DONEM
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CHGPROG ' TO RUN-PROG.
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
           MOVE 'CHGPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID
                 MOVE 'T' TO RUN-DURUM
                 MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ZAMAN
                 REWRITE RUN-REC
           END-READ.
           CLOSE RUN-FILE.
