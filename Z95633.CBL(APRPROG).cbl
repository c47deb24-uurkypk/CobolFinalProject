       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE
              ASSIGN TO PNDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PND-NO
              FILE STATUS IS PND-ST.
           SELECT KRR-FILE
              ASSIGN TO KRRFILE
              FILE STATUS IS KRR-ST.
           SELECT VAL-FILE
              ASSIGN TO VALFILE
              FILE STATUS IS VAL-ST.
           SELECT PRM-FILE
              ASSIGN TO APRPARM
              FILE STATUS IS PRM-ST.
           SELECT REP-FILE
              ASSIGN TO APRRPT
              FILE STATUS IS REP-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RUN-PROG
              FILE STATUS IS RUN-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PND-FILE.
       01  PND-REC.
           03 PND-NO                PIC 9(07).
           03 PND-DURUM             PIC X(01).
              88 PND-BEKLIYOR                 VALUE 'P'.
              88 PND-ONAYLANDI                VALUE 'A'.
              88 PND-REDDEDILDI               VALUE 'R'.
              88 PND-SURESI-DOLDU             VALUE 'E'.
           03 PND-KART              PIC X(76).
           03 PND-GIREN             PIC X(08).
           03 PND-GIRIS-TARIH       PIC 9(08).
           03 PND-KARAR-VEREN       PIC X(08).
           03 PND-KARAR-TARIH       PIC 9(08).
           03 PND-ACIKLAMA          PIC X(30).

       FD  KRR-FILE RECORDING MODE F.
       01  KRR-REC.
           03 KRR-ISLEM             PIC X(01).
              88 KRR-ONAY                     VALUE 'A'.
              88 KRR-RED                      VALUE 'R'.
           03 KRR-NO                PIC X(07).
           03 KRR-NO-N REDEFINES KRR-NO
                                    PIC 9(07).
           03 KRR-OPERATOR          PIC X(08).
           03 KRR-ACIKLAMA          PIC X(30).

       FD  VAL-FILE RECORDING MODE F.
       01  VAL-REC                  PIC X(76).

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-GUN               PIC X(03).
           03 PRM-GUN-N REDEFINES PRM-GUN
                                    PIC 9(03).

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 PND-ST                PIC 9(02).
              88 PND-ST-SUCC                  VALUE 00 97.
              88 PND-ST-NOFILE                VALUE 35.
              88 PND-EOF                      VALUE 10.
           05 KRR-ST                PIC 9(02).
              88 KRR-ST-SUCC                  VALUE 00 97.
              88 KRR-ST-NOFILE                VALUE 35.
              88 KRR-EOF                      VALUE 10.
           05 VAL-ST                PIC 9(02).
              88 VAL-ST-SUCC                  VALUE 00 97.
              88 VAL-ST-NOFILE                VALUE 35.
           05 PRM-ST                PIC 9(02).
              88 PRM-SUCCESS                  VALUE 00 97.
              88 PRM-NOFILE                   VALUE 35.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 RUN-ST                PIC 9(02).
              88 RUN-SUCC                     VALUE 00 97.
           05 WS-RUN-KAYIT-VAR      PIC X(01).
              88 WS-RUN-KAYIT-VAR-YES         VALUE 'Y'.
           05 WS-KRR-VAR            PIC X(01) VALUE 'N'.
              88 WS-KRR-VAR-YES               VALUE 'Y'.
           05 WS-PND-SONU           PIC X(01).
              88 WS-PND-SONU-YES              VALUE 'Y'.
           05 WS-PND-OKUNDU         PIC X(01).
              88 WS-PND-OKUNDU-YES            VALUE 'Y'.
           05 WS-BUGUN              PIC 9(08).
           05 WS-SURE-GUN           PIC 9(03) VALUE 5.
           05 WS-YAS-GUN            PIC S9(07).
           05 WS-SONUC              PIC X(28).
       01  WS-KART.
           05 WS-KRT-TIP            PIC X(01).
           05 WS-KRT-ID             PIC X(05).
           05 WS-KRT-DVZ            PIC X(03).
           05 WS-KRT-FNAME          PIC X(15).
           05 WS-KRT-LNAME          PIC X(15).
           05 WS-KRT-DATE           PIC X(07).
           05 WS-KRT-TUTAR          PIC S9(13)V99.
           05 WS-KRT-OPERATOR       PIC X(08).
           05 WS-KRT-MUSTERI        PIC X(07).
       01  WS-APR-TOTALS.
           05 WS-CNT-KART           PIC 9(07) VALUE 0.
           05 WS-CNT-ONAY           PIC 9(07) VALUE 0.
           05 WS-CNT-RED            PIC 9(07) VALUE 0.
           05 WS-CNT-RET            PIC 9(07) VALUE 0.
           05 WS-CNT-SURESI-DOLAN   PIC 9(07) VALUE 0.
           05 WS-CNT-BEKLEYEN       PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'PENDING ITEM APPROVAL RUN  BUSINESS DATE : '.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(20)  VALUE
              '  EXPIRY DAYS : '.
           05 HD1-GUN               PIC ZZ9.
           05 FILLER                PIC X(55)  VALUE SPACES.
       01  WS-SECTION-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 SEC-BASLIK            PIC X(40).
           05 FILLER                PIC X(91)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(09)  VALUE 'PEND NO'.
           05 FILLER                PIC X(03)  VALUE 'TP'.
           05 FILLER                PIC X(11)  VALUE 'ACCOUNT'.
           05 FILLER                PIC X(18)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(10)  VALUE 'MAKER'.
           05 FILLER                PIC X(10)  VALUE 'SUBMITTED'.
           05 FILLER                PIC X(10)  VALUE 'CHECKER'.
           05 FILLER                PIC X(30)  VALUE 'RESULT'.
           05 FILLER                PIC X(30)  VALUE 'COMMENT'.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-NO                PIC X(07).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TIP               PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ID                PIC X(05).
           05 DET-AYRAC             PIC X(01).
           05 DET-DVZ               PIC X(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-GIREN             PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TARIH             PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-KARAR-VEREN       PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SONUC             PIC X(28).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ACIKLAMA          PIC X(30).
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-KONTROL.
           PERFORM H070-READ-PARM.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-START-PND.
           PERFORM H220-EXPIRE UNTIL WS-PND-SONU-YES.
           MOVE 'DECISIONS'          TO SEC-BASLIK.
           PERFORM H160-PRINT-SECTION.
           IF WS-KRR-VAR-YES
              PERFORM H300-PROCESS-KARAR UNTIL KRR-EOF
           END-IF.
           MOVE 'ITEMS AWAITING APPROVAL' TO SEC-BASLIK.
           PERFORM H160-PRINT-SECTION.
           PERFORM H200-START-PND.
           PERFORM H500-LIST-PENDING UNTIL WS-PND-SONU-YES.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H050-RUN-KONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           OPEN I-O RUN-FILE.
           IF NOT RUN-SUCC
              DISPLAY 'KONTROL DOSYASI ACILMADI : ' RUN-ST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'EDITPROG' TO RUN-PROG.
           PERFORM H060-READ-RUN.
           IF NOT WS-RUN-KAYIT-VAR-YES
              OR NOT RUN-TAMAM
              OR RUN-IS-TARIH NOT = WS-BUGUN
              DISPLAY 'EDITPROG ONAYI YOK - ONAY ISLENMEDI'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'MAINPROG' TO RUN-PROG.
           PERFORM H060-READ-RUN.
           IF WS-RUN-KAYIT-VAR-YES
              AND RUN-IS-TARIH = WS-BUGUN
              DISPLAY 'MAINPROG BUGUN CALISTI - ONAY ISLENMEDI'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H065-RUN-STAMP-START.

       H060-READ-RUN.
           READ RUN-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RUN-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-RUN-KAYIT-VAR
           END-READ.

       H065-RUN-STAMP-START.
           MOVE 'APRPROG ' TO RUN-PROG.
           PERFORM H060-READ-RUN.
           MOVE 'APRPROG '    TO RUN-PROG.
           MOVE 'B'           TO RUN-DURUM.
           MOVE WS-BUGUN      TO RUN-IS-TARIH.
           MOVE ZEROS         TO RUN-DONEM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ZAMAN.
           IF WS-RUN-KAYIT-VAR-YES
              REWRITE RUN-REC
           ELSE
              WRITE RUN-REC
           END-IF.

       H070-READ-PARM.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRM-GUN NOT NUMERIC
                       OR PRM-GUN-N = 0
                       DISPLAY 'PARAMETRE KARTI GECERSIZ : ' PRM-GUN
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE PRM-GUN-N TO WS-SURE-GUN
              END-READ
              CLOSE PRM-FILE
           ELSE
              IF NOT PRM-NOFILE
                 DISPLAY 'PARAMETRE DOSYASI ACILMADI : ' PRM-ST
                 STOP RUN
              END-IF
           END-IF.

       H100-OPEN-FILES.
           OPEN I-O PND-FILE.
           IF PND-ST-NOFILE
              OPEN OUTPUT PND-FILE
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF.
           IF NOT PND-ST-SUCC
              DISPLAY 'BEKLEYEN ISLEM DOSYASI ACILMADI : ' PND-ST
              STOP RUN
           END-IF.
           OPEN INPUT KRR-FILE.
           IF KRR-ST-SUCC
              SET WS-KRR-VAR-YES TO TRUE
           ELSE
              IF NOT KRR-ST-NOFILE
                 DISPLAY 'ONAY KARTI DOSYASI ACILMADI : ' KRR-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN EXTEND VAL-FILE.
           IF VAL-ST-NOFILE
              OPEN OUTPUT VAL-FILE
           END-IF.
           IF NOT VAL-ST-SUCC
              DISPLAY 'GECERLI KART DOSYASI ACILMADI : ' VAL-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H150-PRINT-HEADERS.
           MOVE WS-BUGUN    TO HD1-TARIH.
           MOVE WS-SURE-GUN TO HD1-GUN.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           MOVE 'EXPIRED ITEMS' TO SEC-BASLIK.
           PERFORM H160-PRINT-SECTION.

       H160-PRINT-SECTION.
           WRITE REP-REC FROM WS-SECTION-LINE AFTER ADVANCING 3.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-START-PND.
           MOVE 'N'   TO WS-PND-SONU.
           MOVE ZEROS TO PND-NO.
           START PND-FILE KEY IS > PND-NO
              INVALID KEY
                 MOVE 'Y' TO WS-PND-SONU
           END-START.

       H220-EXPIRE.
           READ PND-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PND-SONU
              NOT AT END
                 IF PND-BEKLIYOR
                    PERFORM H240-CHECK-EXPIRY
                 END-IF
           END-READ.

       H240-CHECK-EXPIRY.
           COMPUTE WS-YAS-GUN =
              FUNCTION INTEGER-OF-DATE (WS-BUGUN)
              - FUNCTION INTEGER-OF-DATE (PND-GIRIS-TARIH).
           IF WS-YAS-GUN > WS-SURE-GUN
              MOVE 'E'         TO PND-DURUM
              MOVE SPACES      TO PND-KARAR-VEREN
              MOVE WS-BUGUN    TO PND-KARAR-TARIH
              MOVE 'EXPIRED - NOT DECIDED' TO PND-ACIKLAMA
              PERFORM H700-REWRITE-PND
              ADD 1 TO WS-CNT-SURESI-DOLAN
              MOVE 'EXPIRED'   TO WS-SONUC
              PERFORM H800-PRINT-DETAIL
           END-IF.

       H300-PROCESS-KARAR.
           READ KRR-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-KART
                 PERFORM H320-CHECK-KARAR
                 IF WS-SONUC = SPACES
                    PERFORM H400-APPLY-KARAR
                 ELSE
                    ADD 1 TO WS-CNT-RET
                    MOVE 4 TO RETURN-CODE
                    PERFORM H850-PRINT-REFUSED
                 END-IF
           END-READ.

       H320-CHECK-KARAR.
           MOVE SPACES TO WS-SONUC.
           MOVE 'N'    TO WS-PND-OKUNDU.
           EVALUATE TRUE,
              WHEN NOT KRR-ONAY AND NOT KRR-RED
                 MOVE 'REFUSED - INVALID DECISION' TO WS-SONUC,
              WHEN KRR-NO NOT NUMERIC
                 MOVE 'REFUSED - INVALID NUMBER'   TO WS-SONUC,
              WHEN KRR-NO-N = 0
                 MOVE 'REFUSED - INVALID NUMBER'   TO WS-SONUC,
              WHEN KRR-OPERATOR = SPACES
                 MOVE 'REFUSED - NO CHECKER ID'    TO WS-SONUC
           END-EVALUATE.
           IF WS-SONUC = SPACES
              MOVE KRR-NO-N TO PND-NO
              READ PND-FILE
                 INVALID KEY
                    MOVE 'REFUSED - ITEM NOT FOUND' TO WS-SONUC
                 NOT INVALID
                    MOVE 'Y' TO WS-PND-OKUNDU
              END-READ
           END-IF.
           IF WS-SONUC = SPACES
              EVALUATE TRUE,
                 WHEN PND-SURESI-DOLDU
                    MOVE 'REFUSED - ITEM EXPIRED'   TO WS-SONUC,
                 WHEN NOT PND-BEKLIYOR
                    MOVE 'REFUSED - ALREADY DECIDED' TO WS-SONUC,
                 WHEN KRR-OPERATOR = PND-GIREN
                    MOVE 'REFUSED - SAME AS MAKER'  TO WS-SONUC
              END-EVALUATE
           END-IF.

       H400-APPLY-KARAR.
           IF KRR-ONAY
              WRITE VAL-REC FROM PND-KART
              IF NOT VAL-ST-SUCC
                 DISPLAY 'GECERLI KART YAZILAMADI : ' VAL-ST
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'A'                  TO PND-DURUM
              MOVE 'APPROVED - RELEASED' TO WS-SONUC
              ADD 1 TO WS-CNT-ONAY
           ELSE
              MOVE 'R'                  TO PND-DURUM
              MOVE 'DECLINED'           TO WS-SONUC
              ADD 1 TO WS-CNT-RED
           END-IF.
           MOVE KRR-OPERATOR            TO PND-KARAR-VEREN.
           MOVE WS-BUGUN                TO PND-KARAR-TARIH.
           MOVE KRR-ACIKLAMA            TO PND-ACIKLAMA.
           PERFORM H700-REWRITE-PND.
           PERFORM H800-PRINT-DETAIL.

       H500-LIST-PENDING.
           READ PND-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PND-SONU
              NOT AT END
                 IF PND-BEKLIYOR
                    ADD 1 TO WS-CNT-BEKLEYEN
                    MOVE 'AWAITING APPROVAL' TO WS-SONUC
                    PERFORM H800-PRINT-DETAIL
                 END-IF
           END-READ.

       H700-REWRITE-PND.
           REWRITE PND-REC
              INVALID KEY
                 DISPLAY 'BEKLEYEN ISLEM KAYDI YAZILAMADI : ' PND-NO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-REWRITE.

       H800-PRINT-DETAIL.
           MOVE PND-KART            TO WS-KART.
           MOVE PND-NO              TO DET-NO.
           MOVE WS-KRT-TIP          TO DET-TIP.
           MOVE WS-KRT-ID           TO DET-ID.
           MOVE '/'                 TO DET-AYRAC.
           MOVE WS-KRT-DVZ          TO DET-DVZ.
           IF WS-KRT-TUTAR IS NUMERIC
              MOVE WS-KRT-TUTAR     TO DET-TUTAR
           ELSE
              MOVE ZEROS            TO DET-TUTAR
           END-IF.
           MOVE PND-GIREN           TO DET-GIREN.
           MOVE PND-GIRIS-TARIH     TO DET-TARIH.
           MOVE PND-KARAR-VEREN     TO DET-KARAR-VEREN.
           MOVE WS-SONUC            TO DET-SONUC.
           MOVE PND-ACIKLAMA        TO DET-ACIKLAMA.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H850-PRINT-REFUSED.
           MOVE KRR-NO              TO DET-NO.
           MOVE SPACES              TO DET-TIP.
           MOVE SPACES              TO DET-ID.
           MOVE SPACES              TO DET-AYRAC.
           MOVE SPACES              TO DET-DVZ.
           MOVE ZEROS               TO DET-TUTAR.
           MOVE SPACES              TO DET-GIREN.
           MOVE ZEROS               TO DET-TARIH.
           IF WS-PND-OKUNDU-YES
              MOVE PND-KART         TO WS-KART
              MOVE WS-KRT-TIP       TO DET-TIP
              MOVE WS-KRT-ID        TO DET-ID
              MOVE '/'              TO DET-AYRAC
              MOVE WS-KRT-DVZ       TO DET-DVZ
              IF WS-KRT-TUTAR IS NUMERIC
                 MOVE WS-KRT-TUTAR  TO DET-TUTAR
              END-IF
              MOVE PND-GIREN        TO DET-GIREN
              MOVE PND-GIRIS-TARIH  TO DET-TARIH
           END-IF.
           MOVE KRR-OPERATOR        TO DET-KARAR-VEREN.
           MOVE WS-SONUC            TO DET-SONUC.
           MOVE KRR-ACIKLAMA        TO DET-ACIKLAMA.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** APPROVAL TOTALS ***'   TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 3.
           MOVE 'DECISION CARDS READ'       TO TRL-LABEL.
           MOVE WS-CNT-KART                 TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'ITEMS APPROVED'            TO TRL-LABEL.
           MOVE WS-CNT-ONAY                 TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ITEMS DECLINED'            TO TRL-LABEL.
           MOVE WS-CNT-RED                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'DECISION CARDS REFUSED'    TO TRL-LABEL.
           MOVE WS-CNT-RET                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ITEMS EXPIRED'             TO TRL-LABEL.
           MOVE WS-CNT-SURESI-DOLAN         TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ITEMS STILL PENDING'       TO TRL-LABEL.
           MOVE WS-CNT-BEKLEYEN             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE PND-FILE.
           IF WS-KRR-VAR-YES
              CLOSE KRR-FILE
           END-IF.
           CLOSE VAL-FILE.
           CLOSE REP-FILE.
           PERFORM H990-RUN-BITIS.

       H990-RUN-BITIS.
           MOVE 'APRPROG ' TO RUN-PROG.
           READ RUN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID
                 MOVE 'T' TO RUN-DURUM
                 MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-ZAMAN
                 REWRITE RUN-REC
           END-READ.
           CLOSE RUN-FILE.
