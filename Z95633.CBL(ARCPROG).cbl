           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT AUD-FILE
              ASSIGN TO AUDFILE
              FILE STATUS IS AUD-ST.
           SELECT SEL-FILE
              ASSIGN TO SELFILE
              FILE STATUS IS SEL-ST.
           SELECT REP-FILE
              ASSIGN TO ARCRPT
              FILE STATUS IS REP-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT RUN-FILE
              ASSIGN TO RUNFILE
              ORGANIZATION IS INDEXED
           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC.
           03 ARC-TIMESTAMP-P REDEFINES ARC-TIMESTAMP.
              05 ARC-TARIH          PIC 9(08).
              05 ARC-SAAT           PIC 9(06).
           03 ARC-MUSTERI-NO        PIC 9(07).

       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-REF-ACILIS REDEFINES JRN-REF.
              05 JRN-REF-ACL-KOD    PIC X(03).
              05 JRN-REF-ACL-TARIH  PIC 9(07).
              05 JRN-REF-ACL-MUSTERI PIC 9(07).
              05 FILLER             PIC X(01).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  AUD-FILE RECORDING MODE F.
       01  AUD-REC.
           03 AUD-ID                PIC 9(05).
           03 AUD-DVZ               PIC 9(03).
           03 AUD-TIMESTAMP         PIC X(14).
           03 AUD-FNAME-FROM        PIC X(15).
           03 AUD-FNAME-TO          PIC X(15).
           03 AUD-LNAME-FROM        PIC X(15).
           03 AUD-LNAME-TO          PIC X(15).

       FD  SEL-FILE RECORDING MODE F.
       01  SEL-REC.
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       FD  CIF-FILE.
       01  CIF-REC.
           03 CIF-NO                PIC 9(07).
           03 CIF-FNAME             PIC X(15).
           03 CIF-LNAME             PIC X(15).
           03 CIF-ADRES-1           PIC X(30).
           03 CIF-ADRES-2           PIC X(30).
           03 CIF-SEHIR             PIC X(20).
           03 CIF-POSTA-KODU        PIC X(10).
           03 CIF-VERGI-NO          PIC X(11).
           03 CIF-TELEFON           PIC X(15).
           03 CIF-DOGUM-TARIH       PIC 9(08).
           03 CIF-DURUM             PIC X(01).
              88 CIF-KAPALI                   VALUE 'K'.
           03 CIF-ACILIS-TARIH      PIC 9(08).
           03 CIF-KAPANIS-TARIH     PIC 9(08).
           03 CIF-SON-DEGISIKLIK    PIC X(14).

       FD  RUN-FILE.
       01  RUN-REC.
           03 RUN-PROG              PIC X(08).
           05 JRN-ST                PIC 9(02).
              88 JRN-ST-SUCC                  VALUE 00 97.
              88 JRN-ST-NOFILE                VALUE 35.
           05 AUD-ST                PIC 9(02).
              88 AUD-ST-SUCC                  VALUE 00 97.
              88 AUD-ST-NOFILE                VALUE 35.
           05 SEL-ST                PIC 9(02).
              88 SEL-SUCCESS                  VALUE 00 97.
              88 SEL-NOFILE                   VALUE 35.
              88 RST-NOFILE                   VALUE 35.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 CIF-ST                PIC 9(02).
              88 CIF-ST-SUCC                  VALUE 00 97.
           05 WS-MUSTERI-GECERLI    PIC X(01).
              88 WS-MUSTERI-GECERLI-YES       VALUE 'Y'.
           05 WS-SECIM-VAR          PIC X(01) VALUE 'N'.
              88 WS-SECIM-VAR-YES             VALUE 'Y'.
           05 WS-RST-VAR            PIC X(01) VALUE 'N'.
              10 WS-RST-LNAME       PIC X(15).
              10 WS-RST-DATE        PIC 9(07).
              10 WS-RST-BALANCE     PIC S9(13)V99.
              10 WS-RST-MUSTERI-NO  PIC 9(07).
       01  WS-ARC-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-SECILEN        PIC 9(07) VALUE 0.
           05 WS-CNT-RED-VAR        PIC 9(07) VALUE 0.
           05 WS-CNT-RED-YOK        PIC 9(07) VALUE 0.
           05 WS-CNT-RED-KART       PIC 9(07) VALUE 0.
           05 WS-CNT-RED-MUSTERI    PIC 9(07) VALUE 0.

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
           05 FILLER                PIC X(50)  VALUE
              DISPLAY 'YEVMIYE DOSYASI ACILMADI : ' JRN-ST
              STOP RUN
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF AUD-ST-NOFILE
              OPEN OUTPUT AUD-FILE
           END-IF.
           IF NOT AUD-ST-SUCC
              DISPLAY 'DENETIM DOSYASI ACILMADI : ' AUD-ST
              STOP RUN
           END-IF.
           OPEN INPUT SEL-FILE.
           IF SEL-SUCCESS
              SET WS-SECIM-VAR-YES TO TRUE
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT CIF-FILE.
           IF NOT CIF-ST-SUCC
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
                 MOVE ARC-LNAME   TO WS-RST-LNAME   (WS-RST-SUB)
                 MOVE ARC-DATE    TO WS-RST-DATE    (WS-RST-SUB)
                 MOVE ARC-BALANCE TO WS-RST-BALANCE (WS-RST-SUB)
                 MOVE ARC-MUSTERI-NO
                                  TO WS-RST-MUSTERI-NO (WS-RST-SUB)
              END-IF
           END-PERFORM.

                                              TO IAD-MESAJ
                 WRITE REP-REC FROM WS-IADE-LINE AFTER ADVANCING 1
              ELSE
                 PERFORM H680-CHECK-MUSTERI
                 IF WS-MUSTERI-GECERLI-YES
                    PERFORM H700-WRITE-MASTER
                 ELSE
                    ADD 1 TO WS-CNT-RED-MUSTERI
                    MOVE 'MUSTERI BULUNAMADI VEYA KAPALI'
                                              TO IAD-MESAJ
                    WRITE REP-REC FROM WS-IADE-LINE
                       AFTER ADVANCING 1
                 END-IF
              END-IF
           END-IF.

       H680-CHECK-MUSTERI.
           MOVE 'Y' TO WS-MUSTERI-GECERLI.
           IF WS-RST-MUSTERI-NO (WS-RST-SUB) > 0
              MOVE WS-RST-MUSTERI-NO (WS-RST-SUB) TO CIF-NO
              READ CIF-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-MUSTERI-GECERLI
                 NOT INVALID
                    IF CIF-KAPALI
                       MOVE 'N' TO WS-MUSTERI-GECERLI
                    END-IF
              END-READ
           END-IF.

       H700-WRITE-MASTER.
           MOVE WS-RST-IST-ID  (WS-RST-SUB) TO IDX-ID.
           MOVE WS-RST-IST-DVZ (WS-RST-SUB) TO IDX-DVZ.
           MOVE WS-SON-TARIH                TO IDX-SON-ISLEM.
           MOVE SPACE                       TO IDX-DURUM.
           MOVE 0                           TO IDX-LIMIT.
           MOVE WS-RST-MUSTERI-NO (WS-RST-SUB) TO IDX-MUSTERI-NO.
           WRITE IDX-REC
              INVALID KEY
                 ADD 1 TO WS-CNT-RED-VAR
              NOT INVALID
                 ADD 1 TO WS-CNT-IADE
                 PERFORM H800-WRITE-JOURNAL
                 PERFORM H820-WRITE-AUDIT
                 MOVE 'REINSTATED FROM ARCHIVE'  TO IAD-MESAJ
                 PERFORM H780-PRINT-IADE
           END-WRITE.
           MOVE 0                           TO JRN-BAL-FROM.
           MOVE WS-RST-BALANCE (WS-RST-SUB) TO JRN-BAL-TO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP.
           MOVE SPACES                      TO JRN-REF.
           MOVE 'OPN'                       TO JRN-REF-ACL-KOD.
           MOVE WS-RST-DATE    (WS-RST-SUB) TO JRN-REF-ACL-TARIH.
           MOVE WS-RST-MUSTERI-NO (WS-RST-SUB) TO JRN-REF-ACL-MUSTERI.
           MOVE 0                           TO JRN-KARSI-ID.
           MOVE 0                           TO JRN-KARSI-DVZ.
           MOVE 'N'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           WRITE JRN-REC.

       H820-WRITE-AUDIT.
           MOVE WS-RST-IST-ID  (WS-RST-SUB) TO AUD-ID.
           MOVE WS-RST-IST-DVZ (WS-RST-SUB) TO AUD-DVZ.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE SPACES                      TO AUD-FNAME-FROM.
           MOVE WS-RST-FNAME   (WS-RST-SUB) TO AUD-FNAME-TO.
           MOVE SPACES                      TO AUD-LNAME-FROM.
           MOVE WS-RST-LNAME   (WS-RST-SUB) TO AUD-LNAME-TO.
           WRITE AUD-REC.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'ARCHIVE RECORDS READ'      TO TRL-LABEL.
           MOVE 'REJECTED - INVALID CARD'   TO TRL-LABEL.
           MOVE WS-CNT-RED-KART             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'REJECTED - CUSTOMER'       TO TRL-LABEL.
           MOVE WS-CNT-RED-MUSTERI          TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE ARC-FILE.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE AUD-FILE.
           CLOSE CIF-FILE.
           MOVE 'K'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           IF WS-SECIM-VAR-YES
              CLOSE SEL-FILE
           END-IF.
