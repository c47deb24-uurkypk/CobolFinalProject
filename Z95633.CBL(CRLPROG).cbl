       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRLPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT WORK-FILE
              ASSIGN TO "SRTWK01".
           SELECT SRT-FILE
              ASSIGN TO SRTFILE
              FILE STATUS IS SRT-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT RAT-FILE
              ASSIGN TO RATFILE
              FILE STATUS IS RAT-ST.
           SELECT REP-FILE
              ASSIGN TO CRLRPT
              FILE STATUS IS REP-ST.
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

       SD  WORK-FILE.
       01  WK-REC.
           03 WK-KEY.
              05 WK-ID             PIC S9(5) COMP-3.
              05 WK-DVZ            PIC S9(3) COMP.
           03 WK-FNAME             PIC X(15).
           03 WK-LNAME             PIC X(15).
           03 WK-DATE              PIC S9(07) COMP-3.
           03 WK-BALANCE           PIC S9(13)V99 COMP-3.
           03 WK-SON-ISLEM         PIC S9(07) COMP-3.
           03 WK-DURUM             PIC X(01).
           03 WK-LIMIT             PIC S9(13)V99 COMP-3.
           03 WK-MUSTERI-NO        PIC S9(07) COMP-3.

       FD  SRT-FILE RECORDING MODE F.
       01  SRT-REC.
           03 SRT-KEY.
              05 SRT-ID            PIC S9(5) COMP-3.
              05 SRT-DVZ           PIC S9(3) COMP.
           03 SRT-FNAME            PIC X(15).
           03 SRT-LNAME            PIC X(15).
           03 SRT-DATE             PIC S9(07) COMP-3.
           03 SRT-BALANCE          PIC S9(13)V99 COMP-3.
           03 SRT-SON-ISLEM        PIC S9(07) COMP-3.
           03 SRT-DURUM            PIC X(01).
              88 SRT-BLOKELI                  VALUE 'H'.
           03 SRT-LIMIT            PIC S9(13)V99 COMP-3.
           03 SRT-MUSTERI-NO       PIC S9(07) COMP-3.

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

       FD  RAT-FILE RECORDING MODE F.
       01  RAT-REC.
           03 RAT-DATE             PIC 9(08).
           03 RAT-DVZ              PIC 9(03).
           03 RAT-RATE             PIC 9(07)V9(06).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                PIC 9(02).
           05 SRT-ST                PIC 9(02).
              88 SRT-SUCCESS                  VALUE 00 97.
           05 CIF-ST                PIC 9(02).
              88 CIF-ST-SUCC                  VALUE 00 97.
           05 RAT-ST                PIC 9(02).
              88 RAT-EOF                      VALUE 10.
              88 RAT-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-EOF                PIC X(01) VALUE 'N'.
              88 WS-EOF-YES                   VALUE 'Y'.
           05 WS-FIRST-REC          PIC X(01) VALUE 'Y'.
              88 WS-FIRST-REC-YES             VALUE 'Y'.
           05 WS-PREV-MUSTERI       PIC S9(07) COMP-3 VALUE 0.
           05 WS-MUSTERI-TOPLAM     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-CIF-BULUNDU        PIC X(01).
              88 WS-CIF-BULUNDU-YES           VALUE 'Y'.
           05 WS-MUSTERI-KURSUZ     PIC X(01) VALUE 'N'.
              88 WS-MUSTERI-KURSUZ-YES        VALUE 'Y'.
           05 WS-PAGE-NO            PIC 9(04) VALUE 0.
           05 WS-KURSUZ-DVZ         PIC X(01) VALUE 'N'.
              88 WS-KURSUZ-DVZ-YES            VALUE 'Y'.
           05 WS-KUR-BULUNDU        PIC X(01).
              88 WS-KUR-BULUNDU-YES           VALUE 'Y'.
           05 WS-KUR-ATLANAN        PIC 9(05) VALUE 0.

       01  WS-KUR-AREA.
           05 WS-KUR-MAX            PIC 9(03) COMP VALUE 0.
           05 WS-KUR-SUB            PIC 9(03) COMP.
           05 WS-KUR-TARIH          PIC 9(08) VALUE 0.
           05 WS-KUR-ENTRY OCCURS 100 TIMES.
              10 WS-KUR-DVZ         PIC S9(3)  COMP.
              10 WS-KUR-ORAN        PIC 9(07)V9(06) COMP-3.
       01  WS-CEVRIM-TUTAR          PIC S9(13)V99 COMP-3.
       01  WS-GENEL-TOPLAM          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-CRL-TOTALS.
           05 WS-CNT-MUSTERI        PIC 9(07) VALUE 0.
           05 WS-CNT-HESAP          PIC 9(07) VALUE 0.
           05 WS-CNT-BAGSIZ         PIC 9(07) VALUE 0.
           05 WS-CNT-KAYITSIZ       PIC 9(07) VALUE 0.
           05 WS-CNT-KURSUZ         PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'CUSTOMER RELATIONSHIP REPORT'.
           05 FILLER                PIC X(11)  VALUE 'RATE DATE:'.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(10)  VALUE '  PAGE NO:'.
           05 HD1-PAGE-NO           PIC ZZZ9.
           05 FILLER                PIC X(53)  VALUE SPACES.

       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(13)  VALUE 'CUSTOMER   :'.
           05 HD2-MUSTERI           PIC ZZZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HD2-FNAME             PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HD2-LNAME             PIC X(15).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HD2-DURUM             PIC X(20).
           05 FILLER                PIC X(54)  VALUE SPACES.

       01  WS-HEAD3-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(13)  VALUE 'ADDRESS    :'.
           05 HD3-ADRES             PIC X(30).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HD3-SEHIR             PIC X(20).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HD3-POSTA-KODU        PIC X(10).
           05 FILLER                PIC X(54)  VALUE SPACES.

       01  WS-HEAD4-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE 'ACCT ID'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'DVZ'.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE 'STATUS'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(08)  VALUE 'OPEN DT'.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'BALANCE'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'RATE TO TRY'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(19)  VALUE 'AMOUNT IN TRY'.
           05 FILLER                PIC X(31)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-ID                PIC ZZZZ9.
           05 FILLER                PIC X(07)  VALUE SPACES.
           05 DET-DVZ               PIC ZZ9.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-DURUM             PIC X(07).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-DATE              PIC 9(07).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-BALANCE           PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-KUR-GRUP.
              07 DET-ORAN           PIC ZZZZZZ9.999999.
              07 FILLER             PIC X(05)  VALUE SPACES.
              07 DET-CEVRIM         PIC -(15)9.99.
           05 DET-KURSUZ REDEFINES DET-KUR-GRUP
                                    PIC X(38).
           05 FILLER                PIC X(31)  VALUE SPACES.

       01  WS-MUSTERI-TOT-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(24)  VALUE
              'CUSTOMER TOTAL (TRY) : '.
           05 MTL-TUTAR             PIC -(15)9.99.
           05 FILLER                PIC X(88)  VALUE SPACES.
       01  WS-MUSTERI-UYARI-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(50)  VALUE
              '*** TOTAL EXCLUDES ACCOUNTS WITHOUT A RATE ***'.
           05 FILLER                PIC X(81)  VALUE SPACES.

       01  WS-GENEL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(21)  VALUE
              'GRAND TOTAL (TRY) : '.
           05 GEN-TUTAR             PIC -(15)9.99.
           05 FILLER                PIC X(91)  VALUE SPACES.
       01  WS-KONS-UYARI-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(50)  VALUE
              '*** GRAND TOTAL EXCLUDES DVZ WITHOUT A RATE ***'.
           05 FILLER                PIC X(81)  VALUE SPACES.
       01  WS-KUR-ATLA-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(40)  VALUE
              '*** RATE ROWS SKIPPED (OTHER DATE) : '.
           05 KAT-ADET              PIC ZZZZ9.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-READ-SRT.
           PERFORM H300-PROCESS UNTIL WS-EOF-YES.
           PERFORM H900-FINISH.
           STOP RUN.

       H100-INITIALIZE.
           SORT WORK-FILE
              ON ASCENDING KEY WK-MUSTERI-NO WK-DVZ WK-ID
              USING IDX-FILE
              GIVING SRT-FILE.
           OPEN INPUT SRT-FILE.
           IF NOT SRT-SUCCESS
              DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           OPEN INPUT CIF-FILE.
           IF NOT CIF-ST-SUCC
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           PERFORM H810-LOAD-RATES.

       H200-READ-SRT.
           READ SRT-FILE
              AT END
                 SET WS-EOF-YES TO TRUE
           END-READ.

       H300-PROCESS.
           IF WS-FIRST-REC-YES
              MOVE SRT-MUSTERI-NO  TO WS-PREV-MUSTERI
              MOVE 'N'             TO WS-FIRST-REC
              PERFORM H500-PRINT-HEADERS
           ELSE
              IF SRT-MUSTERI-NO NOT = WS-PREV-MUSTERI
                 PERFORM H600-PRINT-MUSTERI-TOTAL
                 MOVE SRT-MUSTERI-NO TO WS-PREV-MUSTERI
                 PERFORM H500-PRINT-HEADERS
              END-IF
           END-IF.
           PERFORM H700-PRINT-DETAIL.
           PERFORM H200-READ-SRT.

       H500-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO     TO HD1-PAGE-NO.
           MOVE WS-KUR-TARIH   TO HD1-TARIH.
           MOVE SRT-MUSTERI-NO TO HD2-MUSTERI.
           MOVE SPACES         TO HD2-FNAME HD2-LNAME HD2-DURUM.
           MOVE SPACES         TO HD3-ADRES HD3-SEHIR HD3-POSTA-KODU.
           MOVE 'N'            TO WS-CIF-BULUNDU.
           IF SRT-MUSTERI-NO = 0
              MOVE '*** UNLINKED ***'    TO HD2-DURUM
           ELSE
              ADD 1 TO WS-CNT-MUSTERI
              MOVE SRT-MUSTERI-NO TO CIF-NO
              READ CIF-FILE
                 INVALID KEY
                    MOVE '*** NOT ON FILE ***' TO HD2-DURUM
                 NOT INVALID
                    SET WS-CIF-BULUNDU-YES TO TRUE
                    MOVE CIF-FNAME       TO HD2-FNAME
                    MOVE CIF-LNAME       TO HD2-LNAME
                    MOVE CIF-ADRES-1     TO HD3-ADRES
                    MOVE CIF-SEHIR       TO HD3-SEHIR
                    MOVE CIF-POSTA-KODU  TO HD3-POSTA-KODU
                    IF CIF-KAPALI
                       MOVE 'CLOSED'     TO HD2-DURUM
                    ELSE
                       MOVE 'ACTIVE'     TO HD2-DURUM
                    END-IF
              END-READ
           END-IF.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.
           WRITE REP-REC FROM WS-HEAD3-LINE AFTER ADVANCING 1.
           WRITE REP-REC FROM WS-HEAD4-LINE AFTER ADVANCING 2.
           MOVE 0   TO WS-MUSTERI-TOPLAM.
           MOVE 'N' TO WS-MUSTERI-KURSUZ.

       H600-PRINT-MUSTERI-TOTAL.
           MOVE WS-MUSTERI-TOPLAM TO MTL-TUTAR.
           WRITE REP-REC FROM WS-MUSTERI-TOT-LINE AFTER ADVANCING 2.
           IF WS-MUSTERI-KURSUZ-YES
              WRITE REP-REC FROM WS-MUSTERI-UYARI-LINE
                 AFTER ADVANCING 1
           END-IF.

       H700-PRINT-DETAIL.
           ADD 1 TO WS-CNT-HESAP.
           IF SRT-MUSTERI-NO = 0
              ADD 1 TO WS-CNT-BAGSIZ
           ELSE
              IF NOT WS-CIF-BULUNDU-YES
                 ADD 1 TO WS-CNT-KAYITSIZ
              END-IF
           END-IF.
           MOVE SRT-ID      TO DET-ID.
           MOVE SRT-DVZ     TO DET-DVZ.
           IF SRT-BLOKELI
              MOVE 'BLOCKED' TO DET-DURUM
           ELSE
              MOVE 'ACTIVE'  TO DET-DURUM
           END-IF.
           MOVE SRT-DATE    TO DET-DATE.
           MOVE SRT-BALANCE TO DET-BALANCE.
           MOVE 'N' TO WS-KUR-BULUNDU.
           PERFORM VARYING WS-KUR-SUB FROM 1 BY 1
              UNTIL WS-KUR-SUB > WS-KUR-MAX OR WS-KUR-BULUNDU-YES
              IF WS-KUR-DVZ (WS-KUR-SUB) = SRT-DVZ
                 SET WS-KUR-BULUNDU-YES TO TRUE
                 COMPUTE WS-CEVRIM-TUTAR ROUNDED =
                    SRT-BALANCE * WS-KUR-ORAN (WS-KUR-SUB)
                 ADD WS-CEVRIM-TUTAR TO WS-MUSTERI-TOPLAM
                 ADD WS-CEVRIM-TUTAR TO WS-GENEL-TOPLAM
                 MOVE WS-KUR-ORAN (WS-KUR-SUB) TO DET-ORAN
                 MOVE WS-CEVRIM-TUTAR          TO DET-CEVRIM
              END-IF
           END-PERFORM.
           IF NOT WS-KUR-BULUNDU-YES
              ADD 1 TO WS-CNT-KURSUZ
              SET WS-MUSTERI-KURSUZ-YES TO TRUE
              SET WS-KURSUZ-DVZ-YES TO TRUE
              MOVE '*** NO RATE ON FILE ***' TO DET-KURSUZ
           END-IF.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H810-LOAD-RATES.
           OPEN INPUT RAT-FILE.
           IF NOT RAT-SUCCESS
              DISPLAY 'KUR DOSYASI ACILMIYOR : ' RAT-ST
              STOP RUN
           END-IF.
           PERFORM H815-FIND-RATE-DATE UNTIL RAT-EOF.
           CLOSE RAT-FILE.
           OPEN INPUT RAT-FILE.
           IF NOT RAT-SUCCESS
              DISPLAY 'KUR DOSYASI ACILMIYOR : ' RAT-ST
              STOP RUN
           END-IF.
           PERFORM H820-READ-RATE UNTIL RAT-EOF.
           CLOSE RAT-FILE.

       H815-FIND-RATE-DATE.
           READ RAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RAT-DATE > WS-KUR-TARIH
                    MOVE RAT-DATE TO WS-KUR-TARIH
                 END-IF
           END-READ.

       H820-READ-RATE.
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

       H900-FINISH.
           IF NOT WS-FIRST-REC-YES
              PERFORM H600-PRINT-MUSTERI-TOTAL
           END-IF.
           MOVE WS-GENEL-TOPLAM TO GEN-TUTAR.
           WRITE REP-REC FROM WS-GENEL-LINE AFTER ADVANCING 3.
           IF WS-KURSUZ-DVZ-YES
              WRITE REP-REC FROM WS-KONS-UYARI-LINE
                 AFTER ADVANCING 1
           END-IF.
           IF WS-KUR-ATLANAN > 0
              MOVE WS-KUR-ATLANAN TO KAT-ADET
              WRITE REP-REC FROM WS-KUR-ATLA-LINE
                 AFTER ADVANCING 1
           END-IF.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'CUSTOMERS REPORTED'        TO TRL-LABEL.
           MOVE WS-CNT-MUSTERI              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'ACCOUNTS REPORTED'         TO TRL-LABEL.
           MOVE WS-CNT-HESAP                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS NOT LINKED'       TO TRL-LABEL.
           MOVE WS-CNT-BAGSIZ               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS - CUSTOMER NOT FOUND' TO TRL-LABEL.
           MOVE WS-CNT-KAYITSIZ             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS WITHOUT A RATE'   TO TRL-LABEL.
           MOVE WS-CNT-KURSUZ               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           CLOSE SRT-FILE.
           CLOSE CIF-FILE.
           CLOSE REP-FILE.
