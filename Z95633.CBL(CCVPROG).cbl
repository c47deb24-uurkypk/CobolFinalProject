       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCVPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IXO-FILE
              ASSIGN TO IDXOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IXO-KEY
              ALTERNATE RECORD KEY IS IXO-LNAME WITH DUPLICATES
              FILE STATUS IS IXO-ST.
           SELECT IXN-FILE
              ASSIGN TO IDXNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IXN-KEY
              ALTERNATE RECORD KEY IS IXN-LNAME WITH DUPLICATES
              FILE STATUS IS IXN-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT ACO-FILE
              ASSIGN TO ARCOLD
              FILE STATUS IS ACO-ST.
           SELECT ACN-FILE
              ASSIGN TO ARCNEW
              FILE STATUS IS ACN-ST.
           SELECT SNO-FILE
              ASSIGN TO SNPOLD
              FILE STATUS IS SNO-ST.
           SELECT SNN-FILE
              ASSIGN TO SNPNEW
              FILE STATUS IS SNN-ST.
           SELECT REP-FILE
              ASSIGN TO CCVRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IXO-FILE.
       01  IXO-REC.
           03 IXO-KEY.
              05 IXO-ID            PIC S9(5) COMP-3.
              05 IXO-DVZ           PIC S9(3) COMP.
           03 IXO-FNAME            PIC X(15).
           03 IXO-LNAME            PIC X(15).
           03 IXO-DATE             PIC S9(07) COMP-3.
           03 IXO-BALANCE          PIC S9(13)V99 COMP-3.
           03 IXO-SON-ISLEM        PIC S9(07) COMP-3.
           03 IXO-DURUM            PIC X(01).
           03 IXO-LIMIT            PIC S9(13)V99 COMP-3.

       FD  IXN-FILE.
       01  IXN-REC.
           03 IXN-KEY.
              05 IXN-ID            PIC S9(5) COMP-3.
              05 IXN-DVZ           PIC S9(3) COMP.
           03 IXN-FNAME            PIC X(15).
           03 IXN-LNAME            PIC X(15).
           03 IXN-DATE             PIC S9(07) COMP-3.
           03 IXN-BALANCE          PIC S9(13)V99 COMP-3.
           03 IXN-SON-ISLEM        PIC S9(07) COMP-3.
           03 IXN-DURUM            PIC X(01).
           03 IXN-LIMIT            PIC S9(13)V99 COMP-3.
           03 IXN-MUSTERI-NO       PIC S9(07) COMP-3.

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

       FD  ACO-FILE RECORDING MODE F.
       01  ACO-REC                  PIC X(74).

       FD  ACN-FILE RECORDING MODE F.
       01  ACN-REC.
           03 ACN-ID                PIC 9(05).
           03 ACN-DVZ               PIC 9(03).
           03 ACN-FNAME             PIC X(15).
           03 ACN-LNAME             PIC X(15).
           03 ACN-DATE              PIC 9(07).
           03 ACN-BALANCE           PIC S9(13)V99.
           03 ACN-TIMESTAMP         PIC X(14).
           03 ACN-MUSTERI-NO        PIC 9(07).

       FD  SNO-FILE RECORDING MODE F.
       01  SNO-REC.
           03 SNO-ID                PIC 9(05).
           03 SNO-DVZ               PIC 9(03).
           03 SNO-BALANCE           PIC S9(13)V99.
           03 SNO-DONEM             PIC 9(08).
           03 SNO-FNAME             PIC X(15).
           03 SNO-LNAME             PIC X(15).
           03 SNO-DATE              PIC 9(07).
           03 SNO-SON-ISLEM         PIC 9(07).
           03 SNO-DURUM             PIC X(01).
           03 SNO-LIMIT             PIC S9(13)V99.
           03 SNO-SIRA              PIC 9(09).
           03 SNO-ZAMAN             PIC X(14).

       FD  SNN-FILE RECORDING MODE F.
       01  SNN-REC.
           03 SNN-ID                PIC 9(05).
           03 SNN-DVZ               PIC 9(03).
           03 SNN-BALANCE           PIC S9(13)V99.
           03 SNN-DONEM             PIC 9(08).
           03 SNN-FNAME             PIC X(15).
           03 SNN-LNAME             PIC X(15).
           03 SNN-DATE              PIC 9(07).
           03 SNN-SON-ISLEM         PIC 9(07).
           03 SNN-DURUM             PIC X(01).
           03 SNN-LIMIT             PIC S9(13)V99.
           03 SNN-SIRA              PIC 9(09).
           03 SNN-ZAMAN             PIC X(14).
           03 SNN-MUSTERI-NO        PIC 9(07).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IXO-ST                PIC 9(02).
              88 IXO-EOF                      VALUE 10.
              88 IXO-SUCCESS                  VALUE 00 97.
           05 IXN-ST                PIC 9(02).
              88 IXN-SUCCESS                  VALUE 00 97.
           05 CIF-ST                PIC 9(02).
              88 CIF-SUCCESS                  VALUE 00 97.
           05 ACO-ST                PIC 9(02).
              88 ACO-EOF                      VALUE 10.
              88 ACO-SUCCESS                  VALUE 00 97.
              88 ACO-NOFILE                   VALUE 35.
           05 ACN-ST                PIC 9(02).
              88 ACN-SUCCESS                  VALUE 00 97.
           05 SNO-ST                PIC 9(02).
              88 SNO-EOF                      VALUE 10.
              88 SNO-SUCCESS                  VALUE 00 97.
              88 SNO-NOFILE                   VALUE 35.
           05 SNN-ST                PIC 9(02).
              88 SNN-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-ACO-VAR            PIC X(01) VALUE 'N'.
              88 WS-ACO-VAR-YES               VALUE 'Y'.
           05 WS-SNO-VAR            PIC X(01) VALUE 'N'.
              88 WS-SNO-VAR-YES               VALUE 'Y'.
           05 WS-PREV-ID            PIC S9(5) COMP-3 VALUE -1.
           05 WS-CIF-VAR            PIC X(01).
              88 WS-CIF-VAR-YES               VALUE 'Y'.
           05 WS-BUGUN              PIC 9(08).
           05 WS-ZAMAN              PIC X(14).
       01  WS-CCV-TOTALS.
           05 WS-CNT-IDX            PIC 9(07) VALUE 0.
           05 WS-CNT-CIF            PIC 9(07) VALUE 0.
           05 WS-CNT-CIF-ARC        PIC 9(07) VALUE 0.
           05 WS-CNT-CIF-SNP        PIC 9(07) VALUE 0.
           05 WS-CNT-BAGSIZ         PIC 9(07) VALUE 0.
           05 WS-CNT-ARC            PIC 9(07) VALUE 0.
           05 WS-CNT-SNP            PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(55)  VALUE
              'ONE-TIME CONVERSION TO CUSTOMER INFORMATION FILE'.
           05 FILLER                PIC X(76)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-CHECK-CIF.
           PERFORM H060-CHECK-SNAPSHOT.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-CONVERT-MASTER UNTIL IXO-EOF.
           IF WS-ACO-VAR-YES
              PERFORM H400-CONVERT-ARCHIVE UNTIL ACO-EOF
           END-IF.
           IF WS-SNO-VAR-YES
              PERFORM H500-CONVERT-SNAPSHOT UNTIL SNO-EOF
           END-IF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H050-CHECK-CIF.
           OPEN INPUT CIF-FILE.
           IF CIF-SUCCESS
              CLOSE CIF-FILE
              DISPLAY 'MUSTERI BILGI DOSYASI ZATEN VAR'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       H060-CHECK-SNAPSHOT.
           OPEN INPUT SNO-FILE.
           IF SNO-SUCCESS
              READ SNO-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SNO-ZAMAN NOT NUMERIC OR SNO-SIRA NOT NUMERIC
                       DISPLAY 'RESIM KAYDI ESKI FORMATTA : ' SNO-ID
                          '/' SNO-DVZ
                       CLOSE SNO-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE SNO-FILE
           ELSE
              IF NOT SNO-NOFILE
                 DISPLAY 'ESKI RESIM DOSYASI ACILMADI : ' SNO-ST
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-BUGUN.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ZAMAN.
           OPEN INPUT IXO-FILE.
           IF NOT IXO-SUCCESS
              DISPLAY 'ESKI MUSTERI DOSYASI ACILMADI : ' IXO-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT IXN-FILE.
           IF NOT IXN-SUCCESS
              DISPLAY 'YENI MUSTERI DOSYASI ACILMADI : ' IXN-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT CIF-FILE.
           IF CIF-SUCCESS
              CLOSE CIF-FILE
              OPEN I-O CIF-FILE
           END-IF.
           IF NOT CIF-SUCCESS
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           OPEN INPUT ACO-FILE.
           IF ACO-SUCCESS
              SET WS-ACO-VAR-YES TO TRUE
           ELSE
              IF NOT ACO-NOFILE
                 DISPLAY 'ESKI ARSIV DOSYASI ACILMADI : ' ACO-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT ACN-FILE.
           IF NOT ACN-SUCCESS
              DISPLAY 'YENI ARSIV DOSYASI ACILMADI : ' ACN-ST
              STOP RUN
           END-IF.
           OPEN INPUT SNO-FILE.
           IF SNO-SUCCESS
              SET WS-SNO-VAR-YES TO TRUE
           ELSE
              IF NOT SNO-NOFILE
                 DISPLAY 'ESKI RESIM DOSYASI ACILMADI : ' SNO-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT SNN-FILE.
           IF NOT SNN-SUCCESS
              DISPLAY 'YENI RESIM DOSYASI ACILMADI : ' SNN-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.

       H200-CONVERT-MASTER.
           READ IXO-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE IXO-ID        TO IXN-ID
                 MOVE IXO-DVZ       TO IXN-DVZ
                 MOVE IXO-FNAME     TO IXN-FNAME
                 MOVE IXO-LNAME     TO IXN-LNAME
                 MOVE IXO-DATE      TO IXN-DATE
                 MOVE IXO-BALANCE   TO IXN-BALANCE
                 MOVE IXO-SON-ISLEM TO IXN-SON-ISLEM
                 MOVE IXO-DURUM     TO IXN-DURUM
                 MOVE IXO-LIMIT     TO IXN-LIMIT
                 IF IXO-ID > 0
                    MOVE IXO-ID     TO IXN-MUSTERI-NO
                    IF IXO-ID NOT = WS-PREV-ID
                       MOVE IXO-ID    TO WS-PREV-ID
                       MOVE IXO-ID    TO CIF-NO
                       MOVE IXO-FNAME TO CIF-FNAME
                       MOVE IXO-LNAME TO CIF-LNAME
                       PERFORM H300-CREATE-CIF
                       ADD 1 TO WS-CNT-CIF
                    END-IF
                 ELSE
                    MOVE 0          TO IXN-MUSTERI-NO
                    ADD 1 TO WS-CNT-BAGSIZ
                 END-IF
                 WRITE IXN-REC
                 ADD 1 TO WS-CNT-IDX
           END-READ.

       H300-CREATE-CIF.
           MOVE SPACES              TO CIF-ADRES-1.
           MOVE SPACES              TO CIF-ADRES-2.
           MOVE SPACES              TO CIF-SEHIR.
           MOVE SPACES              TO CIF-POSTA-KODU.
           MOVE SPACES              TO CIF-VERGI-NO.
           MOVE SPACES              TO CIF-TELEFON.
           MOVE ZEROS               TO CIF-DOGUM-TARIH.
           MOVE 'A'                 TO CIF-DURUM.
           MOVE WS-BUGUN            TO CIF-ACILIS-TARIH.
           MOVE ZEROS               TO CIF-KAPANIS-TARIH.
           MOVE WS-ZAMAN            TO CIF-SON-DEGISIKLIK.
           WRITE CIF-REC.
           IF NOT CIF-SUCCESS
              DISPLAY 'MUSTERI BILGI KAYDI YAZILAMADI : ' CIF-ST
              STOP RUN
           END-IF.

       H350-READ-CIF.
           READ CIF-FILE
              INVALID KEY
                 MOVE 'N' TO WS-CIF-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-CIF-VAR
           END-READ.

       H400-CONVERT-ARCHIVE.
           READ ACO-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE ACO-REC       TO ACN-REC
                 IF ACN-ID > 0
                    MOVE ACN-ID     TO ACN-MUSTERI-NO
                    MOVE ACN-ID     TO CIF-NO
                    PERFORM H350-READ-CIF
                    IF NOT WS-CIF-VAR-YES
                       MOVE ACN-ID    TO CIF-NO
                       MOVE ACN-FNAME TO CIF-FNAME
                       MOVE ACN-LNAME TO CIF-LNAME
                       PERFORM H300-CREATE-CIF
                       ADD 1 TO WS-CNT-CIF-ARC
                    END-IF
                 ELSE
                    MOVE 0          TO ACN-MUSTERI-NO
                 END-IF
                 WRITE ACN-REC
                 ADD 1 TO WS-CNT-ARC
           END-READ.

       H500-CONVERT-SNAPSHOT.
           READ SNO-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE SNO-REC       TO SNN-REC
                 IF SNN-ID > 0
                    MOVE SNN-ID     TO SNN-MUSTERI-NO
                    MOVE SNN-ID     TO CIF-NO
                    PERFORM H350-READ-CIF
                    IF NOT WS-CIF-VAR-YES
                       MOVE SNN-ID    TO CIF-NO
                       MOVE SNN-FNAME TO CIF-FNAME
                       MOVE SNN-LNAME TO CIF-LNAME
                       PERFORM H300-CREATE-CIF
                       ADD 1 TO WS-CNT-CIF-SNP
                    END-IF
                 ELSE
                    MOVE 0          TO SNN-MUSTERI-NO
                 END-IF
                 WRITE SNN-REC
                 ADD 1 TO WS-CNT-SNP
           END-READ.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'MASTER RECORDS CONVERTED'  TO TRL-LABEL.
           MOVE WS-CNT-IDX                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'CUSTOMER RECORDS CREATED'  TO TRL-LABEL.
           MOVE WS-CNT-CIF                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMERS FROM ARCHIVE ONLY' TO TRL-LABEL.
           MOVE WS-CNT-CIF-ARC              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMERS FROM SNAPSHOT ONLY' TO TRL-LABEL.
           MOVE WS-CNT-CIF-SNP              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS LEFT UNLINKED'    TO TRL-LABEL.
           MOVE WS-CNT-BAGSIZ               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ARCHIVE RECORDS CONVERTED' TO TRL-LABEL.
           MOVE WS-CNT-ARC                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'SNAPSHOT RECORDS CONVERTED' TO TRL-LABEL.
           MOVE WS-CNT-SNP                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE IXO-FILE.
           CLOSE IXN-FILE.
           CLOSE CIF-FILE.
           IF WS-ACO-VAR-YES
              CLOSE ACO-FILE
           END-IF.
           CLOSE ACN-FILE.
           IF WS-SNO-VAR-YES
              CLOSE SNO-FILE
           END-IF.
           CLOSE SNN-FILE.
           CLOSE REP-FILE.
