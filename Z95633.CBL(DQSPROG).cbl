       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT IDA-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDA-KEY
              ALTERNATE RECORD KEY IS IDA-LNAME WITH DUPLICATES
              FILE STATUS IS IDA-ST.
           SELECT CUR-FILE
              ASSIGN TO CURFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUR-CODE
              FILE STATUS IS CUR-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT ARC-FILE
              ASSIGN TO ARCFILE
              FILE STATUS IS ARC-ST.
           SELECT ARW-FILE
              ASSIGN TO "SRTWK01".
           SELECT ARS-FILE
              ASSIGN TO ARSFILE
              FILE STATUS IS ARS-ST.
           SELECT EXC-FILE
              ASSIGN TO EXCFILE
              FILE STATUS IS EXC-ST.
           SELECT EXW-FILE
              ASSIGN TO "SRTWK02".
           SELECT EXS-FILE
              ASSIGN TO EXSFILE
              FILE STATUS IS EXS-ST.
           SELECT DQH-FILE
              ASSIGN TO DQSHIS
              FILE STATUS IS DQH-ST.
           SELECT REP-FILE
              ASSIGN TO DQSRPT
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
              88 IDX-DURUM-GECERLI            VALUE ' ' 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  IDA-FILE.
       01  IDA-REC.
           03 IDA-KEY.
              05 IDA-ID            PIC S9(5) COMP-3.
              05 IDA-DVZ           PIC S9(3) COMP.
           03 IDA-FNAME            PIC X(15).
           03 IDA-LNAME            PIC X(15).
           03 IDA-DATE             PIC S9(07) COMP-3.
           03 IDA-BALANCE          PIC S9(13)V99 COMP-3.
           03 IDA-SON-ISLEM        PIC S9(07) COMP-3.
           03 IDA-DURUM            PIC X(01).
           03 IDA-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDA-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  CUR-FILE.
       01  CUR-REC.
           03 CUR-CODE              PIC S9(3) COMP.
           03 CUR-NAME              PIC X(20).
           03 CUR-FAIZ-ORAN         PIC S9(3)V9(6) COMP-3.
           03 CUR-DURUM             PIC X(01).
              88 CUR-KAPALI                   VALUE 'K'.
           03 CUR-KAPANIS-TARIHI    PIC 9(08).

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

       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC.
           03 ARC-ID                PIC 9(05).
           03 ARC-DVZ               PIC 9(03).
           03 ARC-FNAME             PIC X(15).
           03 ARC-LNAME             PIC X(15).
           03 ARC-DATE              PIC 9(07).
           03 ARC-BALANCE           PIC S9(13)V99.
           03 ARC-TIMESTAMP         PIC X(14).
           03 ARC-MUSTERI-NO        PIC 9(07).

       SD  ARW-FILE.
       01  ARW-REC.
           03 ARW-ID                PIC 9(05).
           03 ARW-DVZ               PIC 9(03).
           03 ARW-FNAME             PIC X(15).
           03 ARW-LNAME             PIC X(15).
           03 ARW-DATE              PIC 9(07).
           03 ARW-BALANCE           PIC S9(13)V99.
           03 ARW-TIMESTAMP         PIC X(14).
           03 ARW-MUSTERI-NO        PIC 9(07).

       FD  ARS-FILE RECORDING MODE F.
       01  ARS-REC.
           03 ARS-ID                PIC 9(05).
           03 ARS-DVZ               PIC 9(03).
           03 ARS-FNAME             PIC X(15).
           03 ARS-LNAME             PIC X(15).
           03 ARS-DATE              PIC 9(07).
           03 ARS-BALANCE           PIC S9(13)V99.
           03 ARS-TIMESTAMP         PIC X(14).
           03 ARS-TIMESTAMP-P REDEFINES ARS-TIMESTAMP.
              05 ARS-TARIH          PIC 9(08).
              05 ARS-SAAT           PIC 9(06).
           03 ARS-MUSTERI-NO        PIC 9(07).

       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC.
           03 EXC-KONTROL           PIC 9(02).
           03 EXC-ID                PIC 9(05).
           03 EXC-DVZ               PIC 9(03).
           03 EXC-FNAME             PIC X(15).
           03 EXC-LNAME             PIC X(15).
           03 EXC-DURUM             PIC X(01).
           03 EXC-BALANCE           PIC S9(13)V99.
           03 EXC-LIMIT             PIC S9(13)V99.
           03 EXC-DEGER             PIC X(30).

       SD  EXW-FILE.
       01  EXW-REC.
           03 EXW-KONTROL           PIC 9(02).
           03 EXW-ID                PIC 9(05).
           03 EXW-DVZ               PIC 9(03).
           03 EXW-FNAME             PIC X(15).
           03 EXW-LNAME             PIC X(15).
           03 EXW-DURUM             PIC X(01).
           03 EXW-BALANCE           PIC S9(13)V99.
           03 EXW-LIMIT             PIC S9(13)V99.
           03 EXW-DEGER             PIC X(30).

       FD  EXS-FILE RECORDING MODE F.
       01  EXS-REC.
           03 EXS-KONTROL           PIC 9(02).
           03 EXS-ID                PIC 9(05).
           03 EXS-DVZ               PIC 9(03).
           03 EXS-FNAME             PIC X(15).
           03 EXS-LNAME             PIC X(15).
           03 EXS-DURUM             PIC X(01).
           03 EXS-BALANCE           PIC S9(13)V99.
           03 EXS-LIMIT             PIC S9(13)V99.
           03 EXS-DEGER             PIC X(30).

       FD  DQH-FILE RECORDING MODE F.
       01  DQH-REC.
           03 DQH-TARIH             PIC 9(08).
           03 DQH-KONTROL           PIC 9(02).
           03 DQH-ADET              PIC 9(07).
           03 DQH-OKUNAN            PIC 9(07).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 IDX-ST                PIC 9(02).
              88 IDX-EOF                      VALUE 10.
              88 IDX-SUCCESS                  VALUE 00 97.
           05 IDA-ST                PIC 9(02).
              88 IDA-SUCCESS                  VALUE 00 97.
           05 CUR-ST                PIC 9(02).
              88 CUR-ST-SUCC                  VALUE 00 97.
           05 CIF-ST                PIC 9(02).
              88 CIF-ST-SUCC                  VALUE 00 97.
           05 ARC-ST                PIC 9(02).
              88 ARC-SUCCESS                  VALUE 00 97.
              88 ARC-NOFILE                   VALUE 35.
           05 ARS-ST                PIC 9(02).
              88 ARS-EOF                      VALUE 10.
              88 ARS-SUCCESS                  VALUE 00 97.
           05 EXC-ST                PIC 9(02).
              88 EXC-SUCCESS                  VALUE 00 97.
           05 EXS-ST                PIC 9(02).
              88 EXS-EOF                      VALUE 10.
              88 EXS-SUCCESS                  VALUE 00 97.
           05 DQH-ST                PIC 9(02).
              88 DQH-ST-SUCC                  VALUE 00 97.
              88 DQH-ST-NOFILE                VALUE 35.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-ARC-VAR            PIC X(01) VALUE 'N'.
              88 WS-ARC-VAR-YES               VALUE 'Y'.
           05 WS-HATALI             PIC X(01).
              88 WS-HATALI-YES                VALUE 'Y'.
           05 WS-ALT-BULUNDU        PIC X(01).
              88 WS-ALT-BULUNDU-YES           VALUE 'Y'.
           05 WS-ALT-BITTI          PIC X(01).
              88 WS-ALT-BITTI-YES             VALUE 'Y'.
           05 WS-BUGUN              PIC 9(08).
           05 WS-BUGUN-GUN          PIC 9(07).
           05 WS-KAPANIS-GUN        PIC 9(07).
           05 WS-ARC-SIL-TARIH      PIC 9(08).
           05 WS-ARC-SIL-GUN        PIC 9(07).
           05 WS-ED-DVZ             PIC 9(03).
           05 WS-ED-ACILIS          PIC 9(07).
           05 WS-ED-SON-ISLEM       PIC 9(07).
           05 WS-ED-MUSTERI         PIC 9(07).
           05 WS-EXC-KONTROL        PIC 9(02).
           05 WS-EXC-DEGER          PIC X(30).
           05 WS-ONCEKI-KONTROL     PIC 9(02).
       01  WS-KONTROL-DEF.
           05 FILLER                PIC X(40)  VALUE
              'CURRENCY NOT ON CURRENCY FILE'.
           05 FILLER                PIC X(40)  VALUE
              'CURRENCY CLOSED BEFORE ACCOUNT OPENED'.
           05 FILLER                PIC X(40)  VALUE
              'UNKNOWN ACCOUNT STATUS CODE'.
           05 FILLER                PIC X(40)  VALUE
              'LAST ACTIVITY BEFORE OPEN DATE'.
           05 FILLER                PIC X(40)  VALUE
              'LAST ACTIVITY IN THE FUTURE'.
           05 FILLER                PIC X(40)  VALUE
              'NEGATIVE LIMIT'.
           05 FILLER                PIC X(40)  VALUE
              'BALANCE PAST LIMIT, ACCOUNT NOT ON HOLD'.
           05 FILLER                PIC X(40)  VALUE
              'FIRST NAME BLANK OR NOT ALPHABETIC'.
           05 FILLER                PIC X(40)  VALUE
              'LAST NAME BLANK OR NOT ALPHABETIC'.
           05 FILLER                PIC X(40)  VALUE
              'ACCOUNT STILL ON ARCHIVE FILE'.
           05 FILLER                PIC X(40)  VALUE
              'NOT READABLE VIA LAST NAME INDEX'.
           05 FILLER                PIC X(40)  VALUE
              'NOT LINKED TO AN OPEN CUSTOMER'.
       01  WS-KONTROL-TABLE REDEFINES WS-KONTROL-DEF.
           05 WS-KTR-ACIKLAMA       PIC X(40) OCCURS 12 TIMES.
       01  WS-KONTROL-SAYAC.
           05 WS-KTR-ADET           PIC 9(07) OCCURS 12 TIMES.
       01  WS-KTR-MAX               PIC 9(03) COMP VALUE 12.
       01  WS-KTR-SUB               PIC 9(03) COMP.
       01  WS-DQS-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-HATALI         PIC 9(07) VALUE 0.
           05 WS-CNT-ISTISNA        PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(50)  VALUE
              'MASTER FILE DATA-QUALITY EXCEPTION REPORT'.
           05 FILLER                PIC X(07)  VALUE 'DATE : '.
           05 HD1-TARIH             PIC 9(08).
           05 FILLER                PIC X(66)  VALUE SPACES.
       01  WS-GRUP-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(06)  VALUE 'CHECK '.
           05 GRP-NO                PIC 99.
           05 FILLER                PIC X(03)  VALUE ' - '.
           05 GRP-ACIKLAMA          PIC X(40).
           05 FILLER                PIC X(80)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE 'ACCOUNT'.
           05 FILLER                PIC X(16)  VALUE 'FIRST NAME'.
           05 FILLER                PIC X(17)  VALUE 'LAST NAME'.
           05 FILLER                PIC X(03)  VALUE 'S'.
           05 FILLER                PIC X(18)  VALUE
              '         BALANCE'.
           05 FILLER                PIC X(18)  VALUE
              '           LIMIT'.
           05 FILLER                PIC X(30)  VALUE 'DETAIL'.
           05 FILLER                PIC X(18)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-ID                PIC 9(05).
           05 DET-AYRAC             PIC X(01).
           05 DET-DVZ               PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-FNAME             PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-LNAME             PIC X(15).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DURUM             PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-BALANCE           PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-LIMIT             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DEGER             PIC X(30).
           05 FILLER                PIC X(18)  VALUE SPACES.
       01  WS-OZET-HEAD-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(50)  VALUE
              'EXCEPTION COUNT BY CHECK'.
           05 FILLER                PIC X(81)  VALUE SPACES.
       01  WS-OZET-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 OZT-NO                PIC 99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 OZT-ACIKLAMA          PIC X(40).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 OZT-ADET              PIC ZZZZZZ9.
           05 FILLER                PIC X(77)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.
       01  WS-TRAILER-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-MESAJ             PIC X(40).
           05 FILLER                PIC X(91)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE ZEROS TO WS-KONTROL-SAYAC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           COMPUTE WS-BUGUN-GUN =
              FUNCTION DAY-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-BUGUN)).
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H600-SORT-EXCEPTIONS.
           PERFORM H700-PRINT-EXCEPTIONS.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H950-WRITE-TREND.
           PERFORM H999-PROGRAM-EXIT.
           IF WS-CNT-ISTISNA > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       H100-OPEN-FILES.
           OPEN INPUT ARC-FILE.
           IF ARC-SUCCESS
              CLOSE ARC-FILE
              SORT ARW-FILE
                 ON ASCENDING KEY ARW-ID ARW-DVZ ARW-TIMESTAMP
                 USING ARC-FILE
                 GIVING ARS-FILE
              OPEN INPUT ARS-FILE
              IF NOT ARS-SUCCESS
                 DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
                 STOP RUN
              END-IF
              SET WS-ARC-VAR-YES TO TRUE
              PERFORM H150-READ-ARS
           ELSE
              IF NOT ARC-NOFILE
                 DISPLAY 'ARSIV DOSYASI ACILMADI : ' ARC-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN INPUT IDA-FILE.
           IF NOT IDA-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDA-ST
              STOP RUN
           END-IF.
           OPEN INPUT CUR-FILE.
           IF NOT CUR-ST-SUCC
              DISPLAY 'DOVIZ DOSYASI ACILMADI : ' CUR-ST
              STOP RUN
           END-IF.
           OPEN INPUT CIF-FILE.
           IF NOT CIF-ST-SUCC
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF NOT EXC-SUCCESS
              DISPLAY 'ISTISNA DOSYASI ACILMADI : ' EXC-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H150-READ-ARS.
           READ ARS-FILE
              AT END
                 CONTINUE
           END-READ.

       H200-PROCESS.
           READ IDX-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-OKUNAN
                 MOVE 'N' TO WS-HATALI
                 PERFORM H300-CHECK-RECORD
                 IF WS-HATALI-YES
                    ADD 1 TO WS-CNT-HATALI
                 END-IF
           END-READ.

       H300-CHECK-RECORD.
           MOVE IDX-DVZ TO CUR-CODE.
           READ CUR-FILE
              INVALID KEY
                 MOVE IDX-DVZ TO WS-ED-DVZ
                 MOVE SPACES  TO WS-EXC-DEGER
                 STRING 'CURRENCY ' WS-ED-DVZ
                    DELIMITED BY SIZE INTO WS-EXC-DEGER
                 MOVE 01 TO WS-EXC-KONTROL
                 PERFORM H380-WRITE-EXC
              NOT INVALID
                 IF CUR-KAPALI
                    AND CUR-KAPANIS-TARIHI > 0
                    COMPUTE WS-KAPANIS-GUN =
                       FUNCTION DAY-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE
                             (CUR-KAPANIS-TARIHI))
                    IF WS-KAPANIS-GUN < IDX-DATE
                       MOVE SPACES TO WS-EXC-DEGER
                       STRING 'CLOSED ' CUR-KAPANIS-TARIHI
                          DELIMITED BY SIZE INTO WS-EXC-DEGER
                       MOVE 02 TO WS-EXC-KONTROL
                       PERFORM H380-WRITE-EXC
                    END-IF
                 END-IF
           END-READ.
           IF NOT IDX-DURUM-GECERLI
              MOVE SPACES TO WS-EXC-DEGER
              STRING 'STATUS CODE ' IDX-DURUM
                 DELIMITED BY SIZE INTO WS-EXC-DEGER
              MOVE 03 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           MOVE IDX-DATE      TO WS-ED-ACILIS.
           MOVE IDX-SON-ISLEM TO WS-ED-SON-ISLEM.
           MOVE SPACES        TO WS-EXC-DEGER.
           STRING 'OPENED ' WS-ED-ACILIS ' LAST ' WS-ED-SON-ISLEM
              DELIMITED BY SIZE INTO WS-EXC-DEGER.
           IF IDX-SON-ISLEM > 0
              AND IDX-SON-ISLEM < IDX-DATE
              MOVE 04 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           IF IDX-SON-ISLEM > WS-BUGUN-GUN
              MOVE 05 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           MOVE SPACES TO WS-EXC-DEGER.
           IF IDX-LIMIT < 0
              MOVE 06 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           IF IDX-BALANCE + IDX-LIMIT < 0
              AND NOT IDX-BLOKELI
              MOVE 07 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           IF IDX-FNAME = SPACES
              OR IDX-FNAME IS NOT ALPHABETIC
              MOVE 08 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           IF IDX-LNAME = SPACES
              OR IDX-LNAME IS NOT ALPHABETIC
              MOVE 09 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.
           IF WS-ARC-VAR-YES
              PERFORM H400-CHECK-ARCHIVE
           END-IF.
           PERFORM H500-CHECK-ALTKEY.
           PERFORM H580-CHECK-MUSTERI.

       H380-WRITE-EXC.
           MOVE 'Y'            TO WS-HATALI.
           ADD 1 TO WS-CNT-ISTISNA.
           ADD 1 TO WS-KTR-ADET (WS-EXC-KONTROL).
           MOVE WS-EXC-KONTROL TO EXC-KONTROL.
           MOVE IDX-ID         TO EXC-ID.
           MOVE IDX-DVZ        TO EXC-DVZ.
           MOVE IDX-FNAME      TO EXC-FNAME.
           MOVE IDX-LNAME      TO EXC-LNAME.
           MOVE IDX-DURUM      TO EXC-DURUM.
           MOVE IDX-BALANCE    TO EXC-BALANCE.
           MOVE IDX-LIMIT      TO EXC-LIMIT.
           MOVE WS-EXC-DEGER   TO EXC-DEGER.
           WRITE EXC-REC.

       H400-CHECK-ARCHIVE.
           MOVE 0 TO WS-ARC-SIL-TARIH.
           PERFORM H150-READ-ARS
              UNTIL ARS-EOF
                 OR ARS-ID > IDX-ID
                 OR (ARS-ID = IDX-ID AND ARS-DVZ >= IDX-DVZ).
           PERFORM H450-MATCH-ARS
              UNTIL ARS-EOF
                 OR ARS-ID NOT = IDX-ID
                 OR ARS-DVZ NOT = IDX-DVZ.
           IF WS-ARC-SIL-TARIH > 0
              COMPUTE WS-ARC-SIL-GUN =
                 FUNCTION DAY-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-ARC-SIL-TARIH))
              IF WS-ARC-SIL-GUN > IDX-SON-ISLEM
                 MOVE SPACES TO WS-EXC-DEGER
                 STRING 'ARCHIVED ' WS-ARC-SIL-TARIH
                    DELIMITED BY SIZE INTO WS-EXC-DEGER
                 MOVE 10 TO WS-EXC-KONTROL
                 PERFORM H380-WRITE-EXC
              END-IF
           END-IF.

       H450-MATCH-ARS.
           MOVE ARS-TARIH TO WS-ARC-SIL-TARIH.
           PERFORM H150-READ-ARS.

       H500-CHECK-ALTKEY.
           MOVE 'N'       TO WS-ALT-BULUNDU.
           MOVE 'N'       TO WS-ALT-BITTI.
           MOVE IDX-LNAME TO IDA-LNAME.
           START IDA-FILE KEY IS = IDA-LNAME
              INVALID KEY
                 MOVE 'Y' TO WS-ALT-BITTI
              NOT INVALID
                 PERFORM H550-READ-IDA
                    UNTIL WS-ALT-BULUNDU-YES OR WS-ALT-BITTI-YES
           END-START.
           IF NOT WS-ALT-BULUNDU-YES
              MOVE SPACES TO WS-EXC-DEGER
              MOVE 11 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           END-IF.

       H550-READ-IDA.
           READ IDA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ALT-BITTI
              NOT AT END
                 IF IDA-LNAME NOT = IDX-LNAME
                    MOVE 'Y' TO WS-ALT-BITTI
                 ELSE
                    IF IDA-KEY = IDX-KEY
                       MOVE 'Y' TO WS-ALT-BULUNDU
                    END-IF
                 END-IF
           END-READ.

       H580-CHECK-MUSTERI.
           MOVE IDX-MUSTERI-NO TO WS-ED-MUSTERI.
           MOVE SPACES         TO WS-EXC-DEGER.
           IF IDX-MUSTERI-NO NOT > 0
              MOVE 'NO CUSTOMER NUMBER' TO WS-EXC-DEGER
              MOVE 12 TO WS-EXC-KONTROL
              PERFORM H380-WRITE-EXC
           ELSE
              MOVE IDX-MUSTERI-NO TO CIF-NO
              READ CIF-FILE
                 INVALID KEY
                    STRING 'CUSTOMER ' WS-ED-MUSTERI ' NOT ON FILE'
                       DELIMITED BY SIZE INTO WS-EXC-DEGER
                    MOVE 12 TO WS-EXC-KONTROL
                    PERFORM H380-WRITE-EXC
                 NOT INVALID
                    IF CIF-KAPALI
                       STRING 'CUSTOMER ' WS-ED-MUSTERI ' CLOSED'
                          DELIMITED BY SIZE INTO WS-EXC-DEGER
                       MOVE 12 TO WS-EXC-KONTROL
                       PERFORM H380-WRITE-EXC
                    END-IF
              END-READ
           END-IF.

       H600-SORT-EXCEPTIONS.
           CLOSE EXC-FILE.
           SORT EXW-FILE
              ON ASCENDING KEY EXW-KONTROL EXW-ID EXW-DVZ
              USING EXC-FILE
              GIVING EXS-FILE.
           OPEN INPUT EXS-FILE.
           IF NOT EXS-SUCCESS
              DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.

       H700-PRINT-EXCEPTIONS.
           MOVE WS-BUGUN TO HD1-TARIH.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           MOVE 0 TO WS-ONCEKI-KONTROL.
           PERFORM H750-READ-EXS UNTIL EXS-EOF.
           IF WS-ONCEKI-KONTROL > 0
              PERFORM H780-PRINT-GRUP-TOTAL
           ELSE
              MOVE 'NO EXCEPTIONS FOUND'    TO TRL-MESAJ
              WRITE REP-REC FROM WS-TRAILER-LINE AFTER ADVANCING 2
           END-IF.

       H750-READ-EXS.
           READ EXS-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF EXS-KONTROL NOT = WS-ONCEKI-KONTROL
                    IF WS-ONCEKI-KONTROL > 0
                       PERFORM H780-PRINT-GRUP-TOTAL
                    END-IF
                    MOVE EXS-KONTROL TO WS-ONCEKI-KONTROL
                    MOVE EXS-KONTROL TO GRP-NO
                    MOVE WS-KTR-ACIKLAMA (EXS-KONTROL)
                                     TO GRP-ACIKLAMA
                    WRITE REP-REC FROM WS-GRUP-LINE
                       AFTER ADVANCING 3
                    WRITE REP-REC FROM WS-HEAD2-LINE
                       AFTER ADVANCING 2
                 END-IF
                 PERFORM H760-PRINT-DETAIL
           END-READ.

       H760-PRINT-DETAIL.
           MOVE EXS-ID          TO DET-ID.
           MOVE '/'             TO DET-AYRAC.
           MOVE EXS-DVZ         TO DET-DVZ.
           MOVE EXS-FNAME       TO DET-FNAME.
           MOVE EXS-LNAME       TO DET-LNAME.
           MOVE EXS-DURUM       TO DET-DURUM.
           MOVE EXS-BALANCE     TO DET-BALANCE.
           MOVE EXS-LIMIT       TO DET-LIMIT.
           MOVE EXS-DEGER       TO DET-DEGER.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H780-PRINT-GRUP-TOTAL.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'RECORDS FLAGGED'           TO TRL-LABEL.
           MOVE WS-KTR-ADET (WS-ONCEKI-KONTROL) TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.

       H900-PRINT-TOTALS.
           WRITE REP-REC FROM WS-OZET-HEAD-LINE AFTER ADVANCING 3.
           PERFORM H920-PRINT-OZET
              VARYING WS-KTR-SUB FROM 1 BY 1
              UNTIL WS-KTR-SUB > WS-KTR-MAX.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE 'MASTER RECORDS READ'       TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'RECORDS WITH EXCEPTIONS'   TO TRL-LABEL.
           MOVE WS-CNT-HATALI               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'TOTAL EXCEPTIONS'          TO TRL-LABEL.
           MOVE WS-CNT-ISTISNA              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H920-PRINT-OZET.
           MOVE WS-KTR-SUB                  TO OZT-NO.
           MOVE WS-KTR-ACIKLAMA (WS-KTR-SUB) TO OZT-ACIKLAMA.
           MOVE WS-KTR-ADET (WS-KTR-SUB)    TO OZT-ADET.
           WRITE REP-REC FROM WS-OZET-LINE AFTER ADVANCING 1.

       H950-WRITE-TREND.
           OPEN EXTEND DQH-FILE.
           IF DQH-ST-NOFILE
              OPEN OUTPUT DQH-FILE
           END-IF.
           IF NOT DQH-ST-SUCC
              DISPLAY 'EGILIM DOSYASI ACILMADI : ' DQH-ST
              STOP RUN
           END-IF.
           PERFORM H960-WRITE-TREND-REC
              VARYING WS-KTR-SUB FROM 1 BY 1
              UNTIL WS-KTR-SUB > WS-KTR-MAX.
           CLOSE DQH-FILE.

       H960-WRITE-TREND-REC.
           MOVE WS-BUGUN                 TO DQH-TARIH.
           MOVE WS-KTR-SUB               TO DQH-KONTROL.
           MOVE WS-KTR-ADET (WS-KTR-SUB) TO DQH-ADET.
           MOVE WS-CNT-OKUNAN            TO DQH-OKUNAN.
           WRITE DQH-REC.

       H999-PROGRAM-EXIT.
           IF WS-ARC-VAR-YES
              CLOSE ARS-FILE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE IDA-FILE.
           CLOSE CUR-FILE.
           CLOSE CIF-FILE.
           CLOSE EXS-FILE.
           CLOSE REP-FILE.
