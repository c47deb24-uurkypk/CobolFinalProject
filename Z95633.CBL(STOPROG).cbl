       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-FILE
              ASSIGN TO STOFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STO-KEY
              FILE STATUS IS STO-ST.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT STR-FILE
              ASSIGN TO STOTRAN
              FILE STATUS IS STR-ST.
           SELECT REP-FILE
              ASSIGN TO STORPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  STO-FILE.
       01  STO-REC.
           03 STO-KEY.
              05 STO-ID             PIC S9(5) COMP-3.
              05 STO-DVZ            PIC S9(3) COMP.
              05 STO-NO             PIC 9(03).
           03 STO-TIP               PIC X(01).
              88 STO-TIP-BAKIYE               VALUE 'B'.
              88 STO-TIP-TRANSFER             VALUE 'T'.
           03 STO-TUTAR             PIC S9(13)V99 COMP-3.
           03 STO-HEDEF-ID          PIC 9(05).
           03 STO-HEDEF-DVZ         PIC 9(03).
           03 STO-SIKLIK            PIC X(01).
              88 STO-GUNLUK                   VALUE 'D'.
              88 STO-HAFTALIK                 VALUE 'W'.
              88 STO-AYLIK                    VALUE 'M'.
           03 STO-BAS-TARIH         PIC 9(08).
           03 STO-BIT-TARIH         PIC 9(08).
           03 STO-SONRAKI           PIC 9(08).
           03 STO-DURUM             PIC X(01).
              88 STO-AKTIF                    VALUE 'A'.
              88 STO-IPTAL                    VALUE 'K'.
              88 STO-BITTI                    VALUE 'S'.
           03 STO-KAPANIS-TARIHI    PIC 9(08).
           03 STO-SON-URETIM        PIC 9(08).

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

       FD  STR-FILE RECORDING MODE F.
       01  STR-REC.
           05 STR-FUNC              PIC X(01).
              88 STR-FUNC-VALID              VALUE 'A' 'C' 'D'.
              88 STR-FUNC-ADD                VALUE 'A'.
              88 STR-FUNC-CHANGE             VALUE 'C'.
              88 STR-FUNC-CANCEL             VALUE 'D'.
           05 STR-ID                PIC X(05).
           05 STR-ID-N REDEFINES STR-ID
                                    PIC 9(05).
           05 STR-DVZ               PIC X(03).
           05 STR-DVZ-N REDEFINES STR-DVZ
                                    PIC 9(03).
           05 STR-NO                PIC X(03).
           05 STR-NO-N REDEFINES STR-NO
                                    PIC 9(03).
           05 STR-TIP               PIC X(01).
              88 STR-TIP-VALID               VALUE 'B' 'T'.
              88 STR-TIP-TRANSFER            VALUE 'T'.
           05 STR-TUTAR             PIC X(15).
           05 STR-TUTAR-N REDEFINES STR-TUTAR
                                    PIC S9(13)V99.
           05 STR-HEDEF-ID          PIC X(05).
           05 STR-HEDEF-ID-N REDEFINES STR-HEDEF-ID
                                    PIC 9(05).
           05 STR-HEDEF-DVZ         PIC X(03).
           05 STR-HEDEF-DVZ-N REDEFINES STR-HEDEF-DVZ
                                    PIC 9(03).
           05 STR-SIKLIK            PIC X(01).
              88 STR-SIKLIK-VALID            VALUE 'D' 'W' 'M'.
           05 STR-BAS-TARIH         PIC X(08).
           05 STR-BAS-TARIH-N REDEFINES STR-BAS-TARIH
                                    PIC 9(08).
           05 STR-BIT-TARIH         PIC X(08).
           05 STR-BIT-TARIH-N REDEFINES STR-BIT-TARIH
                                    PIC 9(08).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 STO-ST                PIC 9(02).
              88 STO-ST-SUCC                  VALUE 00 97.
              88 STO-ST-NOFILE                VALUE 35.
           05 IDX-ST                PIC 9(02).
              88 IDX-SUCCESS                  VALUE 00 97.
           05 STR-ST                PIC 9(02).
              88 STR-EOF                      VALUE 10.
              88 STR-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-KART-GECERLI       PIC X(01).
              88 WS-KART-GECERLI-YES          VALUE 'Y'.
           05 WS-KAYIT-VAR          PIC X(01).
              88 WS-KAYIT-VAR-YES             VALUE 'Y'.
           05 WS-BUGUN              PIC 9(08).
       01  WS-TARIH-KONTROL.
           05 WS-KTR-TARIH          PIC 9(08).
           05 WS-KTR-TARIH-P REDEFINES WS-KTR-TARIH.
              10 WS-KTR-YIL         PIC 9(04).
              10 WS-KTR-AY          PIC 9(02).
              10 WS-KTR-GUN         PIC 9(02).
           05 WS-KTR-GECERLI        PIC X(01).
              88 WS-KTR-GECERLI-YES           VALUE 'Y'.
           05 WS-KTR-AY-SONU        PIC 9(02).
       01  WS-AY-GUNLERI-DEF        PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-AY-GUNLERI REDEFINES WS-AY-GUNLERI-DEF.
           05 WS-AY-GUN             PIC 9(02) OCCURS 12 TIMES.
       01  WS-HEDEF-HESAP.
           05 WS-HDF-ID             PIC 9(05).
           05 FILLER                PIC X(01)  VALUE '/'.
           05 WS-HDF-DVZ            PIC 9(03).
       01  WS-STO-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-EKLENEN        PIC 9(07) VALUE 0.
           05 WS-CNT-DEGISEN        PIC 9(07) VALUE 0.
           05 WS-CNT-IPTAL          PIC 9(07) VALUE 0.
           05 WS-CNT-RED            PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'STANDING ORDER FILE MAINTENANCE REPORT'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(04)  VALUE 'FUNC'.
           05 FILLER                PIC X(15)  VALUE
              '   ACCOUNT  NO'.
           05 FILLER                PIC X(08)  VALUE 'BEF/AFT'.
           05 FILLER                PIC X(03)  VALUE 'TP'.
           05 FILLER                PIC X(18)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(11)  VALUE 'COUNTER'.
           05 FILLER                PIC X(03)  VALUE 'FQ'.
           05 FILLER                PIC X(09)  VALUE 'START'.
           05 FILLER                PIC X(09)  VALUE 'END'.
           05 FILLER                PIC X(10)  VALUE 'NEXT DUE'.
           05 FILLER                PIC X(09)  VALUE 'STATUS'.
           05 FILLER                PIC X(32)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-FUNC              PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-ID                PIC 9(05).
           05 DET-AYRAC             PIC X(01).
           05 DET-DVZ               PIC 9(03).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-NO                PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-BEFAFT            PIC X(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TIP               PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-HEDEF             PIC X(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SIKLIK            PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-BAS               PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-BIT               PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-SONRAKI           PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DURUM             PIC X(09).
           05 FILLER                PIC X(32)  VALUE SPACES.
       01  WS-HATA-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-FUNC              PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HAT-ID                PIC X(05).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-DVZ               PIC X(03).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-NO                PIC X(03).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HAT-MESAJ             PIC X(40).
           05 FILLER                PIC X(71)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS UNTIL STR-EOF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H100-OPEN-FILES.
           OPEN I-O STO-FILE.
           IF STO-ST-NOFILE
              OPEN OUTPUT STO-FILE
              CLOSE STO-FILE
              OPEN I-O STO-FILE
           END-IF.
           IF NOT STO-ST-SUCC
              DISPLAY 'TALIMAT DOSYASI ACILMADI : ' STO-ST
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN INPUT STR-FILE.
           IF NOT STR-SUCCESS
              DISPLAY 'KART DOSYASI ACILMADI : ' STR-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H150-PRINT-HEADERS.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.

       H200-PROCESS.
           READ STR-FILE
           NOT AT END
              ADD 1 TO WS-CNT-OKUNAN
              PERFORM H300-EDIT-CARD
              IF WS-KART-GECERLI-YES
                 PERFORM H400-APPLY-CARD
              END-IF
           END-READ.

       H300-EDIT-CARD.
           MOVE 'Y' TO WS-KART-GECERLI.
           IF NOT STR-FUNC-VALID
              MOVE 'GECERSIZ ISLEM TIPI'          TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              IF STR-ID NOT NUMERIC
                 OR STR-DVZ NOT NUMERIC
                 OR STR-NO NOT NUMERIC
                 MOVE 'HESAP/TALIMAT NO SAYISAL DEGIL' TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 IF STR-FUNC-ADD
                    PERFORM H320-EDIT-ADD
                 END-IF
                 IF STR-FUNC-CHANGE
                    PERFORM H340-EDIT-CHANGE
                 END-IF
              END-IF
           END-IF.

       H320-EDIT-ADD.
           IF NOT STR-TIP-VALID
              MOVE 'GECERSIZ TALIMAT TIPI'        TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           END-IF.
           IF STR-TUTAR-N NOT NUMERIC
              MOVE 'TUTAR SAYISAL DEGIL'          TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              IF STR-TUTAR-N = 0
                 OR (STR-TIP-TRANSFER AND STR-TUTAR-N < 0)
                 MOVE 'TUTAR GECERSIZ'            TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              END-IF
           END-IF.
           IF STR-TIP-TRANSFER
              PERFORM H360-EDIT-HEDEF
           END-IF.
           IF NOT STR-SIKLIK-VALID
              MOVE 'GECERSIZ SIKLIK'              TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           END-IF.
           IF STR-BAS-TARIH NOT NUMERIC
              MOVE 'BASLANGIC TARIHI GECERSIZ'    TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              MOVE STR-BAS-TARIH-N TO WS-KTR-TARIH
              PERFORM H380-CHECK-DATE
              IF NOT WS-KTR-GECERLI-YES
                 MOVE 'BASLANGIC TARIHI GECERSIZ' TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              END-IF
           END-IF.
           PERFORM H370-EDIT-BITIS.

       H340-EDIT-CHANGE.
           IF STR-TIP NOT = SPACE
              MOVE 'TALIMAT TIPI DEGISTIRILEMEZ'  TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           END-IF.
           IF STR-TUTAR NOT = SPACES
              IF STR-TUTAR-N NOT NUMERIC
                 MOVE 'TUTAR SAYISAL DEGIL'       TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 IF STR-TUTAR-N = 0
                    MOVE 'TUTAR GECERSIZ'         TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
              END-IF
           END-IF.
           IF STR-HEDEF-ID NOT = SPACES
              OR STR-HEDEF-DVZ NOT = SPACES
              PERFORM H360-EDIT-HEDEF
           END-IF.
           IF STR-SIKLIK NOT = SPACE
              AND NOT STR-SIKLIK-VALID
              MOVE 'GECERSIZ SIKLIK'              TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           END-IF.
           IF STR-BAS-TARIH NOT = SPACES
              IF STR-BAS-TARIH NOT NUMERIC
                 MOVE 'BASLANGIC TARIHI GECERSIZ' TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 MOVE STR-BAS-TARIH-N TO WS-KTR-TARIH
                 PERFORM H380-CHECK-DATE
                 IF NOT WS-KTR-GECERLI-YES
                    MOVE 'BASLANGIC TARIHI GECERSIZ' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
              END-IF
           END-IF.
           PERFORM H370-EDIT-BITIS.

       H360-EDIT-HEDEF.
           IF STR-HEDEF-ID NOT NUMERIC
              OR STR-HEDEF-DVZ NOT NUMERIC
              MOVE 'ALICI HESAP GECERSIZ'         TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              IF STR-HEDEF-ID-N = STR-ID-N
                 AND STR-HEDEF-DVZ-N = STR-DVZ-N
                 MOVE 'ALICI HESAP AYNI HESAP'    TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              END-IF
           END-IF.

       H370-EDIT-BITIS.
           IF STR-BIT-TARIH NOT = SPACES
              IF STR-BIT-TARIH NOT NUMERIC
                 MOVE 'BITIS TARIHI GECERSIZ'     TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 MOVE STR-BIT-TARIH-N TO WS-KTR-TARIH
                 PERFORM H380-CHECK-DATE
                 IF NOT WS-KTR-GECERLI-YES
                    MOVE 'BITIS TARIHI GECERSIZ'  TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF STR-BAS-TARIH IS NUMERIC
                       AND STR-BIT-TARIH-N < STR-BAS-TARIH-N
                       MOVE 'BITIS TARIHI BASLANGICTAN ONCE'
                                                 TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       H380-CHECK-DATE.
           MOVE 'Y' TO WS-KTR-GECERLI.
           IF WS-KTR-YIL < 1900 OR WS-KTR-YIL > 2099
              OR WS-KTR-AY < 1 OR WS-KTR-AY > 12
              OR WS-KTR-GUN < 1
              MOVE 'N' TO WS-KTR-GECERLI
           ELSE
              MOVE WS-AY-GUN (WS-KTR-AY) TO WS-KTR-AY-SONU
              IF WS-KTR-AY = 2
                 AND FUNCTION MOD (WS-KTR-YIL, 4) = 0
                 AND (FUNCTION MOD (WS-KTR-YIL, 100) NOT = 0
                      OR FUNCTION MOD (WS-KTR-YIL, 400) = 0)
                 MOVE 29 TO WS-KTR-AY-SONU
              END-IF
              IF WS-KTR-GUN > WS-KTR-AY-SONU
                 MOVE 'N' TO WS-KTR-GECERLI
              END-IF
           END-IF.

       H400-APPLY-CARD.
           PERFORM H500-READ-STO.
           EVALUATE TRUE,
              WHEN STR-FUNC-ADD
                 IF WS-KAYIT-VAR-YES
                    MOVE 'TALIMAT ZATEN VAR'      TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    MOVE STR-ID-N  TO IDX-ID
                    MOVE STR-DVZ-N TO IDX-DVZ
                    PERFORM H550-READ-IDX
                    IF NOT WS-KAYIT-VAR-YES
                       MOVE 'HESAP BULUNAMADI'    TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H570-CHECK-HEDEF
                       IF WS-KART-GECERLI-YES
                          PERFORM H600-ADD-STO
                       END-IF
                    END-IF
                 END-IF,
              WHEN STR-FUNC-CHANGE
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'TALIMAT BULUNAMADI'     TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF NOT STO-AKTIF
                       MOVE 'TALIMAT AKTIF DEGIL' TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H570-CHECK-HEDEF
                       IF WS-KART-GECERLI-YES
                          PERFORM H650-CHANGE-STO
                       END-IF
                    END-IF
                 END-IF,
              WHEN STR-FUNC-CANCEL
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'TALIMAT BULUNAMADI'     TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF NOT STO-AKTIF
                       MOVE 'TALIMAT AKTIF DEGIL' TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H700-CANCEL-STO
                    END-IF
                 END-IF
           END-EVALUATE.

       H500-READ-STO.
           MOVE STR-ID-N  TO STO-ID.
           MOVE STR-DVZ-N TO STO-DVZ.
           MOVE STR-NO-N  TO STO-NO.
           READ STO-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H550-READ-IDX.
           READ IDX-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H570-CHECK-HEDEF.
           IF STR-HEDEF-ID IS NUMERIC
              AND STR-HEDEF-DVZ IS NUMERIC
              MOVE STR-HEDEF-ID-N  TO IDX-ID
              MOVE STR-HEDEF-DVZ-N TO IDX-DVZ
              PERFORM H550-READ-IDX
              IF NOT WS-KAYIT-VAR-YES
                 MOVE 'ALICI HESAP BULUNAMADI'    TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              END-IF
           END-IF.

       H600-ADD-STO.
           MOVE STR-ID-N            TO STO-ID.
           MOVE STR-DVZ-N           TO STO-DVZ.
           MOVE STR-NO-N            TO STO-NO.
           MOVE STR-TIP             TO STO-TIP.
           MOVE STR-TUTAR-N         TO STO-TUTAR.
           IF STR-TIP-TRANSFER
              MOVE STR-HEDEF-ID-N   TO STO-HEDEF-ID
              MOVE STR-HEDEF-DVZ-N  TO STO-HEDEF-DVZ
           ELSE
              MOVE 0                TO STO-HEDEF-ID
              MOVE 0                TO STO-HEDEF-DVZ
           END-IF.
           MOVE STR-SIKLIK          TO STO-SIKLIK.
           MOVE STR-BAS-TARIH-N     TO STO-BAS-TARIH.
           IF STR-BIT-TARIH IS NUMERIC
              MOVE STR-BIT-TARIH-N  TO STO-BIT-TARIH
           ELSE
              MOVE 0                TO STO-BIT-TARIH
           END-IF.
           MOVE STR-BAS-TARIH-N     TO STO-SONRAKI.
           MOVE 'A'                 TO STO-DURUM.
           MOVE 0                   TO STO-KAPANIS-TARIHI.
           MOVE 0                   TO STO-SON-URETIM.
           WRITE STO-REC
              INVALID KEY
                 MOVE 'TALIMAT ZATEN VAR'         TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-EKLENEN
                 MOVE '(NEW) ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-WRITE.

       H650-CHANGE-STO.
           IF STR-TUTAR-N IS NUMERIC
              AND STO-TIP-TRANSFER
              AND STR-TUTAR-N < 0
              MOVE 'TUTAR GECERSIZ'               TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              PERFORM H660-APPLY-CHANGE
           END-IF.

       H660-APPLY-CHANGE.
           PERFORM H760-PRINT-BEFORE.
           IF STR-TUTAR-N IS NUMERIC
              MOVE STR-TUTAR-N      TO STO-TUTAR
           END-IF.
           IF STO-TIP-TRANSFER
              AND STR-HEDEF-ID IS NUMERIC
              AND STR-HEDEF-DVZ IS NUMERIC
              MOVE STR-HEDEF-ID-N   TO STO-HEDEF-ID
              MOVE STR-HEDEF-DVZ-N  TO STO-HEDEF-DVZ
           END-IF.
           IF STR-SIKLIK NOT = SPACE
              MOVE STR-SIKLIK       TO STO-SIKLIK
           END-IF.
           IF STR-BAS-TARIH IS NUMERIC
              MOVE STR-BAS-TARIH-N  TO STO-BAS-TARIH
              MOVE STR-BAS-TARIH-N  TO STO-SONRAKI
           END-IF.
           IF STR-BIT-TARIH IS NUMERIC
              MOVE STR-BIT-TARIH-N  TO STO-BIT-TARIH
           END-IF.
           REWRITE STO-REC
              INVALID KEY
                 MOVE 'TALIMAT GUNCELLENEMEDI'    TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-DEGISEN
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-REWRITE.

       H700-CANCEL-STO.
           PERFORM H760-PRINT-BEFORE.
           MOVE 'K'                 TO STO-DURUM.
           MOVE WS-BUGUN            TO STO-KAPANIS-TARIHI.
           REWRITE STO-REC
              INVALID KEY
                 MOVE 'TALIMAT GUNCELLENEMEDI'    TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-IPTAL
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-REWRITE.

       H750-PRINT-AFTER.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H760-PRINT-BEFORE.
           MOVE 'BEFORE' TO DET-BEFAFT.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 2.

       H770-FORMAT-DETAIL.
           MOVE STR-FUNC            TO DET-FUNC.
           MOVE STO-ID              TO DET-ID.
           MOVE '/'                 TO DET-AYRAC.
           MOVE STO-DVZ             TO DET-DVZ.
           MOVE STO-NO              TO DET-NO.
           MOVE STO-TIP             TO DET-TIP.
           MOVE STO-TUTAR           TO DET-TUTAR.
           IF STO-TIP-TRANSFER
              MOVE STO-HEDEF-ID     TO WS-HDF-ID
              MOVE STO-HEDEF-DVZ    TO WS-HDF-DVZ
              MOVE WS-HEDEF-HESAP   TO DET-HEDEF
           ELSE
              MOVE SPACES           TO DET-HEDEF
           END-IF.
           MOVE STO-SIKLIK          TO DET-SIKLIK.
           MOVE STO-BAS-TARIH       TO DET-BAS.
           MOVE STO-BIT-TARIH       TO DET-BIT.
           MOVE STO-SONRAKI         TO DET-SONRAKI.
           EVALUATE TRUE,
              WHEN STO-AKTIF
                 MOVE 'ACTIVE'      TO DET-DURUM,
              WHEN STO-IPTAL
                 MOVE 'CANCELLED'   TO DET-DURUM,
              WHEN STO-BITTI
                 MOVE 'ENDED'       TO DET-DURUM,
              WHEN OTHER
                 MOVE STO-DURUM     TO DET-DURUM
           END-EVALUATE.

       H800-PRINT-HATA.
           IF WS-KART-GECERLI-YES
              ADD 1      TO WS-CNT-RED
           END-IF.
           MOVE 'N'      TO WS-KART-GECERLI.
           MOVE STR-FUNC TO HAT-FUNC.
           MOVE STR-ID   TO HAT-ID.
           MOVE STR-DVZ  TO HAT-DVZ.
           MOVE STR-NO   TO HAT-NO.
           WRITE REP-REC FROM WS-HATA-LINE AFTER ADVANCING 2.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** MAINTENANCE TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'CARDS READ'                TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'INSTRUCTIONS ADDED'        TO TRL-LABEL.
           MOVE WS-CNT-EKLENEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'INSTRUCTIONS CHANGED'      TO TRL-LABEL.
           MOVE WS-CNT-DEGISEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'INSTRUCTIONS CANCELLED'    TO TRL-LABEL.
           MOVE WS-CNT-IPTAL                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS REJECTED'            TO TRL-LABEL.
           MOVE WS-CNT-RED                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE STO-FILE.
           CLOSE IDX-FILE.
           CLOSE STR-FILE.
           CLOSE REP-FILE.
