       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT IDX-FILE
              ASSIGN TO IDXFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDX-KEY
              FILE STATUS IS IDX-ST.
           SELECT CTR-FILE
              ASSIGN TO CIFTRAN
              FILE STATUS IS CTR-ST.
           SELECT CAU-FILE
              ASSIGN TO CIFAUD
              FILE STATUS IS CAU-ST.
           SELECT REP-FILE
              ASSIGN TO CIFRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CTR-FILE RECORDING MODE F.
       01  CTR-REC.
           05 CTR-FUNC              PIC X(01).
              88 CTR-FUNC-VALID              VALUE 'A' 'C' 'D' 'K'.
              88 CTR-FUNC-ADD                VALUE 'A'.
              88 CTR-FUNC-CHANGE             VALUE 'C'.
              88 CTR-FUNC-DEACT              VALUE 'D'.
              88 CTR-FUNC-LINK               VALUE 'K'.
           05 CTR-MUSTERI-NO        PIC X(07).
           05 CTR-MUSTERI-NO-N REDEFINES CTR-MUSTERI-NO
                                    PIC 9(07).
           05 CTR-FNAME             PIC X(15).
           05 CTR-HESAP REDEFINES CTR-FNAME.
              07 CTR-HESAP-ID       PIC X(05).
              07 CTR-HESAP-ID-N REDEFINES CTR-HESAP-ID
                                    PIC 9(05).
              07 CTR-HESAP-DVZ      PIC X(03).
              07 CTR-HESAP-DVZ-N REDEFINES CTR-HESAP-DVZ
                                    PIC 9(03).
              07 FILLER             PIC X(07).
           05 CTR-LNAME             PIC X(15).
           05 CTR-ADRES-1           PIC X(30).
           05 CTR-ADRES-2           PIC X(30).
           05 CTR-SEHIR             PIC X(20).
           05 CTR-POSTA-KODU        PIC X(10).
           05 CTR-VERGI-NO          PIC X(11).
           05 CTR-TELEFON           PIC X(15).
           05 CTR-DOGUM-TARIH       PIC X(08).
           05 CTR-DOGUM-TARIH-N REDEFINES CTR-DOGUM-TARIH
                                    PIC 9(08).
           05 CTR-OPERATOR          PIC X(08).

       FD  CAU-FILE RECORDING MODE F.
       01  CAU-REC.
           03 CAU-MUSTERI-NO        PIC 9(07).
           03 CAU-TIMESTAMP         PIC X(14).
           03 CAU-ISLEM             PIC X(01).
              88 CAU-BAGLA                    VALUE 'K'.
           03 CAU-ALAN              PIC X(10).
           03 CAU-ESKI              PIC X(30).
           03 CAU-YENI              PIC X(30).
           03 CAU-HESAP-ID          PIC 9(05).
           03 CAU-HESAP-DVZ         PIC 9(03).
           03 CAU-OPERATOR          PIC X(08).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CIF-ST                PIC 9(02).
              88 CIF-ST-SUCC                  VALUE 00 97.
              88 CIF-ST-NOFILE                VALUE 35.
           05 IDX-ST                PIC 9(02).
              88 IDX-EOF                      VALUE 10.
              88 IDX-SUCCESS                  VALUE 00 97.
           05 CTR-ST                PIC 9(02).
              88 CTR-EOF                      VALUE 10.
              88 CTR-SUCCESS                  VALUE 00 97.
           05 CAU-ST                PIC 9(02).
              88 CAU-SUCCESS                  VALUE 00 97.
              88 CAU-NOFILE                   VALUE 35.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-KART-GECERLI       PIC X(01).
              88 WS-KART-GECERLI-YES          VALUE 'Y'.
           05 WS-KAYIT-VAR          PIC X(01).
              88 WS-KAYIT-VAR-YES             VALUE 'Y'.
           05 WS-HESAP-BAGLI        PIC X(01).
              88 WS-HESAP-BAGLI-YES           VALUE 'Y'.
           05 WS-BUGUN              PIC 9(08).
           05 WS-ZAMAN              PIC X(14).
           05 WS-ESKI-MUSTERI       PIC 9(07).
           05 WS-DEG-MAX            PIC 9(02) COMP.
           05 WS-DEG-SUB            PIC 9(02) COMP.
           05 WS-DEG-TABLE.
              07 WS-DEG-ENTRY OCCURS 9 TIMES.
                 09 WS-DEG-ALAN     PIC X(10).
                 09 WS-DEG-ESKI     PIC X(30).
                 09 WS-DEG-YENI     PIC X(30).
       01  WS-CIF-TOTALS.
           05 WS-CNT-OKUNAN         PIC 9(07) VALUE 0.
           05 WS-CNT-EKLENEN        PIC 9(07) VALUE 0.
           05 WS-CNT-DEGISEN        PIC 9(07) VALUE 0.
           05 WS-CNT-KAPATILAN      PIC 9(07) VALUE 0.
           05 WS-CNT-BAGLANAN       PIC 9(07) VALUE 0.
           05 WS-CNT-DENETIM        PIC 9(07) VALUE 0.
           05 WS-CNT-RED            PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'CUSTOMER INFORMATION FILE MAINTENANCE REPORT'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(05)  VALUE 'FUNC'.
           05 FILLER                PIC X(09)  VALUE 'CUSTOMER'.
           05 FILLER                PIC X(08)  VALUE 'BEF/AFT'.
           05 FILLER                PIC X(16)  VALUE 'FIRST NAME'.
           05 FILLER                PIC X(17)  VALUE 'LAST NAME'.
           05 FILLER                PIC X(32)  VALUE 'ADDRESS'.
           05 FILLER                PIC X(22)  VALUE 'CITY'.
           05 FILLER                PIC X(08)  VALUE 'STATUS'.
           05 FILLER                PIC X(09)  VALUE 'ACCOUNT'.
           05 FILLER                PIC X(05)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-FUNC              PIC X(01).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DET-MUSTERI           PIC 9(07).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-BEFAFT            PIC X(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-FNAME             PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-LNAME             PIC X(15).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-ADRES             PIC X(30).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-SEHIR             PIC X(20).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-DURUM             PIC X(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-HESAP.
              07 DET-HESAP-ID       PIC 9(05).
              07 DET-HESAP-AYRAC    PIC X(01).
              07 DET-HESAP-DVZ      PIC 9(03).
           05 FILLER                PIC X(05)  VALUE SPACES.
       01  WS-HATA-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-FUNC              PIC X(01).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 HAT-MUSTERI           PIC X(07).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-MESAJ             PIC X(40).
           05 FILLER                PIC X(77)  VALUE SPACES.
       01  WS-TRAILER-DET.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 TRL-LABEL             PIC X(30).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 TRL-COUNT             PIC ZZZZZZ9.
           05 FILLER                PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-PRINT-HEADERS.
           PERFORM H200-PROCESS UNTIL CTR-EOF.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           STOP RUN.

       H100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUGUN.
           OPEN I-O CIF-FILE.
           IF CIF-ST-NOFILE
              OPEN OUTPUT CIF-FILE
              CLOSE CIF-FILE
              OPEN I-O CIF-FILE
           END-IF.
           IF NOT CIF-ST-SUCC
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'MUSTERI DOSYASI ACILMADI : ' IDX-ST
              STOP RUN
           END-IF.
           OPEN INPUT CTR-FILE.
           IF NOT CTR-SUCCESS
              DISPLAY 'KART DOSYASI ACILMADI : ' CTR-ST
              STOP RUN
           END-IF.
           OPEN EXTEND CAU-FILE.
           IF CAU-NOFILE
              OPEN OUTPUT CAU-FILE
           END-IF.
           IF NOT CAU-SUCCESS
              DISPLAY 'MUSTERI DENETIM DOSYASI ACILMADI : ' CAU-ST
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
           READ CTR-FILE
           NOT AT END
              ADD 1 TO WS-CNT-OKUNAN
              PERFORM H300-EDIT-CARD
              IF WS-KART-GECERLI-YES
                 PERFORM H400-APPLY-CARD
              END-IF
           END-READ.

       H300-EDIT-CARD.
           MOVE 'Y' TO WS-KART-GECERLI.
           IF NOT CTR-FUNC-VALID
              MOVE 'GECERSIZ ISLEM TIPI'        TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              IF CTR-MUSTERI-NO NOT NUMERIC
                 OR CTR-MUSTERI-NO-N = 0
                 MOVE 'MUSTERI NO GECERSIZ'     TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              ELSE
                 IF CTR-OPERATOR = SPACES
                    MOVE 'OPERATOR KODU BOS'     TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF CTR-FUNC-ADD
                    AND (CTR-FNAME = SPACES OR CTR-LNAME = SPACES)
                    MOVE 'MUSTERI ADI SOYADI BOS' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF CTR-FUNC-ADD
                    AND (CTR-ADRES-1 = SPACES OR CTR-SEHIR = SPACES)
                    MOVE 'ADRES BILGISI EKSIK'   TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF (CTR-FUNC-ADD OR CTR-FUNC-CHANGE)
                    AND CTR-DOGUM-TARIH NOT = SPACES
                    AND CTR-DOGUM-TARIH NOT NUMERIC
                    MOVE 'DOGUM TARIHI GECERSIZ' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
                 IF CTR-FUNC-LINK
                    AND (CTR-HESAP-ID NOT NUMERIC
                         OR CTR-HESAP-DVZ NOT NUMERIC)
                    MOVE 'HESAP NUMARASI GECERSIZ' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 END-IF
              END-IF
           END-IF.

       H400-APPLY-CARD.
           PERFORM H500-READ-CIF.
           EVALUATE TRUE,
              WHEN CTR-FUNC-ADD
                 IF WS-KAYIT-VAR-YES
                    MOVE 'MUSTERI ZATEN VAR'     TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    PERFORM H600-ADD-CIF
                 END-IF,
              WHEN CTR-FUNC-CHANGE
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'MUSTERI BULUNAMADI'    TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF CIF-KAPALI
                       MOVE 'MUSTERI KAPALI'     TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H650-CHANGE-CIF
                    END-IF
                 END-IF,
              WHEN CTR-FUNC-DEACT
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'MUSTERI BULUNAMADI'    TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF CIF-KAPALI
                       MOVE 'MUSTERI ZATEN KAPALI' TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H550-CHECK-HESAP
                       IF WS-HESAP-BAGLI-YES
                          MOVE 'BAGLI HESAP VAR - KAPATILAMAZ'
                                                 TO HAT-MESAJ
                          PERFORM H800-PRINT-HATA
                       ELSE
                          PERFORM H700-DEACT-CIF
                       END-IF
                    END-IF
                 END-IF,
              WHEN CTR-FUNC-LINK
                 IF NOT WS-KAYIT-VAR-YES
                    MOVE 'MUSTERI BULUNAMADI'    TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    IF CIF-KAPALI
                       MOVE 'MUSTERI KAPALI'     TO HAT-MESAJ
                       PERFORM H800-PRINT-HATA
                    ELSE
                       PERFORM H720-LINK-HESAP
                    END-IF
                 END-IF
           END-EVALUATE.

       H500-READ-CIF.
           MOVE CTR-MUSTERI-NO-N TO CIF-NO.
           READ CIF-FILE
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H550-CHECK-HESAP.
           MOVE 'N' TO WS-HESAP-BAGLI.
           MOVE 0   TO IDX-ID.
           MOVE 0   TO IDX-DVZ.
           MOVE 0   TO IDX-ST.
           START IDX-FILE KEY IS NOT < IDX-KEY
              INVALID KEY
                 SET IDX-EOF TO TRUE
           END-START.
           PERFORM H560-READ-IDX-NEXT
              UNTIL IDX-EOF OR WS-HESAP-BAGLI-YES.

       H560-READ-IDX-NEXT.
           READ IDX-FILE NEXT RECORD
              AT END
                 SET IDX-EOF TO TRUE
              NOT AT END
                 IF IDX-MUSTERI-NO = CIF-NO
                    SET WS-HESAP-BAGLI-YES TO TRUE
                 END-IF
           END-READ.

       H600-ADD-CIF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ZAMAN.
           MOVE CTR-MUSTERI-NO-N    TO CIF-NO.
           MOVE CTR-FNAME           TO CIF-FNAME.
           MOVE CTR-LNAME           TO CIF-LNAME.
           MOVE CTR-ADRES-1         TO CIF-ADRES-1.
           MOVE CTR-ADRES-2         TO CIF-ADRES-2.
           MOVE CTR-SEHIR           TO CIF-SEHIR.
           MOVE CTR-POSTA-KODU      TO CIF-POSTA-KODU.
           MOVE CTR-VERGI-NO        TO CIF-VERGI-NO.
           MOVE CTR-TELEFON         TO CIF-TELEFON.
           IF CTR-DOGUM-TARIH IS NUMERIC
              MOVE CTR-DOGUM-TARIH-N TO CIF-DOGUM-TARIH
           ELSE
              MOVE ZEROS            TO CIF-DOGUM-TARIH
           END-IF.
           MOVE 'A'                 TO CIF-DURUM.
           MOVE WS-BUGUN            TO CIF-ACILIS-TARIH.
           MOVE ZEROS               TO CIF-KAPANIS-TARIH.
           MOVE WS-ZAMAN            TO CIF-SON-DEGISIKLIK.
           WRITE CIF-REC
              INVALID KEY
                 MOVE 'MUSTERI ZATEN VAR'        TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-EKLENEN
                 PERFORM H850-INIT-DENETIM
                 MOVE 'FNAME'       TO CAU-ALAN
                 MOVE CIF-FNAME     TO CAU-YENI
                 PERFORM H860-WRITE-DENETIM
                 PERFORM H850-INIT-DENETIM
                 MOVE 'LNAME'       TO CAU-ALAN
                 MOVE CIF-LNAME     TO CAU-YENI
                 PERFORM H860-WRITE-DENETIM
                 MOVE '(NEW) ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-WRITE.

       H650-CHANGE-CIF.
           PERFORM H760-PRINT-BEFORE.
           MOVE 0 TO WS-DEG-MAX.
           IF CTR-FNAME NOT = SPACES AND CTR-FNAME NOT = CIF-FNAME
              ADD 1 TO WS-DEG-MAX
              MOVE 'FNAME'          TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-FNAME        TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-FNAME        TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-FNAME        TO CIF-FNAME
           END-IF.
           IF CTR-LNAME NOT = SPACES AND CTR-LNAME NOT = CIF-LNAME
              ADD 1 TO WS-DEG-MAX
              MOVE 'LNAME'          TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-LNAME        TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-LNAME        TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-LNAME        TO CIF-LNAME
           END-IF.
           IF CTR-ADRES-1 NOT = SPACES
              AND CTR-ADRES-1 NOT = CIF-ADRES-1
              ADD 1 TO WS-DEG-MAX
              MOVE 'ADRES-1'        TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-ADRES-1      TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-ADRES-1      TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-ADRES-1      TO CIF-ADRES-1
           END-IF.
           IF CTR-ADRES-2 NOT = SPACES
              AND CTR-ADRES-2 NOT = CIF-ADRES-2
              ADD 1 TO WS-DEG-MAX
              MOVE 'ADRES-2'        TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-ADRES-2      TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-ADRES-2      TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-ADRES-2      TO CIF-ADRES-2
           END-IF.
           IF CTR-SEHIR NOT = SPACES AND CTR-SEHIR NOT = CIF-SEHIR
              ADD 1 TO WS-DEG-MAX
              MOVE 'SEHIR'          TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-SEHIR        TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-SEHIR        TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-SEHIR        TO CIF-SEHIR
           END-IF.
           IF CTR-POSTA-KODU NOT = SPACES
              AND CTR-POSTA-KODU NOT = CIF-POSTA-KODU
              ADD 1 TO WS-DEG-MAX
              MOVE 'POSTA-KODU'     TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-POSTA-KODU   TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-POSTA-KODU   TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-POSTA-KODU   TO CIF-POSTA-KODU
           END-IF.
           IF CTR-VERGI-NO NOT = SPACES
              AND CTR-VERGI-NO NOT = CIF-VERGI-NO
              ADD 1 TO WS-DEG-MAX
              MOVE 'VERGI-NO'       TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-VERGI-NO     TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-VERGI-NO     TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-VERGI-NO     TO CIF-VERGI-NO
           END-IF.
           IF CTR-TELEFON NOT = SPACES
              AND CTR-TELEFON NOT = CIF-TELEFON
              ADD 1 TO WS-DEG-MAX
              MOVE 'TELEFON'        TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-TELEFON      TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-TELEFON      TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-TELEFON      TO CIF-TELEFON
           END-IF.
           IF CTR-DOGUM-TARIH IS NUMERIC
              AND CTR-DOGUM-TARIH-N NOT = CIF-DOGUM-TARIH
              ADD 1 TO WS-DEG-MAX
              MOVE 'DOGUM-TAR'      TO WS-DEG-ALAN (WS-DEG-MAX)
              MOVE CIF-DOGUM-TARIH  TO WS-DEG-ESKI (WS-DEG-MAX)
              MOVE CTR-DOGUM-TARIH  TO WS-DEG-YENI (WS-DEG-MAX)
              MOVE CTR-DOGUM-TARIH-N TO CIF-DOGUM-TARIH
           END-IF.
           IF WS-DEG-MAX = 0
              MOVE 'DEGISECEK ALAN YOK'          TO HAT-MESAJ
              PERFORM H800-PRINT-HATA
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ZAMAN
              MOVE WS-ZAMAN         TO CIF-SON-DEGISIKLIK
              REWRITE CIF-REC
                 INVALID KEY
                    MOVE 'MUSTERI GUNCELLENEMEDI' TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 NOT INVALID
                    ADD 1 TO WS-CNT-DEGISEN
                    PERFORM VARYING WS-DEG-SUB FROM 1 BY 1
                       UNTIL WS-DEG-SUB > WS-DEG-MAX
                       PERFORM H850-INIT-DENETIM
                       MOVE WS-DEG-ALAN (WS-DEG-SUB) TO CAU-ALAN
                       MOVE WS-DEG-ESKI (WS-DEG-SUB) TO CAU-ESKI
                       MOVE WS-DEG-YENI (WS-DEG-SUB) TO CAU-YENI
                       PERFORM H860-WRITE-DENETIM
                    END-PERFORM
                    MOVE 'AFTER ' TO DET-BEFAFT
                    PERFORM H750-PRINT-AFTER
              END-REWRITE
           END-IF.

       H700-DEACT-CIF.
           PERFORM H760-PRINT-BEFORE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ZAMAN.
           MOVE 'K'                 TO CIF-DURUM.
           MOVE WS-BUGUN            TO CIF-KAPANIS-TARIH.
           MOVE WS-ZAMAN            TO CIF-SON-DEGISIKLIK.
           REWRITE CIF-REC
              INVALID KEY
                 MOVE 'MUSTERI GUNCELLENEMEDI'   TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-KAPATILAN
                 PERFORM H850-INIT-DENETIM
                 MOVE 'DURUM'       TO CAU-ALAN
                 MOVE 'A'           TO CAU-ESKI
                 MOVE 'K'           TO CAU-YENI
                 PERFORM H860-WRITE-DENETIM
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H750-PRINT-AFTER
           END-REWRITE.

       H720-LINK-HESAP.
           MOVE CTR-HESAP-ID-N      TO IDX-ID.
           MOVE CTR-HESAP-DVZ-N     TO IDX-DVZ.
           READ IDX-FILE
              INVALID KEY
                 MOVE 'HESAP BULUNAMADI'         TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 IF IDX-MUSTERI-NO = CIF-NO
                    MOVE 'HESAP ZATEN BU MUSTERIYE BAGLI'
                                                 TO HAT-MESAJ
                    PERFORM H800-PRINT-HATA
                 ELSE
                    PERFORM H730-REWRITE-HESAP
                 END-IF
           END-READ.

       H730-REWRITE-HESAP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ZAMAN.
           MOVE IDX-MUSTERI-NO      TO WS-ESKI-MUSTERI.
           MOVE 'BEFORE'            TO DET-BEFAFT.
           PERFORM H780-FORMAT-LINK.
           MOVE WS-ESKI-MUSTERI     TO DET-MUSTERI.
           MOVE SPACES              TO DET-FNAME DET-LNAME
                                       DET-ADRES DET-SEHIR DET-DURUM.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 2.
           MOVE CIF-NO              TO IDX-MUSTERI-NO.
           REWRITE IDX-REC
              INVALID KEY
                 MOVE 'HESAP GUNCELLENEMEDI'     TO HAT-MESAJ
                 PERFORM H800-PRINT-HATA
              NOT INVALID
                 ADD 1 TO WS-CNT-BAGLANAN
                 PERFORM H850-INIT-DENETIM
                 MOVE 'K'           TO CAU-ISLEM
                 MOVE 'HESAP'       TO CAU-ALAN
                 MOVE WS-ESKI-MUSTERI TO CAU-ESKI
                 MOVE CIF-NO        TO CAU-YENI
                 MOVE CTR-HESAP-ID-N  TO CAU-HESAP-ID
                 MOVE CTR-HESAP-DVZ-N TO CAU-HESAP-DVZ
                 PERFORM H860-WRITE-DENETIM
                 MOVE 'AFTER ' TO DET-BEFAFT
                 PERFORM H780-FORMAT-LINK
                 WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1
           END-REWRITE.

       H750-PRINT-AFTER.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H760-PRINT-BEFORE.
           MOVE 'BEFORE' TO DET-BEFAFT.
           PERFORM H770-FORMAT-DETAIL.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 2.

       H770-FORMAT-DETAIL.
           MOVE CTR-FUNC            TO DET-FUNC.
           MOVE CIF-NO              TO DET-MUSTERI.
           MOVE CIF-FNAME           TO DET-FNAME.
           MOVE CIF-LNAME           TO DET-LNAME.
           MOVE CIF-ADRES-1         TO DET-ADRES.
           MOVE CIF-SEHIR           TO DET-SEHIR.
           IF CIF-KAPALI
              MOVE 'CLOSED'         TO DET-DURUM
           ELSE
              MOVE 'ACTIVE'         TO DET-DURUM
           END-IF.
           MOVE SPACES              TO DET-HESAP.

       H780-FORMAT-LINK.
           PERFORM H770-FORMAT-DETAIL.
           MOVE IDX-ID              TO DET-HESAP-ID.
           MOVE '/'                 TO DET-HESAP-AYRAC.
           MOVE IDX-DVZ             TO DET-HESAP-DVZ.

       H800-PRINT-HATA.
           IF WS-KART-GECERLI-YES
              ADD 1      TO WS-CNT-RED
           END-IF.
           MOVE 'N'      TO WS-KART-GECERLI.
           MOVE CTR-FUNC TO HAT-FUNC.
           MOVE CTR-MUSTERI-NO TO HAT-MUSTERI.
           WRITE REP-REC FROM WS-HATA-LINE AFTER ADVANCING 2.

       H850-INIT-DENETIM.
           MOVE SPACES              TO CAU-REC.
           MOVE CIF-NO              TO CAU-MUSTERI-NO.
           MOVE WS-ZAMAN            TO CAU-TIMESTAMP.
           MOVE CTR-FUNC            TO CAU-ISLEM.
           MOVE ZEROS               TO CAU-HESAP-ID.
           MOVE ZEROS               TO CAU-HESAP-DVZ.
           MOVE CTR-OPERATOR        TO CAU-OPERATOR.

       H860-WRITE-DENETIM.
           WRITE CAU-REC.
           IF NOT CAU-SUCCESS
              DISPLAY 'MUSTERI DENETIM KAYDI YAZILAMADI : ' CAU-ST
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-DENETIM.

       H900-PRINT-TOTALS.
           MOVE SPACES                      TO WS-TRAILER-DET.
           MOVE '*** MAINTENANCE TOTALS ***' TO TRL-LABEL.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           MOVE 'CARDS READ'                TO TRL-LABEL.
           MOVE WS-CNT-OKUNAN               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMERS ADDED'           TO TRL-LABEL.
           MOVE WS-CNT-EKLENEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMERS CHANGED'         TO TRL-LABEL.
           MOVE WS-CNT-DEGISEN              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMERS CLOSED'          TO TRL-LABEL.
           MOVE WS-CNT-KAPATILAN            TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS LINKED'           TO TRL-LABEL.
           MOVE WS-CNT-BAGLANAN             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AUDIT RECORDS WRITTEN'     TO TRL-LABEL.
           MOVE WS-CNT-DENETIM              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CARDS REJECTED'            TO TRL-LABEL.
           MOVE WS-CNT-RED                  TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE CIF-FILE.
           CLOSE IDX-FILE.
           CLOSE CTR-FILE.
           CLOSE CAU-FILE.
           CLOSE REP-FILE.
