           SELECT ARC-FILE
              ASSIGN TO ARCFILE
              FILE STATUS IS ARC-ST.
           SELECT RAT-FILE
              ASSIGN TO RATFILE
              FILE STATUS IS RAT-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CUR-FILE.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC.
           03 ARC-DATE              PIC 9(07).
           03 ARC-BALANCE           PIC S9(13)V99.
           03 ARC-TIMESTAMP         PIC X(14).
           03 ARC-MUSTERI-NO        PIC 9(07).

       FD  RAT-FILE RECORDING MODE F.
       01  RAT-REC.
           03 RAT-DATE              PIC 9(08).
           03 RAT-DVZ               PIC 9(03).
           03 RAT-RATE              PIC 9(07)V9(06).

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
           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.
       WORKING-STORAGE SECTION.
       01  WS-IDX-REC.
           03 WS-IDX-KEY.
           03 WS-IDX-SON-ISLEM        PIC S9(07) COMP-3.
           03 WS-IDX-DURUM            PIC X(01).
           03 WS-IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 WS-IDX-MUSTERI-NO       PIC S9(07) COMP-3.
       01  WS-ALC-REC.
           03 WS-ALC-KEY.
              05 WS-ALC-ID            PIC S9(5) COMP-3.
              05 WS-ALC-DVZ           PIC S9(3) COMP.
           03 WS-ALC-FNAME            PIC X(15).
           03 WS-ALC-LNAME            PIC X(15).
           03 WS-ALC-DATE             PIC S9(07) COMP-3.
           03 WS-ALC-BALANCE          PIC S9(13)V99 COMP-3.
           03 WS-ALC-SON-ISLEM        PIC S9(07) COMP-3.
           03 WS-ALC-DURUM            PIC X(01).
           03 WS-ALC-LIMIT            PIC S9(13)V99 COMP-3.
           03 WS-ALC-MUSTERI-NO       PIC S9(07) COMP-3.
       01  WS-GON-ESKI-REC            PIC X(64).
       01 WS-EOF         PIC X VALUE 'N'.
       01 WS-DOSYA-ACIK  PIC X VALUE 'N'.
          88 WS-DOSYA-ACIK-YES     VALUE 'Y'.
          03 ARC-ST               PIC 9(02).
             88 ARC-ST-SUCC       VALUE 00 97.
             88 ARC-ST-NOFILE     VALUE 35.
       01 WS-RAT-FLAG.
          03 RAT-ST               PIC 9(02).
             88 RAT-ST-SUCC       VALUE 00 97.
             88 RAT-ST-EOF        VALUE 10.
       01 WS-CIF-FLAG.
          03 CIF-ST               PIC 9(02).
             88 CIF-ST-SUCC       VALUE 00 97.
       01 WS-KUR-AREA.
          03 WS-KUR-YUKLU         PIC X(01) VALUE 'N'.
             88 WS-KUR-YUKLU-YES  VALUE 'Y'.
          03 WS-KUR-BULUNDU       PIC X(01).
             88 WS-KUR-BULUNDU-YES VALUE 'Y'.
          03 WS-KUR-MAX           PIC 9(03) COMP VALUE 0.
          03 WS-KUR-SUB           PIC 9(03) COMP.
          03 WS-KUR-TARIH         PIC 9(08) VALUE 0.
          03 WS-KUR-ARANAN        PIC S9(3) COMP.
          03 WS-KUR-ORAN-BUL      PIC 9(07)V9(06) COMP-3.
          03 WS-KUR-ORAN-GON      PIC 9(07)V9(06) COMP-3.
          03 WS-KUR-ORAN-ALC      PIC 9(07)V9(06) COMP-3.
          03 WS-KUR-ENTRY OCCURS 100 TIMES.
             05 WS-KUR-DVZ        PIC S9(3) COMP.
             05 WS-KUR-ORAN       PIC 9(07)V9(06) COMP-3.
       01 WS-TRF-AREA.
          03 WS-TRF-SIRA          PIC 9(04) VALUE 0.
          03 WS-TRF-GERI-AL       PIC X(01).
             88 WS-TRF-GERI-AL-YES VALUE 'Y'.
          03 WS-TRF-ALC-TUTAR     PIC S9(13)V99 COMP-3.
          03 WS-TRF-ALC-FROM      PIC S9(13)V99 COMP-3.
          03 WS-TRF-ALC-TO        PIC S9(13)V99 COMP-3.
       01 WS-JRN-REF.
          03 WS-JRN-REF-ZAMAN     PIC X(14).
          03 WS-JRN-REF-SIRA      PIC 9(04).
       01 WS-JRN-REF-ACILIS REDEFINES WS-JRN-REF.
          03 WS-JRN-REF-ACL-KOD   PIC X(03).
          03 WS-JRN-REF-ACL-TARIH PIC 9(07).
          03 WS-JRN-REF-ACL-MUSTERI PIC 9(07).
          03 FILLER               PIC X(01).
       01 WS-JRN-REF-LIMIT REDEFINES WS-JRN-REF.
          03 WS-JRN-REF-LMT-KOD   PIC X(03).
          03 WS-JRN-REF-LMT-TUTAR PIC 9(13)V99.
       01 WS-JRN-KARSI-ID          PIC 9(05).
       01 WS-JRNPROG               PIC X(08) VALUE 'JRNPROG'.
       01 WS-JRN-SIRA-AREA.
          03 WS-JRN-SIRA-FUNC     PIC X(01).
          03 WS-JRN-SIRA-RC       PIC 9(02).
          03 WS-JRN-ONCEKI-HASH   PIC 9(09).
          03 WS-JRN-SON-SIRA      PIC 9(09).
          03 WS-JRN-SON-HASH      PIC 9(09).
          03 WS-JRN-SON-ZAMAN     PIC X(14).
       01 WS-JRN-KARSI-DVZ         PIC 9(03).
       01 WS-JRN-AMOUNT           PIC S9(13)V99 COMP-3.
       01 WS-CUR-OK                PIC X(01) VALUE 'Y'.
          88 CUR-DVZ-VALID         VALUE 'Y'.
       01 WS-CUR-ACIK              PIC X(01) VALUE 'Y'.
          88 CUR-YENI-ISLEME-ACIK  VALUE 'Y'.
          88 CUR-YENI-ISLEME-KAPALI VALUE 'N'.
       01 WS-CIF-OK                PIC X(01) VALUE 'Y'.
          88 CIF-MUSTERI-VALID     VALUE 'Y'.
          88 CIF-MUSTERI-INVALID   VALUE 'N'.
       01 WS-ISIM-EOF              PIC X(01).
          88 WS-ISIM-EOF-YES       VALUE 'Y'.
       01 WS-ESLESME-SAY           PIC 9(03) COMP.
       01 WS-BUGUN                 PIC 9(08).
       01 WS-SON-TARIH             PIC S9(07) COMP-3.
       01 WS-DISHAT               PIC 9.
             88 LS-FUNC-HOLD             VALUE 'H'.
             88 LS-FUNC-RELEASE          VALUE 'F'.
             88 LS-FUNC-LIMIT            VALUE 'L'.
             88 LS-FUNC-TRANSFER         VALUE 'T'.
             88 LS-FUNC-CLOSE            VALUE 'C'.
          05 LS-SUB-ID      PIC 9(05).
          05 LS-SUB-DVZ     PIC 9(03).
          05 LS-LNAME-FROM  PIC X(15).
          05 LS-LNAME-TO    PIC X(15).
          05 LS-OPEN-FNAME  PIC X(15).
          05 LS-TRF-HEDEF REDEFINES LS-OPEN-FNAME.
             07 LS-TRF-ID   PIC 9(05).
             07 LS-TRF-DVZ  PIC 9(03).
             07 FILLER      PIC X(07).
          05 LS-OPEN-LNAME  PIC X(15).
          05 LS-OPEN-DATE   PIC 9(07).
          05 LS-OPEN-BALANCE PIC S9(13)V99.
          05 LS-OPEN-MUSTERI PIC 9(07).
       PROCEDURE DIVISION USING LS-SUB-AREA.
       0000-MAIN.
           IF LS-FUNC-CLOSE
                 PERFORM RELEASE-PAR,
              WHEN 'L'
                 PERFORM LIMIT-PAR,
              WHEN 'T'
                 PERFORM TRNS-PAR,
              WHEN OTHER
                 DISPLAY "GECERSIZ"
           END-EVALUATE.
              END-IF
           END-IF.
       NAME-LOOKUP-PAR.
           MOVE 0             TO WS-ESLESME-SAY.
           MOVE 'N'           TO WS-ISIM-EOF.
           MOVE LS-OPEN-LNAME TO IDX-LNAME.
           START IDX-FILE KEY IS = IDX-LNAME
              INVALID KEY
                 SET WS-ISIM-EOF-YES TO TRUE
           END-START.
           PERFORM NAME-TARA-PAR
              UNTIL WS-ISIM-EOF-YES OR WS-ESLESME-SAY > 1.
           EVALUATE TRUE,
              WHEN WS-ESLESME-SAY = 0
                 PERFORM INVALID-PAR,
              WHEN WS-ESLESME-SAY > 1
                 PERFORM AMBIGUOUS-NAME-PAR,
              WHEN OTHER
                 MOVE WS-LOOKUP-ID  TO IDX-ID
                 MOVE WS-LOOKUP-DVZ TO IDX-DVZ
                 READ IDX-FILE KEY IS IDX-KEY
                    INVALID KEY
                       PERFORM INVALID-PAR
                    NOT INVALID
                       MOVE IDX-ID  TO LS-SUB-ID
                       MOVE IDX-DVZ TO LS-SUB-DVZ
                       PERFORM NOT-INVALID-PAR
                       PERFORM SON-ISLEM-REWRITE-PAR
                 END-READ
           END-EVALUATE.

       NAME-TARA-PAR.
           READ IDX-FILE NEXT RECORD
              AT END
                 SET WS-ISIM-EOF-YES TO TRUE
              NOT AT END
                 IF IDX-LNAME NOT = LS-OPEN-LNAME
                    SET WS-ISIM-EOF-YES TO TRUE
                 ELSE
                    PERFORM NAME-SUZ-PAR
                 END-IF
           END-READ.

       NAME-SUZ-PAR.
           IF (LS-OPEN-FNAME = SPACES OR IDX-FNAME = LS-OPEN-FNAME)
              AND (LS-OPEN-MUSTERI = 0
                   OR IDX-MUSTERI-NO = LS-OPEN-MUSTERI)
              AND (LS-SUB-DVZ = 0 OR IDX-DVZ = LS-SUB-DVZ)
              ADD 1        TO WS-ESLESME-SAY
              MOVE IDX-ID  TO WS-LOOKUP-ID
              MOVE IDX-DVZ TO WS-LOOKUP-DVZ
           END-IF.

       AMBIGUOUS-NAME-PAR.
           SET WS-DISHATD    TO   TRUE.
                       PERFORM INVALID-PAR
                    NOT INVALID
                       MOVE 00 TO LS-SUB-RC
                       MOVE 0           TO WS-JRN-AMOUNT
                       MOVE IDX-BALANCE TO WS-BAL-FROM
                       MOVE IDX-BALANCE TO WS-BAL-TO
                       MOVE 'LMT'       TO WS-JRN-REF-LMT-KOD
                       MOVE IDX-LIMIT   TO WS-JRN-REF-LMT-TUTAR
                       PERFORM WRITE-JOURNAL-PAR
                       MOVE IDX-LIMIT TO WS-LIMIT-DISP
                       MOVE SPACES    TO LS-SUB-DATA
                       STRING 'LIMIT SET:'   DELIMITED SIZE
           MOVE    'LIMIT NEGATIF OLAMAZ'
                             TO   LS-SUB-DATA.

       TRNS-PAR.
           MOVE 0 TO WS-DISHAT.
           IF LS-OPEN-BALANCE NOT > 0
              PERFORM TRNS-TUTAR-RED-PAR
           END-IF.
           IF NOT WS-DISHATD
              IF LS-TRF-ID = LS-SUB-ID AND LS-TRF-DVZ = LS-SUB-DVZ
                 PERFORM TRNS-AYNI-HESAP-PAR
              END-IF
           END-IF.
           IF NOT WS-DISHATD
              PERFORM TRNS-ALICI-PAR
           END-IF.
           IF NOT WS-DISHATD
              PERFORM TRNS-GONDEREN-PAR
           END-IF.
           IF NOT WS-DISHATD
              PERFORM TRNS-KUR-PAR
           END-IF.
           IF NOT WS-DISHATD
              PERFORM TRNS-KAYIT-PAR
           END-IF.

       TRNS-ALICI-PAR.
           MOVE LS-TRF-ID  TO IDX-ID.
           MOVE LS-TRF-DVZ TO IDX-DVZ.
           PERFORM READ-PAR.
           IF WS-DISHATD
              MOVE 'ALICI HESAP BULUNAMADI' TO LS-SUB-DATA
           ELSE
              IF IDX-BLOKELI
                 PERFORM BLOKE-RED-PAR
                 MOVE 'ALICI HESAP BLOKELI - ISLEM REDDEDILDI'
                                   TO LS-SUB-DATA
              ELSE
                 MOVE LS-TRF-DVZ TO CUR-CODE
                 READ CUR-FILE
                    INVALID KEY
                       PERFORM INVALID-CUR-PAR
                    NOT INVALID
                       MOVE IDX-REC TO WS-ALC-REC
                 END-READ
              END-IF
           END-IF.

       TRNS-GONDEREN-PAR.
           MOVE LS-SUB-ID  TO IDX-ID.
           MOVE LS-SUB-DVZ TO IDX-DVZ.
           PERFORM READ-PAR.
           IF NOT WS-DISHATD
              IF IDX-BLOKELI
                 PERFORM BLOKE-RED-PAR
              END-IF
           END-IF.
           IF NOT WS-DISHATD
              PERFORM CUR-VALID-PAR
              IF CUR-DVZ-INVALID
                 PERFORM INVALID-CUR-PAR
              ELSE
                 MOVE    IDX-BALANCE TO WS-BAL-FROM
                 COMPUTE WS-YENI-BAKIYE =
                         IDX-BALANCE - LS-OPEN-BALANCE
                 COMPUTE WS-LIMIT-ALT = 0 - IDX-LIMIT
                 IF WS-YENI-BAKIYE < WS-LIMIT-ALT
                    PERFORM LIMIT-ASIM-PAR
                 END-IF
              END-IF
           END-IF.

       TRNS-KUR-PAR.
           IF LS-TRF-DVZ = LS-SUB-DVZ
              MOVE LS-OPEN-BALANCE TO WS-TRF-ALC-TUTAR
           ELSE
              IF NOT WS-KUR-YUKLU-YES
                 PERFORM KUR-YUKLE-PAR
              END-IF
              MOVE LS-SUB-DVZ TO WS-KUR-ARANAN
              PERFORM KUR-BUL-PAR
              MOVE WS-KUR-ORAN-BUL TO WS-KUR-ORAN-GON
              IF WS-KUR-BULUNDU-YES
                 MOVE LS-TRF-DVZ TO WS-KUR-ARANAN
                 PERFORM KUR-BUL-PAR
                 MOVE WS-KUR-ORAN-BUL TO WS-KUR-ORAN-ALC
              END-IF
              IF WS-KUR-BULUNDU-YES
                 COMPUTE WS-TRF-ALC-TUTAR ROUNDED =
                    LS-OPEN-BALANCE * WS-KUR-ORAN-GON
                                    / WS-KUR-ORAN-ALC
              ELSE
                 PERFORM KUR-YOK-PAR
              END-IF
           END-IF.

       TRNS-KAYIT-PAR.
           MOVE    IDX-REC        TO WS-GON-ESKI-REC.
           MOVE    WS-YENI-BAKIYE TO IDX-BALANCE.
           MOVE    IDX-BALANCE    TO WS-BAL-TO.
           PERFORM SON-ISLEM-PAR.
           REWRITE IDX-REC
              INVALID KEY
                 PERFORM INVALID-PAR
           END-REWRITE.
           IF NOT WS-DISHATD
              PERFORM TRNS-ALICI-KAYIT-PAR
           END-IF.
           IF NOT WS-DISHATD
              MOVE 00 TO LS-SUB-RC
              PERFORM BUILD-UPDATE-DATA-PAR
              PERFORM TRNS-JOURNAL-PAR
           END-IF.

       TRNS-ALICI-KAYIT-PAR.
           MOVE 'N'        TO WS-TRF-GERI-AL.
           MOVE WS-ALC-ID  TO IDX-ID.
           MOVE WS-ALC-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 SET WS-TRF-GERI-AL-YES TO TRUE
              NOT INVALID
                 MOVE IDX-BALANCE      TO WS-TRF-ALC-FROM
                 ADD  WS-TRF-ALC-TUTAR TO IDX-BALANCE
                 MOVE IDX-BALANCE      TO WS-TRF-ALC-TO
                 PERFORM SON-ISLEM-PAR
                 REWRITE IDX-REC
                    INVALID KEY
                       SET WS-TRF-GERI-AL-YES TO TRUE
                 END-REWRITE
           END-READ.
           IF WS-TRF-GERI-AL-YES
              MOVE WS-GON-ESKI-REC TO IDX-REC
              REWRITE IDX-REC
                 INVALID KEY
                    DISPLAY 'TRANSFER GERI ALINAMADI : ' LS-SUB-ID
                            ' ' LS-SUB-DVZ
              END-REWRITE
              PERFORM TRNS-GERI-AL-PAR
           END-IF.

       TRNS-JOURNAL-PAR.
           IF WS-TRF-SIRA = 9999
              MOVE 0 TO WS-TRF-SIRA
           END-IF.
           ADD  1                TO WS-TRF-SIRA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-JRN-REF-ZAMAN.
           MOVE WS-TRF-SIRA      TO WS-JRN-REF-SIRA.
           MOVE LS-TRF-ID        TO WS-JRN-KARSI-ID.
           MOVE LS-TRF-DVZ       TO WS-JRN-KARSI-DVZ.
           COMPUTE WS-JRN-AMOUNT = 0 - LS-OPEN-BALANCE.
           PERFORM WRITE-JOURNAL-PAR.
           MOVE LS-SUB-ID        TO WS-JRN-KARSI-ID.
           MOVE LS-SUB-DVZ       TO WS-JRN-KARSI-DVZ.
           MOVE WS-TRF-ALC-TUTAR TO WS-JRN-AMOUNT.
           MOVE WS-TRF-ALC-FROM  TO WS-BAL-FROM.
           MOVE WS-TRF-ALC-TO    TO WS-BAL-TO.
           MOVE LS-TRF-ID        TO JRN-ID.
           MOVE LS-TRF-DVZ       TO JRN-DVZ.
           PERFORM WRITE-JOURNAL-KAYIT-PAR.

       KUR-YUKLE-PAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-KUR-TARIH.
           MOVE 0 TO WS-KUR-MAX.
           OPEN INPUT RAT-FILE
           IF NOT RAT-ST-SUCC
              DISPLAY 'KUR DOSYASI ACILMADI : ' RAT-ST
              STOP RUN
           END-IF.
           PERFORM KUR-OKU-PAR UNTIL RAT-ST-EOF.
           CLOSE RAT-FILE.
           SET WS-KUR-YUKLU-YES TO TRUE.

       KUR-OKU-PAR.
           READ RAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RAT-DATE = WS-KUR-TARIH
                    IF WS-KUR-MAX = 100
                       DISPLAY 'KUR TABLOSU DOLDU'
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-KUR-MAX
                    MOVE RAT-DVZ  TO WS-KUR-DVZ  (WS-KUR-MAX)
                    MOVE RAT-RATE TO WS-KUR-ORAN (WS-KUR-MAX)
                 END-IF
           END-READ.

       KUR-BUL-PAR.
           MOVE 'N' TO WS-KUR-BULUNDU.
           MOVE 0   TO WS-KUR-ORAN-BUL.
           PERFORM VARYING WS-KUR-SUB FROM 1 BY 1
              UNTIL WS-KUR-SUB > WS-KUR-MAX OR WS-KUR-BULUNDU-YES
              IF WS-KUR-DVZ (WS-KUR-SUB) = WS-KUR-ARANAN
                 AND WS-KUR-ORAN (WS-KUR-SUB) > 0
                 SET WS-KUR-BULUNDU-YES TO TRUE
                 MOVE WS-KUR-ORAN (WS-KUR-SUB) TO WS-KUR-ORAN-BUL
              END-IF
           END-PERFORM.

       TRNS-TUTAR-RED-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    32        TO   LS-SUB-RC.
           MOVE    SPACES    TO   LS-FNAME-FROM.
           MOVE    SPACES    TO   LS-FNAME-TO.
           MOVE    SPACES    TO   LS-LNAME-FROM.
           MOVE    SPACES    TO   LS-LNAME-TO.
           MOVE    'TRANSFER TUTARI GECERSIZ'
                             TO   LS-SUB-DATA.

       TRNS-AYNI-HESAP-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    33        TO   LS-SUB-RC.
           MOVE    SPACES    TO   LS-FNAME-FROM.
           MOVE    SPACES    TO   LS-FNAME-TO.
           MOVE    SPACES    TO   LS-LNAME-FROM.
           MOVE    SPACES    TO   LS-LNAME-TO.
           MOVE    'AYNI HESABA TRANSFER YAPILAMAZ'
                             TO   LS-SUB-DATA.

       KUR-YOK-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    34        TO   LS-SUB-RC.
           MOVE    SPACES    TO   LS-FNAME-FROM.
           MOVE    SPACES    TO   LS-FNAME-TO.
           MOVE    SPACES    TO   LS-LNAME-FROM.
           MOVE    SPACES    TO   LS-LNAME-TO.
           MOVE    'GUNLUK KUR BULUNAMADI'
                             TO   LS-SUB-DATA.

       TRNS-GERI-AL-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    35        TO   LS-SUB-RC.
           MOVE    SPACES    TO   LS-FNAME-FROM.
           MOVE    SPACES    TO   LS-FNAME-TO.
           MOVE    SPACES    TO   LS-LNAME-FROM.
           MOVE    SPACES    TO   LS-LNAME-TO.
           MOVE    'ALICI GUNCELLENEMEDI - TRANSFER GERI ALINDI'
                             TO   LS-SUB-DATA.

       HOLD-PAR.
           PERFORM READ-PAR.
           IF NOT WS-DISHATD
       WRITE-JOURNAL-PAR.
           MOVE LS-SUB-ID          TO JRN-ID.
           MOVE LS-SUB-DVZ         TO JRN-DVZ.
           PERFORM WRITE-JOURNAL-KAYIT-PAR.

       WRITE-JOURNAL-KAYIT-PAR.
           MOVE LS-SUB-FUNC        TO JRN-FUNC.
           MOVE WS-JRN-AMOUNT      TO JRN-AMOUNT.
           MOVE WS-BAL-FROM        TO JRN-BAL-FROM.
           MOVE WS-BAL-TO          TO JRN-BAL-TO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP.
           MOVE WS-JRN-REF         TO JRN-REF.
           MOVE WS-JRN-KARSI-ID    TO JRN-KARSI-ID.
           MOVE WS-JRN-KARSI-DVZ   TO JRN-KARSI-DVZ.
           MOVE 'N'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
           WRITE JRN-REC.

       WRITE-ARCHIVE-PAR.
           MOVE WS-IDX-DATE        TO ARC-DATE.
           MOVE WS-IDX-BALANCE     TO ARC-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ARC-TIMESTAMP.
           MOVE WS-IDX-MUSTERI-NO  TO ARC-MUSTERI-NO.
           WRITE ARC-REC.

       WRITE-AUDIT-PAR.
           MOVE LS-LNAME-TO        TO AUD-LNAME-TO.
           WRITE AUD-REC.

       WRITE-AUDIT-ACILIS-PAR.
           MOVE LS-SUB-ID          TO AUD-ID.
           MOVE LS-SUB-DVZ         TO AUD-DVZ.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE SPACES             TO AUD-FNAME-FROM.
           MOVE WS-IDX-FNAME       TO AUD-FNAME-TO.
           MOVE SPACES             TO AUD-LNAME-FROM.
           MOVE WS-IDX-LNAME       TO AUD-LNAME-TO.
           WRITE AUD-REC.

       BOSLUK-UPD.
           UNSTRING WS-IDX-FNAME
               DELIMITED BY ALL SPACE
              IF CUR-YENI-ISLEME-KAPALI
                 PERFORM KAPALI-CUR-PAR
              ELSE
                 PERFORM CIF-VALID-PAR
                 IF CIF-MUSTERI-INVALID
                    PERFORM INVALID-CIF-PAR
                 ELSE
                    PERFORM WRIT-KAYIT-PAR
                 END-IF
              END-IF
           END-IF.

           MOVE LS-OPEN-BALANCE TO WS-IDX-BALANCE.
           MOVE SPACE           TO WS-IDX-DURUM.
           MOVE 0               TO WS-IDX-LIMIT.
           MOVE LS-OPEN-MUSTERI TO WS-IDX-MUSTERI-NO.
           PERFORM TARIH-HESAP-PAR.
           MOVE WS-SON-TARIH    TO WS-IDX-SON-ISLEM.
           WRITE IDX-REC FROM WS-IDX-REC
                 MOVE 0               TO WS-BAL-FROM
                 MOVE LS-OPEN-BALANCE TO WS-BAL-TO
                 MOVE LS-OPEN-BALANCE TO WS-JRN-AMOUNT
                 MOVE 'OPN'           TO WS-JRN-REF-ACL-KOD
                 MOVE LS-OPEN-DATE    TO WS-JRN-REF-ACL-TARIH
                 MOVE LS-OPEN-MUSTERI TO WS-JRN-REF-ACL-MUSTERI
                 PERFORM WRITE-JOURNAL-PAR
                 PERFORM WRITE-AUDIT-ACILIS-PAR
           END-WRITE.

       CUR-ACIK-PAR.
           MOVE   1         TO WS-UNSTR
           MOVE SPACES      TO WS-LNAMEB
           MOVE   1         TO WS-STRPOIL
           MOVE   1         TO WS-UNSTRL
           MOVE SPACES      TO WS-JRN-REF
           MOVE   0         TO WS-JRN-KARSI-ID
           MOVE   0         TO WS-JRN-KARSI-DVZ.

       OPEN-PAR.
           OPEN I-O IDX-FILE
              DISPLAY 'ARSIV DOSYASI ACILMADI : ' ARC-ST
              STOP RUN
           END-IF.
           OPEN INPUT CIF-FILE.
           IF NOT CIF-ST-SUCC
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.

       CUR-VALID-PAR.
           MOVE LS-SUB-DVZ TO CUR-CODE.
                 SET CUR-DVZ-VALID   TO TRUE
           END-READ.

       CIF-VALID-PAR.
           SET CIF-MUSTERI-INVALID TO TRUE.
           IF LS-OPEN-MUSTERI > 0
              MOVE LS-OPEN-MUSTERI TO CIF-NO
              READ CIF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID
                    IF NOT CIF-KAPALI
                       SET CIF-MUSTERI-VALID TO TRUE
                    END-IF
              END-READ
           END-IF.

       INVALID-CIF-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    36        TO   LS-SUB-RC.
           MOVE    SPACES    TO   LS-FNAME-FROM.
           MOVE    SPACES    TO   LS-FNAME-TO.
           MOVE    SPACES    TO   LS-LNAME-FROM.
           MOVE    SPACES    TO   LS-LNAME-TO.
           MOVE    'MUSTERI BULUNAMADI VEYA KAPALI'
                             TO   LS-SUB-DATA.

       INVALID-CUR-PAR.
           SET WS-DISHATD    TO   TRUE.
           MOVE    24        TO   LS-SUB-RC.
           CLOSE AUD-FILE.
           CLOSE JRN-FILE.
           CLOSE ARC-FILE.
           CLOSE CIF-FILE.
           MOVE 'K'                TO WS-JRN-SIRA-FUNC.
           CALL WS-JRNPROG USING WS-JRN-SIRA-AREA JRN-REC.
