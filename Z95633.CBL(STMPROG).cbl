           SELECT SNP-FILE
              ASSIGN TO SNPFILE
              FILE STATUS IS SNP-ST.
           SELECT CIF-FILE
              ASSIGN TO CIFFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CIF-NO
              FILE STATUS IS CIF-ST.
           SELECT REP-FILE
              ASSIGN TO STMRPT
              FILE STATUS IS REP-ST.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
           03 JRN-KARSI-ID          PIC 9(05).
           03 JRN-KARSI-DVZ         PIC 9(03).
           03 JRN-SIRA              PIC 9(09).
           03 JRN-HASH              PIC 9(09).

       FD  IDX-FILE.
       01  IDX-REC.
           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       SD  WORK-FILE.
       01  WK-REC.
           03 WK-BAL-FROM           PIC S9(13)V99.
           03 WK-BAL-TO             PIC S9(13)V99.
           03 WK-TIMESTAMP          PIC X(14).
           03 WK-REF                PIC X(18).
           03 WK-KARSI-ID           PIC 9(05).
           03 WK-KARSI-DVZ          PIC 9(03).
           03 WK-SIRA               PIC 9(09).
           03 WK-HASH               PIC 9(09).

       SD  WORK2-FILE.
       01  WK2-REC.
           03 WK2-SON-ISLEM        PIC S9(07) COMP-3.
           03 WK2-DURUM            PIC X(01).
           03 WK2-LIMIT            PIC S9(13)V99 COMP-3.
           03 WK2-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  SRT-FILE RECORDING MODE F.
       01  SRT-REC.
           03 SRT-TIMESTAMP-P REDEFINES SRT-TIMESTAMP.
              05 SRT-TARIH          PIC 9(08).
              05 SRT-SAAT           PIC 9(06).
           03 SRT-REF               PIC X(18).
           03 SRT-KARSI-ID          PIC 9(05).
           03 SRT-KARSI-DVZ         PIC 9(03).
           03 SRT-SIRA              PIC 9(09).
           03 SRT-HASH              PIC 9(09).

       FD  MST-FILE RECORDING MODE F.
       01  MST-REC.
           03 MST-SON-ISLEM       PIC S9(07) COMP-3.
           03 MST-DURUM            PIC X(01).
           03 MST-LIMIT            PIC S9(13)V99 COMP-3.
           03 MST-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 SNP-DVZ               PIC 9(03).
           03 SNP-BALANCE           PIC S9(13)V99.
           03 SNP-DONEM             PIC 9(08).
           03 SNP-FNAME             PIC X(15).
           03 SNP-LNAME             PIC X(15).
           03 SNP-DATE              PIC 9(07).
           03 SNP-SON-ISLEM         PIC 9(07).
           03 SNP-DURUM             PIC X(01).
           03 SNP-LIMIT             PIC S9(13)V99.
           03 SNP-SIRA              PIC 9(09).
           03 SNP-ZAMAN             PIC X(14).
           03 SNP-MUSTERI-NO        PIC 9(07).

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

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).
              88 SNP-EOF                      VALUE 10.
              88 SNP-SUCCESS                  VALUE 00 97.
              88 SNP-NOFILE                   VALUE 35.
           05 CIF-ST                PIC 9(02).
              88 CIF-SUCCESS                  VALUE 00 97.
           05 WS-CIF-BULUNDU        PIC X(01).
              88 WS-CIF-BULUNDU-YES           VALUE 'Y'.
           05 WS-RESIM-VAR          PIC X(01) VALUE 'N'.
              88 WS-RESIM-VAR-YES             VALUE 'Y'.
           05 WS-DONEM-BAS          PIC 9(08).
           05 WS-CNT-HAREKET        PIC 9(07) VALUE 0.
           05 WS-CNT-HAREKETSIZ     PIC 9(07) VALUE 0.
           05 WS-CNT-YETIM          PIC 9(07) VALUE 0.
           05 WS-CNT-ADRESSIZ       PIC 9(07) VALUE 0.
       01  WS-ANAHTAR-AREA.
           05 WS-JRN-ANAHTAR.
              07 WS-JRN-A-DVZ       PIC 9(03).
           05 HD2-ID                PIC ZZZZ9.
           05 FILLER                PIC X(08)  VALUE '   DVZ :'.
           05 HD2-DVZ               PIC ZZ9.
           05 FILLER                PIC X(13)  VALUE '   CUSTOMER :'.
           05 HD2-MUSTERI           PIC ZZZZZZ9.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-ADRES-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE SPACES.
           05 ADR-METIN             PIC X(60).
           05 FILLER                PIC X(61)  VALUE SPACES.
       01  WS-HEAD3-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(10)  VALUE 'DATE'.
              '             AMOUNT'.
           05 FILLER                PIC X(19)  VALUE
              '            BALANCE'.
           05 FILLER                PIC X(16)  VALUE 'COUNTER ACCT'.
           05 FILLER                PIC X(18)  VALUE 'REFERENCE'.
           05 FILLER                PIC X(29)  VALUE SPACES.
       01  WS-ACILIS-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(18)  VALUE
           05 DET-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-BAKIYE            PIC -(12)9.99.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-KARSI-YON         PIC X(05).
           05 DET-KARSI             PIC X(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-REF               PIC X(18).
           05 FILLER                PIC X(29)  VALUE SPACES.
       01  WS-KARSI-HESAP.
           05 WS-KARSI-ID           PIC 9(05).
           05 FILLER                PIC X(01)  VALUE '/'.
           05 WS-KARSI-DVZ          PIC 9(03).
       01  WS-HAREKETSIZ-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(30)  VALUE
              DISPLAY 'YETIM RAPOR DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.
           OPEN INPUT CIF-FILE.
           IF NOT CIF-SUCCESS
              DISPLAY 'MUSTERI BILGI DOSYASI ACILMADI : ' CIF-ST
              STOP RUN
           END-IF.
           WRITE ORP-REC FROM WS-ORP-HEAD1-LINE
              AFTER ADVANCING PAGE.
           WRITE ORP-REC FROM WS-ORP-HEAD2-LINE
           MOVE WS-PAGE-NO TO HD1-PAGE-NO.
           MOVE WS-STM-ID  TO HD2-ID.
           MOVE WS-STM-DVZ TO HD2-DVZ.
           MOVE MST-MUSTERI-NO TO HD2-MUSTERI.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 2.
           PERFORM H520-PRINT-ADDRESS.
           MOVE WS-ACILIS-BAKIYE TO ACL-BAKIYE.
           WRITE REP-REC FROM WS-ACILIS-LINE AFTER ADVANCING 2.
           WRITE REP-REC FROM WS-HEAD3-LINE  AFTER ADVANCING 2.

       H520-PRINT-ADDRESS.
           MOVE 'N' TO WS-CIF-BULUNDU.
           IF MST-MUSTERI-NO > 0
              MOVE MST-MUSTERI-NO TO CIF-NO
              READ CIF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID
                    SET WS-CIF-BULUNDU-YES TO TRUE
              END-READ
           END-IF.
           IF NOT WS-CIF-BULUNDU-YES
              ADD 1 TO WS-CNT-ADRESSIZ
              MOVE 'NO MAILING ADDRESS ON FILE' TO ADR-METIN
              WRITE REP-REC FROM WS-ADRES-LINE AFTER ADVANCING 2
           ELSE
              MOVE SPACES TO ADR-METIN
              STRING CIF-FNAME DELIMITED BY '  '
                     ' '       DELIMITED BY SIZE
                     CIF-LNAME DELIMITED BY '  '
                     INTO ADR-METIN
              WRITE REP-REC FROM WS-ADRES-LINE AFTER ADVANCING 2
              MOVE CIF-ADRES-1 TO ADR-METIN
              WRITE REP-REC FROM WS-ADRES-LINE AFTER ADVANCING 1
              IF CIF-ADRES-2 NOT = SPACES
                 MOVE CIF-ADRES-2 TO ADR-METIN
                 WRITE REP-REC FROM WS-ADRES-LINE AFTER ADVANCING 1
              END-IF
              MOVE SPACES TO ADR-METIN
              STRING CIF-POSTA-KODU DELIMITED BY '  '
                     ' '            DELIMITED BY SIZE
                     CIF-SEHIR      DELIMITED BY '  '
                     INTO ADR-METIN
              WRITE REP-REC FROM WS-ADRES-LINE AFTER ADVANCING 1
           END-IF.

       H560-FIND-SNAPSHOT.
           MOVE 'N' TO WS-RES-BULUNDU.
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                 MOVE 'HOLD      ' TO DET-ISLEM,
              WHEN 'F'
                 MOVE 'RELEASE   ' TO DET-ISLEM,
              WHEN 'L'
                 MOVE 'LIMIT     ' TO DET-ISLEM,
              WHEN 'T'
                 IF SRT-AMOUNT < 0
                    MOVE 'TRF OUT   ' TO DET-ISLEM
                 ELSE
                    MOVE 'TRF IN    ' TO DET-ISLEM
                 END-IF,
              WHEN 'S'
                 MOVE 'SERV CHG  ' TO DET-ISLEM,
              WHEN OTHER
                 MOVE SRT-FUNC     TO DET-ISLEM
           END-EVALUATE.
           MOVE SRT-AMOUNT TO DET-TUTAR.
           MOVE SRT-BAL-TO TO DET-BAKIYE.
           IF SRT-FUNC = 'T'
              IF SRT-AMOUNT < 0
                 MOVE 'TO'   TO DET-KARSI-YON
              ELSE
                 MOVE 'FROM' TO DET-KARSI-YON
              END-IF
              MOVE SRT-KARSI-ID  TO WS-KARSI-ID
              MOVE SRT-KARSI-DVZ TO WS-KARSI-DVZ
              MOVE WS-KARSI-HESAP TO DET-KARSI
           ELSE
              MOVE SPACES TO DET-KARSI-YON
              MOVE SPACES TO DET-KARSI
           END-IF.
           MOVE SRT-REF TO DET-REF.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H600-PRINT-CLOSING.
           WRITE ORP-REC FROM WS-TRAILER-DET AFTER ADVANCING 2.
           CLOSE SRT-FILE.
           CLOSE MST-FILE.
           CLOSE CIF-FILE.
           CLOSE REP-FILE.
           CLOSE ORP-FILE.

           MOVE 'ORPHAN JOURNAL RECORDS'    TO TRL-LABEL.
           MOVE WS-CNT-YETIM                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'STATEMENTS WITHOUT ADDRESS' TO TRL-LABEL.
           MOVE WS-CNT-ADRESSIZ             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-END. EXIT.
