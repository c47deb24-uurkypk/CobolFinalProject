       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JCT-FILE
              ASSIGN TO JCTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS JCT-KEY
              FILE STATUS IS JCT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  JCT-FILE.
       01  JCT-REC.
           03 JCT-KEY               PIC X(08).
           03 JCT-SIRA              PIC 9(09).
           03 JCT-HASH              PIC 9(09).
           03 JCT-ZAMAN             PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-DOSYA-ACIK  PIC X VALUE 'N'.
          88 WS-DOSYA-ACIK-YES     VALUE 'Y'.
          88 WS-DOSYA-ACIK-NO      VALUE 'N'.
       01 WS-JCT-FLAG.
          03 JCT-ST               PIC 9(02).
             88 JCT-ST-SUCC       VALUE 00 97.
             88 JCT-ST-NOFILE     VALUE 35.
       01 WS-JCT-KAYIT-VAR        PIC X(01).
          88 WS-JCT-KAYIT-VAR-YES VALUE 'Y'.
       01 WS-JCT-ANAHTAR          PIC X(08) VALUE 'JRNFILE '.
       01 WS-HASH-AREA.
          03 WS-HASH-ONCEKI       PIC 9(09).
          03 WS-HASH-DEGER        PIC 9(12).
          03 WS-HASH-SUB          PIC 9(03) COMP.
          03 WS-HASH-CARPAN       PIC 9(03) VALUE 131.
          03 WS-HASH-MOD          PIC 9(09) VALUE 999999937.
       LINKAGE SECTION.
       01 LS-JRN-AREA.
          05 LS-JRN-FUNC    PIC X(01).
             88 LS-JRN-NUMARA            VALUE 'N'.
             88 LS-JRN-HESAPLA           VALUE 'H'.
             88 LS-JRN-OKU               VALUE 'O'.
             88 LS-JRN-KAPAT             VALUE 'K'.
          05 LS-JRN-RC      PIC 9(02).
          05 LS-JRN-ONCEKI-HASH PIC 9(09).
          05 LS-JRN-SON-SIRA PIC 9(09).
          05 LS-JRN-SON-HASH PIC 9(09).
          05 LS-JRN-SON-ZAMAN PIC X(14).
       01 LS-JRN-KAYIT.
          05 LS-JRN-VERI    PIC X(94).
          05 LS-JRN-SIRA    PIC 9(09).
          05 LS-JRN-HASH    PIC 9(09).
       PROCEDURE DIVISION USING LS-JRN-AREA LS-JRN-KAYIT.
       0000-MAIN.
           MOVE 00 TO LS-JRN-RC.
           IF LS-JRN-KAPAT
              IF WS-DOSYA-ACIK-YES
                 CLOSE JCT-FILE
                 SET WS-DOSYA-ACIK-NO TO TRUE
              END-IF
              GOBACK
           END-IF.
           IF LS-JRN-HESAPLA
              MOVE LS-JRN-ONCEKI-HASH TO WS-HASH-ONCEKI
              PERFORM HASH-PAR
              MOVE WS-HASH-DEGER TO LS-JRN-SON-HASH
              GOBACK
           END-IF.
           IF WS-DOSYA-ACIK-NO
              PERFORM OPEN-PAR
              SET WS-DOSYA-ACIK-YES TO TRUE
           END-IF.
           EVALUATE LS-JRN-FUNC,
              WHEN 'N'
                 PERFORM NUMARA-PAR,
              WHEN 'O'
                 PERFORM READ-CONTROL-PAR,
              WHEN OTHER
                 MOVE 99 TO LS-JRN-RC
           END-EVALUATE.
           MOVE JCT-SIRA  TO LS-JRN-SON-SIRA.
           MOVE JCT-HASH  TO LS-JRN-SON-HASH.
           MOVE JCT-ZAMAN TO LS-JRN-SON-ZAMAN.
           GOBACK.

       OPEN-PAR.
           OPEN I-O JCT-FILE.
           IF JCT-ST-NOFILE
              OPEN OUTPUT JCT-FILE
              CLOSE JCT-FILE
              OPEN I-O JCT-FILE
           END-IF.
           IF NOT JCT-ST-SUCC
              DISPLAY 'JCTFILE DOSYASI ACILMADI : ' JCT-ST
              STOP RUN
           END-IF.

       READ-CONTROL-PAR.
           MOVE WS-JCT-ANAHTAR TO JCT-KEY.
           MOVE 'Y' TO WS-JCT-KAYIT-VAR.
           READ JCT-FILE
              INVALID KEY
                 MOVE 'N'    TO WS-JCT-KAYIT-VAR
                 MOVE WS-JCT-ANAHTAR TO JCT-KEY
                 MOVE 0      TO JCT-SIRA
                 MOVE 0      TO JCT-HASH
                 MOVE ZEROS  TO JCT-ZAMAN
           END-READ.
           IF NOT WS-JCT-KAYIT-VAR-YES
              MOVE 04 TO LS-JRN-RC
           END-IF.

       NUMARA-PAR.
           PERFORM READ-CONTROL-PAR.
           MOVE 00 TO LS-JRN-RC.
           ADD 1 TO JCT-SIRA.
           MOVE JCT-SIRA TO LS-JRN-SIRA.
           MOVE JCT-HASH TO WS-HASH-ONCEKI.
           PERFORM HASH-PAR.
           MOVE WS-HASH-DEGER TO LS-JRN-HASH.
           MOVE WS-HASH-DEGER TO JCT-HASH.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JCT-ZAMAN.
           IF WS-JCT-KAYIT-VAR-YES
              REWRITE JCT-REC
                 INVALID KEY
                    DISPLAY 'JCTFILE GUNCELLENEMEDI : ' JCT-ST
                    STOP RUN
              END-REWRITE
           ELSE
              WRITE JCT-REC
                 INVALID KEY
                    DISPLAY 'JCTFILE YAZILAMADI : ' JCT-ST
                    STOP RUN
              END-WRITE
           END-IF.

       HASH-PAR.
           COMPUTE WS-HASH-DEGER = FUNCTION MOD
              (WS-HASH-ONCEKI * WS-HASH-CARPAN + LS-JRN-SIRA,
               WS-HASH-MOD).
           PERFORM HASH-KARAKTER-PAR
              VARYING WS-HASH-SUB FROM 1 BY 1
              UNTIL WS-HASH-SUB > 94.

       HASH-KARAKTER-PAR.
           COMPUTE WS-HASH-DEGER = FUNCTION MOD
              (WS-HASH-DEGER * WS-HASH-CARPAN
               + FUNCTION ORD (LS-JRN-VERI (WS-HASH-SUB:1)),
               WS-HASH-MOD).
