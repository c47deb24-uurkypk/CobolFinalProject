       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNP-FILE
              ASSIGN TO SNPFILE
              FILE STATUS IS SNP-ST.
           SELECT PRM-FILE
              ASSIGN TO RCVPARM
              FILE STATUS IS PRM-ST.
           SELECT IXN-FILE
              ASSIGN TO IDXNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IXN-KEY
              ALTERNATE RECORD KEY IS IXN-LNAME WITH DUPLICATES
              FILE STATUS IS IXN-ST.
           SELECT JRN-FILE
              ASSIGN TO JRNFILE
              FILE STATUS IS JRN-ST.
           SELECT AUD-FILE
              ASSIGN TO AUDFILE
              FILE STATUS IS AUD-ST.
           SELECT ARC-FILE
              ASSIGN TO ARCFILE
              FILE STATUS IS ARC-ST.
           SELECT CAU-FILE
              ASSIGN TO CIFAUD
              FILE STATUS IS CAU-ST.
           SELECT EVT-FILE
              ASSIGN TO EVTFILE
              FILE STATUS IS EVT-ST.
           SELECT EVW-FILE
              ASSIGN TO "SRTWK01".
           SELECT EVS-FILE
              ASSIGN TO EVSFILE
              FILE STATUS IS EVS-ST.
           SELECT REP-FILE
              ASSIGN TO RCVRPT
              FILE STATUS IS REP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SNP-FILE RECORDING MODE F.
       01  SNP-REC.
           03 SNP-ID                PIC 9(05).
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

       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           03 PRM-ZAMAN             PIC X(14).
           03 PRM-ZAMAN-N REDEFINES PRM-ZAMAN
                                    PIC 9(14).

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
              88 IXN-BLOKELI                  VALUE 'H'.
           03 IXN-LIMIT            PIC S9(13)V99 COMP-3.
           03 IXN-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  JRN-FILE RECORDING MODE F.
       01  JRN-REC.
           03 JRN-ID                PIC 9(05).
           03 JRN-DVZ               PIC 9(03).
           03 JRN-FUNC              PIC X(01).
           03 JRN-AMOUNT            PIC S9(13)V99.
           03 JRN-BAL-FROM          PIC S9(13)V99.
           03 JRN-BAL-TO            PIC S9(13)V99.
           03 JRN-TIMESTAMP         PIC X(14).
           03 JRN-REF               PIC X(18).
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

       FD  EVT-FILE RECORDING MODE F.
       01  EVT-REC.
           03 EVT-ZAMAN             PIC X(14).
           03 EVT-ONCELIK           PIC 9(01).
           03 EVT-SIRA              PIC 9(09).
           03 EVT-KAYNAK            PIC X(01).
           03 EVT-VERI              PIC X(112).

       SD  EVW-FILE.
       01  EVW-REC.
           03 EVW-ZAMAN             PIC X(14).
           03 EVW-ONCELIK           PIC 9(01).
           03 EVW-SIRA              PIC 9(09).
           03 EVW-KAYNAK            PIC X(01).
           03 EVW-VERI              PIC X(112).

       FD  EVS-FILE RECORDING MODE F.
       01  EVS-REC.
           03 EVS-ZAMAN             PIC X(14).
           03 EVS-ONCELIK           PIC 9(01).
           03 EVS-SIRA              PIC 9(09).
           03 EVS-KAYNAK            PIC X(01).
              88 EVS-YEVMIYE                  VALUE 'J'.
              88 EVS-DENETIM                  VALUE 'A'.
              88 EVS-ARSIV                    VALUE 'R'.
              88 EVS-MUSTERI                  VALUE 'C'.
           03 EVS-JRN.
              05 EVJ-ID             PIC 9(05).
              05 EVJ-DVZ            PIC 9(03).
              05 EVJ-FUNC           PIC X(01).
              05 EVJ-AMOUNT         PIC S9(13)V99.
              05 EVJ-BAL-FROM       PIC S9(13)V99.
              05 EVJ-BAL-TO         PIC S9(13)V99.
              05 EVJ-TIMESTAMP      PIC X(14).
              05 EVJ-REF            PIC X(18).
              05 EVJ-REF-ACILIS REDEFINES EVJ-REF.
                 07 EVJ-REF-ACL-KOD   PIC X(03).
                 07 EVJ-REF-ACL-TARIH PIC 9(07).
                 07 EVJ-REF-ACL-MUSTERI PIC 9(07).
                 07 FILLER            PIC X(01).
              05 EVJ-REF-LIMIT REDEFINES EVJ-REF.
                 07 EVJ-REF-LMT-KOD   PIC X(03).
                 07 EVJ-REF-LMT-TUTAR PIC 9(13)V99.
              05 EVJ-KARSI-ID       PIC 9(05).
              05 EVJ-KARSI-DVZ      PIC 9(03).
              05 EVJ-SIRA           PIC 9(09).
              05 EVJ-HASH           PIC 9(09).
           03 EVS-AUD REDEFINES EVS-JRN.
              05 EVA-ID             PIC 9(05).
              05 EVA-DVZ            PIC 9(03).
              05 EVA-TIMESTAMP      PIC X(14).
              05 EVA-FNAME-FROM     PIC X(15).
              05 EVA-FNAME-TO       PIC X(15).
              05 EVA-LNAME-FROM     PIC X(15).
              05 EVA-LNAME-TO       PIC X(15).
              05 FILLER             PIC X(30).
           03 EVS-ARC REDEFINES EVS-JRN.
              05 EVR-ID             PIC 9(05).
              05 EVR-DVZ            PIC 9(03).
              05 EVR-FNAME          PIC X(15).
              05 EVR-LNAME          PIC X(15).
              05 EVR-DATE           PIC 9(07).
              05 EVR-BALANCE        PIC S9(13)V99.
              05 EVR-TIMESTAMP      PIC X(14).
              05 EVR-MUSTERI-NO     PIC 9(07).
              05 FILLER             PIC X(31).
           03 EVS-CAU REDEFINES EVS-JRN.
              05 EVC-MUSTERI-NO     PIC 9(07).
              05 EVC-TIMESTAMP      PIC X(14).
              05 EVC-ISLEM          PIC X(01).
              05 EVC-ALAN           PIC X(10).
              05 EVC-ESKI           PIC X(30).
              05 EVC-YENI           PIC X(30).
              05 EVC-HESAP-ID       PIC 9(05).
              05 EVC-HESAP-DVZ      PIC 9(03).
              05 EVC-OPERATOR       PIC X(08).
              05 FILLER             PIC X(04).

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SNP-ST                PIC 9(02).
              88 SNP-EOF                      VALUE 10.
              88 SNP-SUCCESS                  VALUE 00 97.
              88 SNP-NOFILE                   VALUE 35.
           05 PRM-ST                PIC 9(02).
              88 PRM-SUCCESS                  VALUE 00 97.
              88 PRM-NOFILE                   VALUE 35.
           05 IXN-ST                PIC 9(02).
              88 IXN-EOF                      VALUE 10.
              88 IXN-SUCCESS                  VALUE 00 97.
           05 JRN-ST                PIC 9(02).
              88 JRN-EOF                      VALUE 10.
              88 JRN-SUCCESS                  VALUE 00 97.
              88 JRN-NOFILE                   VALUE 35.
           05 AUD-ST                PIC 9(02).
              88 AUD-EOF                      VALUE 10.
              88 AUD-SUCCESS                  VALUE 00 97.
              88 AUD-NOFILE                   VALUE 35.
           05 ARC-ST                PIC 9(02).
              88 ARC-EOF                      VALUE 10.
              88 ARC-SUCCESS                  VALUE 00 97.
              88 ARC-NOFILE                   VALUE 35.
           05 CAU-ST                PIC 9(02).
              88 CAU-EOF                      VALUE 10.
              88 CAU-SUCCESS                  VALUE 00 97.
              88 CAU-NOFILE                   VALUE 35.
           05 EVT-ST                PIC 9(02).
              88 EVT-SUCCESS                  VALUE 00 97.
           05 EVS-ST                PIC 9(02).
              88 EVS-EOF                      VALUE 10.
              88 EVS-SUCCESS                  VALUE 00 97.
           05 REP-ST                PIC 9(02).
              88 REP-SUCCESS                  VALUE 00 97.
           05 WS-JRN-VAR            PIC X(01) VALUE 'N'.
              88 WS-JRN-VAR-YES               VALUE 'Y'.
           05 WS-AUD-VAR            PIC X(01) VALUE 'N'.
              88 WS-AUD-VAR-YES               VALUE 'Y'.
           05 WS-ARC-VAR            PIC X(01) VALUE 'N'.
              88 WS-ARC-VAR-YES               VALUE 'Y'.
           05 WS-CAU-VAR            PIC X(01) VALUE 'N'.
              88 WS-CAU-VAR-YES               VALUE 'Y'.
           05 WS-DENGESIZ           PIC X(01) VALUE 'N'.
              88 WS-DENGESIZ-YES              VALUE 'Y'.
           05 WS-KAYIT-VAR          PIC X(01).
              88 WS-KAYIT-VAR-YES             VALUE 'Y'.
           05 WS-RESIMDE            PIC X(01).
              88 WS-RESIMDE-YES               VALUE 'Y'.
           05 WS-UYGULA             PIC X(01).
              88 WS-UYGULA-YES                VALUE 'Y'.
           05 WS-RESIM-DONEM        PIC 9(08) VALUE 0.
           05 WS-RESIM-SIRA         PIC 9(09) VALUE 0.
           05 WS-RESIM-ZAMAN        PIC X(14) VALUE SPACES.
           05 WS-HEDEF-ZAMAN        PIC X(14).
           05 WS-ISLEM-TARIH        PIC 9(08).
           05 WS-SON-TARIH          PIC S9(07) COMP-3.
       01  WS-RECON-TABLE.
           05 WS-TAB-ENTRY OCCURS 100 TIMES.
              10 WS-TAB-DVZ         PIC S9(3)  COMP.
              10 WS-TAB-PRIOR       PIC S9(13)V99 COMP-3.
              10 WS-TAB-MOVE        PIC S9(13)V99 COMP-3.
              10 WS-TAB-MASTER      PIC S9(13)V99 COMP-3.
       01  WS-TAB-MAX               PIC 9(03) COMP VALUE 0.
       01  WS-TAB-SUB               PIC 9(03) COMP.
       01  WS-TAB-SUB2              PIC 9(03) COMP.
       01  WS-BUL-SUB               PIC 9(03) COMP.
       01  WS-ARA-DVZ               PIC S9(3) COMP.
       01  WS-BULUNDU               PIC X(01).
           88 WS-BULUNDU-YES                  VALUE 'Y'.
       01  WS-SWAP-ENTRY.
           05 WS-SWAP-DVZ           PIC S9(3)  COMP.
           05 WS-SWAP-PRIOR         PIC S9(13)V99 COMP-3.
           05 WS-SWAP-MOVE          PIC S9(13)V99 COMP-3.
           05 WS-SWAP-MASTER        PIC S9(13)V99 COMP-3.
       01  WS-BEKLENEN              PIC S9(13)V99 COMP-3.
       01  WS-RCV-TOTALS.
           05 WS-CNT-RESIM          PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-OKUNAN     PIC 9(07) VALUE 0.
           05 WS-CNT-JRN-RESIMDE    PIC 9(07) VALUE 0.
           05 WS-CNT-AUD-OKUNAN     PIC 9(07) VALUE 0.
           05 WS-CNT-ARC-OKUNAN     PIC 9(07) VALUE 0.
           05 WS-CNT-CAU-OKUNAN     PIC 9(07) VALUE 0.
           05 WS-CNT-SONRA          PIC 9(07) VALUE 0.
           05 WS-CNT-HAREKET        PIC 9(07) VALUE 0.
           05 WS-CNT-ACILIS         PIC 9(07) VALUE 0.
           05 WS-CNT-ISIM           PIC 9(07) VALUE 0.
           05 WS-CNT-SILME          PIC 9(07) VALUE 0.
           05 WS-CNT-BAGLANTI       PIC 9(07) VALUE 0.
           05 WS-CNT-UYGULANMAYAN   PIC 9(07) VALUE 0.
           05 WS-CNT-UYARI          PIC 9(07) VALUE 0.
           05 WS-CNT-MASTER         PIC 9(07) VALUE 0.

       01  WS-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'CUSTOMER MASTER ROLL-FORWARD RECOVERY'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-RESIM-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(18)  VALUE
              'SNAPSHOT PERIOD :'.
           05 RSM-DONEM             PIC 9(08).
           05 FILLER                PIC X(10)  VALUE '  TAKEN :'.
           05 RSM-ZAMAN             PIC X(14).
           05 FILLER                PIC X(13)  VALUE '  LAST SEQ :'.
           05 RSM-SIRA              PIC 9(09).
           05 FILLER                PIC X(59)  VALUE SPACES.
       01  WS-HEDEF-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(18)  VALUE
              'RECOVER TO      :'.
           05 HDF-ZAMAN             PIC X(14).
           05 FILLER                PIC X(99)  VALUE SPACES.
       01  WS-HATA-HEAD1-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(45)  VALUE
              'ITEMS NOT APPLIED AND WARNINGS'.
           05 FILLER                PIC X(86)  VALUE SPACES.
       01  WS-HATA-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'TIME'.
           05 FILLER                PIC X(05)  VALUE 'SRC'.
           05 FILLER                PIC X(03)  VALUE 'F'.
           05 FILLER                PIC X(11)  VALUE 'ACCOUNT'.
           05 FILLER                PIC X(16)  VALUE
              '          AMOUNT'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(09)  VALUE '      SEQ'.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(40)  VALUE 'REASON'.
           05 FILLER                PIC X(27)  VALUE SPACES.
       01  WS-HATA-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HAT-ZAMAN             PIC X(14).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-KAYNAK            PIC X(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-FUNC              PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-ID                PIC 9(05).
           05 HAT-AYRAC             PIC X(01).
           05 HAT-DVZ               PIC 9(03).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-TUTAR             PIC -(12)9.99.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-SIRA              PIC Z(08)9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HAT-MESAJ             PIC X(40).
           05 FILLER                PIC X(27)  VALUE SPACES.
       01  WS-HEAD2-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 FILLER                PIC X(03)  VALUE 'DVZ'.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'SNAPSHOT TOTAL'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'NET MOVEMENT'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'EXPECTED TOTAL'.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 FILLER                PIC X(16)  VALUE 'REBUILT TOTAL'.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'STATUS'.
           05 FILLER                PIC X(26)  VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DET-DVZ               PIC ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 DET-PRIOR             PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-MOVE              PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-BEKLENEN          PIC -(12)9.99.
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DET-MASTER            PIC -(12)9.99.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DET-DURUM             PIC X(14).
           05 FILLER                PIC X(26)  VALUE SPACES.
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
           PERFORM H050-READ-PARM.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LOAD-SNAPSHOT UNTIL SNP-EOF.
           PERFORM H250-CHECK-SNAPSHOT.
           PERFORM H180-PRINT-HEADERS.
           PERFORM H300-BUILD-EVENTS.
           PERFORM H400-APPLY-EVENT UNTIL EVS-EOF.
           IF WS-CNT-UYGULANMAYAN = 0 AND WS-CNT-UYARI = 0
              MOVE 'NONE'                      TO TRL-MESAJ
              WRITE REP-REC FROM WS-TRAILER-LINE AFTER ADVANCING 1
           END-IF.
           PERFORM H600-SUM-MASTER.
           PERFORM H650-SORT-TABLE.
           PERFORM H700-PRINT-RECON.
           PERFORM H900-PRINT-TOTALS.
           PERFORM H999-PROGRAM-EXIT.
           IF WS-DENGESIZ-YES
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-UYGULANMAYAN > 0 OR WS-CNT-UYARI > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       H050-READ-PARM.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-SUCCESS
              DISPLAY 'PARAMETRE DOSYASI ACILMADI : ' PRM-ST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE
              AT END
                 DISPLAY 'PARAMETRE KARTI YOK'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              NOT AT END
                 IF PRM-ZAMAN NOT NUMERIC
                    DISPLAY 'PARAMETRE KARTI GECERSIZ : ' PRM-ZAMAN
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE PRM-ZAMAN TO WS-HEDEF-ZAMAN
           END-READ.
           CLOSE PRM-FILE.

       H100-OPEN-FILES.
           OPEN INPUT SNP-FILE.
           IF NOT SNP-SUCCESS
              DISPLAY 'RESIM DOSYASI ACILMADI : ' SNP-ST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT IXN-FILE.
           IF NOT IXN-SUCCESS
              DISPLAY 'YENI MUSTERI DOSYASI ACILMADI : ' IXN-ST
              STOP RUN
           END-IF.
           OPEN INPUT JRN-FILE.
           IF JRN-SUCCESS
              SET WS-JRN-VAR-YES TO TRUE
           ELSE
              IF NOT JRN-NOFILE
                 DISPLAY 'YEVMIYE DOSYASI ACILMADI : ' JRN-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT AUD-FILE.
           IF AUD-SUCCESS
              SET WS-AUD-VAR-YES TO TRUE
           ELSE
              IF NOT AUD-NOFILE
                 DISPLAY 'DENETIM DOSYASI ACILMADI : ' AUD-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ARC-FILE.
           IF ARC-SUCCESS
              SET WS-ARC-VAR-YES TO TRUE
           ELSE
              IF NOT ARC-NOFILE
                 DISPLAY 'ARSIV DOSYASI ACILMADI : ' ARC-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT CAU-FILE.
           IF CAU-SUCCESS
              SET WS-CAU-VAR-YES TO TRUE
           ELSE
              IF NOT CAU-NOFILE
                 DISPLAY 'MUSTERI DENETIM DOSYASI ACILMADI : ' CAU-ST
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT EVT-FILE.
           IF NOT EVT-SUCCESS
              DISPLAY 'OLAY DOSYASI ACILMADI : ' EVT-ST
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF NOT REP-SUCCESS
              DISPLAY 'RAPOR DOSYASI ACILMADI : ' REP-ST
              STOP RUN
           END-IF.

       H180-PRINT-HEADERS.
           WRITE REP-REC FROM WS-HEAD1-LINE AFTER ADVANCING PAGE.
           MOVE WS-RESIM-DONEM TO RSM-DONEM.
           MOVE WS-RESIM-ZAMAN TO RSM-ZAMAN.
           MOVE WS-RESIM-SIRA  TO RSM-SIRA.
           WRITE REP-REC FROM WS-RESIM-LINE AFTER ADVANCING 2.
           MOVE WS-HEDEF-ZAMAN TO HDF-ZAMAN.
           WRITE REP-REC FROM WS-HEDEF-LINE AFTER ADVANCING 1.
           WRITE REP-REC FROM WS-HATA-HEAD1-LINE AFTER ADVANCING 3.
           WRITE REP-REC FROM WS-HATA-HEAD2-LINE AFTER ADVANCING 2.

       H200-LOAD-SNAPSHOT.
           READ SNP-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF SNP-ZAMAN NOT NUMERIC OR SNP-SIRA NOT NUMERIC
                    DISPLAY 'RESIM KAYDI ESKI FORMATTA : ' SNP-ID
                       '/' SNP-DVZ
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CNT-RESIM
                 MOVE SNP-DONEM     TO WS-RESIM-DONEM
                 MOVE SNP-SIRA      TO WS-RESIM-SIRA
                 MOVE SNP-ZAMAN     TO WS-RESIM-ZAMAN
                 MOVE SNP-ID        TO IXN-ID
                 MOVE SNP-DVZ       TO IXN-DVZ
                 MOVE SNP-FNAME     TO IXN-FNAME
                 MOVE SNP-LNAME     TO IXN-LNAME
                 MOVE SNP-DATE      TO IXN-DATE
                 MOVE SNP-BALANCE   TO IXN-BALANCE
                 MOVE SNP-SON-ISLEM TO IXN-SON-ISLEM
                 MOVE SNP-DURUM     TO IXN-DURUM
                 MOVE SNP-LIMIT     TO IXN-LIMIT
                 MOVE SNP-MUSTERI-NO TO IXN-MUSTERI-NO
                 WRITE IXN-REC
                    INVALID KEY
                       DISPLAY 'RESIMDE MUKERRER ANAHTAR : ' SNP-ID
                          '/' SNP-DVZ
                       ADD 1 TO WS-CNT-UYARI
                    NOT INVALID
                       MOVE SNP-DVZ TO WS-ARA-DVZ
                       PERFORM H800-FIND-DVZ
                       ADD SNP-BALANCE TO WS-TAB-PRIOR (WS-BUL-SUB)
                 END-WRITE
           END-READ.

       H250-CHECK-SNAPSHOT.
           CLOSE SNP-FILE.
           IF WS-CNT-RESIM = 0
              DISPLAY 'RESIM DOSYASI BOS'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HEDEF-ZAMAN < WS-RESIM-ZAMAN
              DISPLAY 'DONUS ZAMANI RESIMDEN ONCE : ' WS-HEDEF-ZAMAN
                 ' / ' WS-RESIM-ZAMAN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE IXN-FILE.
           OPEN I-O IXN-FILE.
           IF NOT IXN-SUCCESS
              DISPLAY 'YENI MUSTERI DOSYASI ACILMADI : ' IXN-ST
              STOP RUN
           END-IF.

       H300-BUILD-EVENTS.
           IF WS-JRN-VAR-YES
              PERFORM H320-READ-JOURNAL UNTIL JRN-EOF
              CLOSE JRN-FILE
           END-IF.
           IF WS-AUD-VAR-YES
              PERFORM H340-READ-AUDIT UNTIL AUD-EOF
              CLOSE AUD-FILE
           END-IF.
           IF WS-ARC-VAR-YES
              PERFORM H360-READ-ARCHIVE UNTIL ARC-EOF
              CLOSE ARC-FILE
           END-IF.
           IF WS-CAU-VAR-YES
              PERFORM H370-READ-CIF-AUDIT UNTIL CAU-EOF
              CLOSE CAU-FILE
           END-IF.
           CLOSE EVT-FILE.
           SORT EVW-FILE
              ON ASCENDING KEY EVW-ZAMAN EVW-ONCELIK EVW-SIRA
              USING EVT-FILE
              GIVING EVS-FILE.
           OPEN INPUT EVS-FILE.
           IF NOT EVS-SUCCESS
              DISPLAY 'SIRALAMA DOSYASI ACILMIYOR'
              STOP RUN
           END-IF.

       H320-READ-JOURNAL.
           READ JRN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-JRN-OKUNAN
                 PERFORM H330-CHECK-RESIM
                 IF WS-RESIMDE-YES
                    ADD 1 TO WS-CNT-JRN-RESIMDE
                 ELSE
                    IF JRN-TIMESTAMP > WS-HEDEF-ZAMAN
                       ADD 1 TO WS-CNT-SONRA
                    ELSE
                       MOVE JRN-TIMESTAMP TO EVT-ZAMAN
                       MOVE 1             TO EVT-ONCELIK
                       MOVE JRN-SIRA      TO EVT-SIRA
                       MOVE 'J'           TO EVT-KAYNAK
                       MOVE JRN-REC       TO EVT-VERI
                       WRITE EVT-REC
                    END-IF
                 END-IF
           END-READ.

       H330-CHECK-RESIM.
           MOVE 'N' TO WS-RESIMDE.
           IF JRN-SIRA > 0 AND WS-RESIM-SIRA > 0
              IF JRN-SIRA NOT > WS-RESIM-SIRA
                 SET WS-RESIMDE-YES TO TRUE
              END-IF
           ELSE
              IF JRN-TIMESTAMP NOT > WS-RESIM-ZAMAN
                 SET WS-RESIMDE-YES TO TRUE
              END-IF
           END-IF.

       H340-READ-AUDIT.
           READ AUD-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-AUD-OKUNAN
                 IF AUD-TIMESTAMP > WS-RESIM-ZAMAN
                    IF AUD-TIMESTAMP > WS-HEDEF-ZAMAN
                       ADD 1 TO WS-CNT-SONRA
                    ELSE
                       MOVE AUD-TIMESTAMP TO EVT-ZAMAN
                       MOVE 2             TO EVT-ONCELIK
                       MOVE 0             TO EVT-SIRA
                       MOVE 'A'           TO EVT-KAYNAK
                       MOVE AUD-REC       TO EVT-VERI
                       WRITE EVT-REC
                    END-IF
                 END-IF
           END-READ.

       H360-READ-ARCHIVE.
           READ ARC-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-ARC-OKUNAN
                 IF ARC-TIMESTAMP > WS-RESIM-ZAMAN
                    IF ARC-TIMESTAMP > WS-HEDEF-ZAMAN
                       ADD 1 TO WS-CNT-SONRA
                    ELSE
                       MOVE ARC-TIMESTAMP TO EVT-ZAMAN
                       MOVE 3             TO EVT-ONCELIK
                       MOVE 0             TO EVT-SIRA
                       MOVE 'R'           TO EVT-KAYNAK
                       MOVE ARC-REC       TO EVT-VERI
                       WRITE EVT-REC
                    END-IF
                 END-IF
           END-READ.

       H370-READ-CIF-AUDIT.
           READ CAU-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-CAU-OKUNAN
                 IF CAU-BAGLA
                    AND CAU-TIMESTAMP > WS-RESIM-ZAMAN
                    IF CAU-TIMESTAMP > WS-HEDEF-ZAMAN
                       ADD 1 TO WS-CNT-SONRA
                    ELSE
                       MOVE CAU-TIMESTAMP TO EVT-ZAMAN
                       MOVE 2             TO EVT-ONCELIK
                       MOVE 0             TO EVT-SIRA
                       MOVE 'C'           TO EVT-KAYNAK
                       MOVE CAU-REC       TO EVT-VERI
                       WRITE EVT-REC
                    END-IF
                 END-IF
           END-READ.

       H400-APPLY-EVENT.
           READ EVS-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE EVS-ZAMAN (1:8) TO WS-ISLEM-TARIH
                 COMPUTE WS-SON-TARIH =
                    FUNCTION DAY-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-ISLEM-TARIH))
                 MOVE EVS-ZAMAN TO HAT-ZAMAN
                 MOVE EVS-SIRA  TO HAT-SIRA
                 MOVE '/'       TO HAT-AYRAC
                 EVALUATE TRUE,
                    WHEN EVS-YEVMIYE
                       PERFORM H420-APPLY-JOURNAL,
                    WHEN EVS-DENETIM
                       PERFORM H460-APPLY-AUDIT,
                    WHEN EVS-ARSIV
                       PERFORM H480-APPLY-ARCHIVE,
                    WHEN EVS-MUSTERI
                       PERFORM H490-APPLY-CIF-LINK
                 END-EVALUATE
           END-READ.

       H420-APPLY-JOURNAL.
           MOVE 'JRN'      TO HAT-KAYNAK.
           MOVE EVJ-FUNC   TO HAT-FUNC.
           MOVE EVJ-ID     TO HAT-ID.
           MOVE EVJ-DVZ    TO HAT-DVZ.
           MOVE EVJ-AMOUNT TO HAT-TUTAR.
           MOVE EVJ-DVZ    TO WS-ARA-DVZ.
           PERFORM H800-FIND-DVZ.
           ADD EVJ-AMOUNT  TO WS-TAB-MOVE (WS-BUL-SUB).
           MOVE EVJ-ID     TO IXN-ID.
           MOVE EVJ-DVZ    TO IXN-DVZ.
           PERFORM H500-READ-MASTER.
           IF EVJ-FUNC = 'W'
              IF WS-KAYIT-VAR-YES
                 MOVE 'ACCOUNT ALREADY ON REBUILT MASTER' TO HAT-MESAJ
                 PERFORM H550-PRINT-UYGULANMAYAN
              ELSE
                 PERFORM H440-APPLY-OPEN
              END-IF
           ELSE
              IF NOT WS-KAYIT-VAR-YES
                 MOVE 'ACCOUNT NOT ON REBUILT MASTER' TO HAT-MESAJ
                 PERFORM H550-PRINT-UYGULANMAYAN
              ELSE
                 PERFORM H430-APPLY-MOVEMENT
              END-IF
           END-IF.

       H430-APPLY-MOVEMENT.
           SET WS-UYGULA-YES TO TRUE.
           EVALUATE EVJ-FUNC,
              WHEN 'B'
              WHEN 'T'
                 ADD EVJ-AMOUNT   TO IXN-BALANCE
                 MOVE WS-SON-TARIH TO IXN-SON-ISLEM,
              WHEN 'I'
              WHEN 'S'
              WHEN 'D'
                 ADD EVJ-AMOUNT   TO IXN-BALANCE,
              WHEN 'H'
                 MOVE 'H'          TO IXN-DURUM
                 MOVE WS-SON-TARIH TO IXN-SON-ISLEM,
              WHEN 'F'
                 MOVE SPACE        TO IXN-DURUM
                 MOVE WS-SON-TARIH TO IXN-SON-ISLEM,
              WHEN 'L'
                 IF EVJ-REF-LMT-KOD = 'LMT'
                    AND EVJ-REF-LMT-TUTAR IS NUMERIC
                    MOVE EVJ-REF-LMT-TUTAR TO IXN-LIMIT
                    MOVE WS-SON-TARIH      TO IXN-SON-ISLEM
                 ELSE
                    MOVE 'N' TO WS-UYGULA
                    MOVE 'NEW LIMIT NOT CARRIED ON JOURNAL'
                                           TO HAT-MESAJ
                 END-IF,
              WHEN OTHER
                 MOVE 'N' TO WS-UYGULA
                 MOVE 'UNKNOWN JOURNAL FUNCTION' TO HAT-MESAJ
           END-EVALUATE.
           IF NOT WS-UYGULA-YES
              PERFORM H550-PRINT-UYGULANMAYAN
           ELSE
              IF IXN-BALANCE NOT = EVJ-BAL-TO
                 MOVE 'BALANCE DIFFERS FROM JOURNAL' TO HAT-MESAJ
                 PERFORM H560-PRINT-UYARI
              END-IF
              REWRITE IXN-REC
                 INVALID KEY
                    MOVE 'REWRITE OF REBUILT RECORD FAILED'
                                           TO HAT-MESAJ
                    PERFORM H550-PRINT-UYGULANMAYAN
                 NOT INVALID
                    ADD 1 TO WS-CNT-HAREKET
              END-REWRITE
           END-IF.

       H440-APPLY-OPEN.
           MOVE EVJ-ID        TO IXN-ID.
           MOVE EVJ-DVZ       TO IXN-DVZ.
           MOVE SPACES        TO IXN-FNAME.
           MOVE SPACES        TO IXN-LNAME.
           IF EVJ-REF-ACL-KOD = 'OPN'
              AND EVJ-REF-ACL-TARIH IS NUMERIC
              MOVE EVJ-REF-ACL-TARIH TO IXN-DATE
           ELSE
              MOVE WS-SON-TARIH      TO IXN-DATE
              MOVE 'OPEN DATE NOT ON JOURNAL - DATE USED'
                                     TO HAT-MESAJ
              PERFORM H560-PRINT-UYARI
           END-IF.
           MOVE EVJ-BAL-TO    TO IXN-BALANCE.
           MOVE WS-SON-TARIH  TO IXN-SON-ISLEM.
           MOVE SPACE         TO IXN-DURUM.
           MOVE 0             TO IXN-LIMIT.
           IF EVJ-REF-ACL-KOD = 'OPN'
              AND EVJ-REF-ACL-MUSTERI IS NUMERIC
              MOVE EVJ-REF-ACL-MUSTERI TO IXN-MUSTERI-NO
           ELSE
              MOVE 0                 TO IXN-MUSTERI-NO
              MOVE 'CUSTOMER NOT ON JOURNAL - LEFT UNLINKED'
                                     TO HAT-MESAJ
              PERFORM H560-PRINT-UYARI
           END-IF.
           WRITE IXN-REC
              INVALID KEY
                 MOVE 'ACCOUNT ALREADY ON REBUILT MASTER' TO HAT-MESAJ
                 PERFORM H550-PRINT-UYGULANMAYAN
              NOT INVALID
                 ADD 1 TO WS-CNT-HAREKET
                 ADD 1 TO WS-CNT-ACILIS
           END-WRITE.

       H460-APPLY-AUDIT.
           MOVE 'AUD'      TO HAT-KAYNAK.
           MOVE 'U'        TO HAT-FUNC.
           MOVE EVA-ID     TO HAT-ID.
           MOVE EVA-DVZ    TO HAT-DVZ.
           MOVE 0          TO HAT-TUTAR.
           MOVE EVA-ID     TO IXN-ID.
           MOVE EVA-DVZ    TO IXN-DVZ.
           PERFORM H500-READ-MASTER.
           IF NOT WS-KAYIT-VAR-YES
              MOVE 'ACCOUNT NOT ON REBUILT MASTER' TO HAT-MESAJ
              PERFORM H550-PRINT-UYGULANMAYAN
           ELSE
              MOVE EVA-FNAME-TO TO IXN-FNAME
              MOVE EVA-LNAME-TO TO IXN-LNAME
              MOVE WS-SON-TARIH TO IXN-SON-ISLEM
              REWRITE IXN-REC
                 INVALID KEY
                    MOVE 'REWRITE OF REBUILT RECORD FAILED'
                                           TO HAT-MESAJ
                    PERFORM H550-PRINT-UYGULANMAYAN
                 NOT INVALID
                    ADD 1 TO WS-CNT-ISIM
              END-REWRITE
           END-IF.

       H480-APPLY-ARCHIVE.
           MOVE 'ARC'       TO HAT-KAYNAK.
           MOVE 'D'         TO HAT-FUNC.
           MOVE EVR-ID      TO HAT-ID.
           MOVE EVR-DVZ     TO HAT-DVZ.
           MOVE EVR-BALANCE TO HAT-TUTAR.
           MOVE EVR-ID      TO IXN-ID.
           MOVE EVR-DVZ     TO IXN-DVZ.
           PERFORM H500-READ-MASTER.
           IF NOT WS-KAYIT-VAR-YES
              MOVE 'ACCOUNT NOT ON REBUILT MASTER' TO HAT-MESAJ
              PERFORM H550-PRINT-UYGULANMAYAN
           ELSE
              IF IXN-BALANCE NOT = 0
                 MOVE IXN-BALANCE TO HAT-TUTAR
                 MOVE 'BALANCE NOT ZERO WHEN ARCHIVED'
                                           TO HAT-MESAJ
                 PERFORM H560-PRINT-UYARI
              END-IF
              DELETE IXN-FILE RECORD
                 INVALID KEY
                    MOVE 'DELETE OF REBUILT RECORD FAILED'
                                           TO HAT-MESAJ
                    PERFORM H550-PRINT-UYGULANMAYAN
                 NOT INVALID
                    ADD 1 TO WS-CNT-SILME
              END-DELETE
           END-IF.

       H490-APPLY-CIF-LINK.
           MOVE 'CIF'         TO HAT-KAYNAK.
           MOVE 'K'           TO HAT-FUNC.
           MOVE EVC-HESAP-ID  TO HAT-ID.
           MOVE EVC-HESAP-DVZ TO HAT-DVZ.
           MOVE 0             TO HAT-TUTAR.
           MOVE EVC-HESAP-ID  TO IXN-ID.
           MOVE EVC-HESAP-DVZ TO IXN-DVZ.
           PERFORM H500-READ-MASTER.
           IF NOT WS-KAYIT-VAR-YES
              MOVE 'ACCOUNT NOT ON REBUILT MASTER' TO HAT-MESAJ
              PERFORM H550-PRINT-UYGULANMAYAN
           ELSE
              MOVE EVC-MUSTERI-NO TO IXN-MUSTERI-NO
              REWRITE IXN-REC
                 INVALID KEY
                    MOVE 'REWRITE OF REBUILT RECORD FAILED'
                                           TO HAT-MESAJ
                    PERFORM H550-PRINT-UYGULANMAYAN
                 NOT INVALID
                    ADD 1 TO WS-CNT-BAGLANTI
              END-REWRITE
           END-IF.

       H500-READ-MASTER.
           READ IXN-FILE KEY IS IXN-KEY
              INVALID KEY
                 MOVE 'N' TO WS-KAYIT-VAR
              NOT INVALID
                 MOVE 'Y' TO WS-KAYIT-VAR
           END-READ.

       H550-PRINT-UYGULANMAYAN.
           ADD 1 TO WS-CNT-UYGULANMAYAN.
           WRITE REP-REC FROM WS-HATA-LINE AFTER ADVANCING 1.

       H560-PRINT-UYARI.
           ADD 1 TO WS-CNT-UYARI.
           WRITE REP-REC FROM WS-HATA-LINE AFTER ADVANCING 1.

       H600-SUM-MASTER.
           CLOSE IXN-FILE.
           OPEN INPUT IXN-FILE.
           IF NOT IXN-SUCCESS
              DISPLAY 'YENI MUSTERI DOSYASI ACILMADI : ' IXN-ST
              STOP RUN
           END-IF.
           PERFORM H620-READ-MASTER UNTIL IXN-EOF.

       H620-READ-MASTER.
           READ IXN-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-MASTER
                 MOVE IXN-DVZ TO WS-ARA-DVZ
                 PERFORM H800-FIND-DVZ
                 ADD IXN-BALANCE TO WS-TAB-MASTER (WS-BUL-SUB)
           END-READ.

       H650-SORT-TABLE.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB >= WS-TAB-MAX
              PERFORM VARYING WS-TAB-SUB2 FROM 1 BY 1
                 UNTIL WS-TAB-SUB2 >= WS-TAB-MAX
                 IF WS-TAB-DVZ (WS-TAB-SUB2) >
                    WS-TAB-DVZ (WS-TAB-SUB2 + 1)
                    MOVE WS-TAB-ENTRY (WS-TAB-SUB2)     TO
                         WS-SWAP-ENTRY
                    MOVE WS-TAB-ENTRY (WS-TAB-SUB2 + 1) TO
                         WS-TAB-ENTRY (WS-TAB-SUB2)
                    MOVE WS-SWAP-ENTRY                  TO
                         WS-TAB-ENTRY (WS-TAB-SUB2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       H700-PRINT-RECON.
           WRITE REP-REC FROM WS-HEAD2-LINE AFTER ADVANCING 3.
           PERFORM H750-PRINT-DVZ-LINE
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-TAB-MAX.
           IF WS-TAB-MAX = 0
              MOVE 'NO CURRENCIES ON FILE'       TO TRL-MESAJ
              WRITE REP-REC FROM WS-TRAILER-LINE AFTER ADVANCING 2
           END-IF.
           IF WS-DENGESIZ-YES
              MOVE '*** REBUILT MASTER OUT OF BALANCE ***'
                                                 TO TRL-MESAJ
           ELSE
              MOVE 'ALL CURRENCIES IN BALANCE'   TO TRL-MESAJ
           END-IF.
           WRITE REP-REC FROM WS-TRAILER-LINE AFTER ADVANCING 2.

       H750-PRINT-DVZ-LINE.
           COMPUTE WS-BEKLENEN = WS-TAB-PRIOR (WS-TAB-SUB)
                               + WS-TAB-MOVE  (WS-TAB-SUB).
           MOVE WS-TAB-DVZ    (WS-TAB-SUB) TO DET-DVZ.
           MOVE WS-TAB-PRIOR  (WS-TAB-SUB) TO DET-PRIOR.
           MOVE WS-TAB-MOVE   (WS-TAB-SUB) TO DET-MOVE.
           MOVE WS-BEKLENEN                TO DET-BEKLENEN.
           MOVE WS-TAB-MASTER (WS-TAB-SUB) TO DET-MASTER.
           IF WS-BEKLENEN = WS-TAB-MASTER (WS-TAB-SUB)
              MOVE 'IN BALANCE'     TO DET-DURUM
           ELSE
              MOVE 'OUT OF BALANCE' TO DET-DURUM
              SET WS-DENGESIZ-YES   TO TRUE
           END-IF.
           WRITE REP-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1.

       H800-FIND-DVZ.
           MOVE 'N' TO WS-BULUNDU.
           PERFORM VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > WS-TAB-MAX OR WS-BULUNDU-YES
              IF WS-TAB-DVZ (WS-TAB-SUB) = WS-ARA-DVZ
                 MOVE WS-TAB-SUB TO WS-BUL-SUB
                 SET WS-BULUNDU-YES TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-BULUNDU-YES
              IF WS-TAB-MAX = 100
                 DISPLAY 'DVZ TABLOSU DOLDU'
                 STOP RUN
              END-IF
              ADD 1 TO WS-TAB-MAX
              MOVE WS-ARA-DVZ TO WS-TAB-DVZ    (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-PRIOR  (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-MOVE   (WS-TAB-MAX)
              MOVE 0          TO WS-TAB-MASTER (WS-TAB-MAX)
              MOVE WS-TAB-MAX TO WS-BUL-SUB
           END-IF.

       H900-PRINT-TOTALS.
           MOVE 'SNAPSHOT RECORDS LOADED'   TO TRL-LABEL.
           MOVE WS-CNT-RESIM                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 3.
           MOVE 'JOURNAL RECORDS READ'      TO TRL-LABEL.
           MOVE WS-CNT-JRN-OKUNAN           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'JOURNAL ALREADY IN SNAPSHOT' TO TRL-LABEL.
           MOVE WS-CNT-JRN-RESIMDE          TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AUDIT RECORDS READ'        TO TRL-LABEL.
           MOVE WS-CNT-AUD-OKUNAN           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ARCHIVE RECORDS READ'      TO TRL-LABEL.
           MOVE WS-CNT-ARC-OKUNAN           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMER AUDIT RECORDS READ' TO TRL-LABEL.
           MOVE WS-CNT-CAU-OKUNAN           TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'AFTER RECOVERY POINT'      TO TRL-LABEL.
           MOVE WS-CNT-SONRA                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'MOVEMENTS REPLAYED'        TO TRL-LABEL.
           MOVE WS-CNT-HAREKET              TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ACCOUNTS OPENED/REINSTATED' TO TRL-LABEL.
           MOVE WS-CNT-ACILIS               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'NAME CHANGES APPLIED'      TO TRL-LABEL.
           MOVE WS-CNT-ISIM                 TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ARCHIVE DELETES APPLIED'   TO TRL-LABEL.
           MOVE WS-CNT-SILME                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'CUSTOMER LINKS APPLIED'    TO TRL-LABEL.
           MOVE WS-CNT-BAGLANTI             TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'ITEMS NOT APPLIED'         TO TRL-LABEL.
           MOVE WS-CNT-UYGULANMAYAN         TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'WARNINGS'                  TO TRL-LABEL.
           MOVE WS-CNT-UYARI                TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.
           MOVE 'RECORDS ON REBUILT MASTER' TO TRL-LABEL.
           MOVE WS-CNT-MASTER               TO TRL-COUNT.
           WRITE REP-REC FROM WS-TRAILER-DET AFTER ADVANCING 1.

       H999-PROGRAM-EXIT.
           CLOSE IXN-FILE.
           CLOSE EVS-FILE.
           CLOSE REP-FILE.
