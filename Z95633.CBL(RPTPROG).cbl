           03 IDX-DURUM            PIC X(01).
              88 IDX-BLOKELI                  VALUE 'H'.
           03 IDX-LIMIT            PIC S9(13)V99 COMP-3.
           03 IDX-MUSTERI-NO       PIC S9(07) COMP-3.

       SD  WORK-FILE.
       01  WK-REC.
           03 WK-SON-ISLEM         PIC S9(07) COMP-3.
           03 WK-DURUM             PIC X(01).
           03 WK-LIMIT             PIC S9(13)V99 COMP-3.
           03 WK-MUSTERI-NO        PIC S9(07) COMP-3.

       FD  SRT-FILE RECORDING MODE F.
       01  SRT-REC.
           03 SRT-SON-ISLEM        PIC S9(07) COMP-3.
           03 SRT-DURUM            PIC X(01).
           03 SRT-LIMIT            PIC S9(13)V99 COMP-3.
           03 SRT-MUSTERI-NO       PIC S9(07) COMP-3.

       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(132).
