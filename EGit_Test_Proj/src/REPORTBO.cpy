      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR DB2CBLBO          2026-10-15      *
      *          EHST0010 BACKOUT PARM CARD AND                        *
      *          REGISTER LAYOUTS                                      *
      *                                                                *
      ******************************************************************

       01  W-BKO-PARM-CARD.
           05  BKP-MODE                        PIC X(01).
           05  FILLER                          PIC X(01).
           05  BKP-PROGRAM                     PIC X(08).
           05  FILLER                          PIC X(01).
           05  BKP-FROM-TS                     PIC X(26).
           05  BKP-FROM-PARTS  REDEFINES  BKP-FROM-TS.
               10  BKP-FROM-DATE               PIC X(10).
               10  BKP-FROM-TIME               PIC X(16).
           05  FILLER                          PIC X(01).
           05  BKP-TO-TS                       PIC X(26).
           05  BKP-TO-PARTS  REDEFINES  BKP-TO-TS.
               10  BKP-TO-DATE                 PIC X(10).
               10  BKP-TO-TIME                 PIC X(16).
           05  FILLER                          PIC X(16).
      /
       01  W-BKO-DETAIL.
           05  BKD-EMPNO                       PIC X(06).
           05  SPACER1                         PIC X.
           05  BKD-FIELD                       PIC X(10).
           05  SPACER2                         PIC X.
           05  BKD-CURRENT-VALUE               PIC X(15).
           05  BKD-ARROW                       PIC X(04).
           05  BKD-RESTORE-VALUE               PIC X(15).
           05  SPACER3                         PIC X.
           05  BKD-STATUS                      PIC X(10).
           05  SPACER4                         PIC X.
           05  BKD-REASON                      PIC X(25).
           05  FILLER                          PIC X(11).
      /
       01  W-BKO-HEADER1.
           05  BH1-EMPNO            PIC X(06) VALUE 'EMPNUM'.
           05  SPACER1                        PIC X VALUE ' '.
           05  BH1-FIELD            PIC X(10) VALUE 'FIELD'.
           05  SPACER2                        PIC X VALUE ' '.
           05  BH1-CURRENT-VALUE    PIC X(15) VALUE 'CURRENT VALUE'.
           05  BH1-ARROW            PIC X(04) VALUE '    '.
           05  BH1-RESTORE-VALUE    PIC X(15) VALUE 'BEFORE-IMAGE'.
           05  SPACER3                        PIC X VALUE ' '.
           05  BH1-STATUS           PIC X(10) VALUE 'STATUS'.
           05  SPACER4                        PIC X VALUE ' '.
           05  BH1-REASON           PIC X(25) VALUE 'REASON'.
           05  FILLER                         PIC X(11) VALUE SPACES.
      /
       01  W-BKO-HEADER2.
           05  BH2-EMPNO            PIC X(06) VALUE '------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  BH2-FIELD            PIC X(10) VALUE '-----'.
           05  SPACER2                        PIC X VALUE ' '.
           05  BH2-CURRENT-VALUE    PIC X(15) VALUE '-------------'.
           05  BH2-ARROW            PIC X(04) VALUE '    '.
           05  BH2-RESTORE-VALUE    PIC X(15) VALUE '------------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  BH2-STATUS           PIC X(10) VALUE '------'.
           05  SPACER4                        PIC X VALUE ' '.
           05  BH2-REASON           PIC X(25) VALUE '------'.
           05  FILLER                         PIC X(11) VALUE SPACES.
      /
       01  W-BKO-PARM-LINE.
           05  BPL-LABEL             PIC X(16).
           05  BPL-VALUE             PIC X(30).
           05  FILLER                PIC X(54) VALUE SPACES.
      /
       01  W-SECTION-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  SCL-LABEL             PIC X(30).
           05  SCL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' HISTORY BACKOUT REGISTER'.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT                   PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE                   PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
