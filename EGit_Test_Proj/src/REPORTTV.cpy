      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPTOV10          2026-10-15      *
      *          MONTHLY TURNOVER/ATTRITION LAYOUTS                    *
      *  LOUIS - JOB HEADCOUNT AND TURNOVER RATE       2026-10-15      *
      *          COLUMNS ON THE BY-JOB SECTION                         *
      *                                                                *
      ******************************************************************

       01  W-TOV-SECTION-LINE.
           05  TSL-TEXT                       PIC X(60).
           05  FILLER                         PIC X(40) VALUE SPACES.
      /
       01  W-TOV-DEPT-DETAIL.
           05  TVD-WORK-DEPT                  PIC X(08).
           05  SPACER1                        PIC X.
           05  TVD-AVG-HEADCOUNT              PIC ZZZ,ZZ9.9.
           05  SPACER2                        PIC X.
           05  TVD-SEPARATIONS                PIC ZZZZ9.
           05  SPACER3                        PIC X.
           05  TVD-VOLUNTARY                  PIC ZZZZ9.
           05  SPACER4                        PIC X.
           05  TVD-INVOLUNTARY                PIC ZZZZ9.
           05  SPACER5                        PIC X.
           05  TVD-RETIREMENT                 PIC ZZZZ9.
           05  SPACER6                        PIC X.
           05  TVD-TRANSFER-OUT               PIC ZZZZ9.
           05  SPACER7                        PIC X.
           05  TVD-TURNOVER-PCT               PIC ZZ9.99.
           05  SPACER8                        PIC X.
           05  TVD-AVG-TENURE                 PIC ZZZ9.9.
           05  SPACER9                        PIC X.
           05  TVD-NOTE                       PIC X(20).
           05  FILLER                         PIC X(17).
      /
       01  W-TOV-DEPT-HEADER1.
           05  DH1-WORK-DEPT        PIC X(08) VALUE 'WORKDEPT'.
           05  SPACER1                        PIC X VALUE ' '.
           05  DH1-AVG-HEADCOUNT    PIC X(09) VALUE ' AVG HDCT'.
           05  SPACER2                        PIC X VALUE ' '.
           05  DH1-SEPARATIONS      PIC X(05) VALUE ' SEPS'.
           05  SPACER3                        PIC X VALUE ' '.
           05  DH1-VOLUNTARY        PIC X(05) VALUE '  VOL'.
           05  SPACER4                        PIC X VALUE ' '.
           05  DH1-INVOLUNTARY      PIC X(05) VALUE 'INVOL'.
           05  SPACER5                        PIC X VALUE ' '.
           05  DH1-RETIREMENT       PIC X(05) VALUE ' RETR'.
           05  SPACER6                        PIC X VALUE ' '.
           05  DH1-TRANSFER-OUT     PIC X(05) VALUE ' XFER'.
           05  SPACER7                        PIC X VALUE ' '.
           05  DH1-TURNOVER-PCT     PIC X(06) VALUE 'TURN %'.
           05  SPACER8                        PIC X VALUE ' '.
           05  DH1-AVG-TENURE       PIC X(06) VALUE 'TENURE'.
           05  SPACER9                        PIC X VALUE ' '.
           05  DH1-NOTE             PIC X(20) VALUE 'NOTE'.
           05  FILLER                         PIC X(17) VALUE SPACES.
      /
       01  W-TOV-DEPT-HEADER2.
           05  DH2-WORK-DEPT        PIC X(08) VALUE '--------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  DH2-AVG-HEADCOUNT    PIC X(09) VALUE '---------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  DH2-SEPARATIONS      PIC X(05) VALUE '-----'.
           05  SPACER3                        PIC X VALUE ' '.
           05  DH2-VOLUNTARY        PIC X(05) VALUE '-----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  DH2-INVOLUNTARY      PIC X(05) VALUE '-----'.
           05  SPACER5                        PIC X VALUE ' '.
           05  DH2-RETIREMENT       PIC X(05) VALUE '-----'.
           05  SPACER6                        PIC X VALUE ' '.
           05  DH2-TRANSFER-OUT     PIC X(05) VALUE '-----'.
           05  SPACER7                        PIC X VALUE ' '.
           05  DH2-TURNOVER-PCT     PIC X(06) VALUE '------'.
           05  SPACER8                        PIC X VALUE ' '.
           05  DH2-AVG-TENURE       PIC X(06) VALUE '------'.
           05  SPACER9                        PIC X VALUE ' '.
           05  DH2-NOTE             PIC X(20) VALUE '----'.
           05  FILLER                         PIC X(17) VALUE SPACES.
      /
       01  W-TOV-JOB-DETAIL.
           05  TVJ-JOB                        PIC X(08).
           05  SPACER1                        PIC X.
           05  TVJ-HEADCOUNT                  PIC ZZZZZ,ZZ9.
           05  SPACER2                        PIC X.
           05  TVJ-SEPARATIONS                PIC ZZZZ9.
           05  SPACER3                        PIC X.
           05  TVJ-VOLUNTARY                  PIC ZZZZ9.
           05  SPACER4                        PIC X.
           05  TVJ-INVOLUNTARY                PIC ZZZZ9.
           05  SPACER5                        PIC X.
           05  TVJ-RETIREMENT                 PIC ZZZZ9.
           05  SPACER6                        PIC X.
           05  TVJ-TRANSFER-OUT               PIC ZZZZ9.
           05  SPACER7                        PIC X.
           05  TVJ-TURNOVER-PCT               PIC ZZ9.99.
           05  SPACER8                        PIC X.
           05  TVJ-AVG-TENURE                 PIC ZZZ9.9.
           05  SPACER9                        PIC X.
           05  TVJ-NOTE                       PIC X(20).
           05  FILLER                         PIC X(17).
      /
       01  W-TOV-JOB-HEADER1.
           05  JH1-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER1                        PIC X VALUE ' '.
           05  JH1-HEADCOUNT        PIC X(09) VALUE '     HDCT'.
           05  SPACER2                        PIC X VALUE ' '.
           05  JH1-SEPARATIONS      PIC X(05) VALUE ' SEPS'.
           05  SPACER3                        PIC X VALUE ' '.
           05  JH1-VOLUNTARY        PIC X(05) VALUE '  VOL'.
           05  SPACER4                        PIC X VALUE ' '.
           05  JH1-INVOLUNTARY      PIC X(05) VALUE 'INVOL'.
           05  SPACER5                        PIC X VALUE ' '.
           05  JH1-RETIREMENT       PIC X(05) VALUE ' RETR'.
           05  SPACER6                        PIC X VALUE ' '.
           05  JH1-TRANSFER-OUT     PIC X(05) VALUE ' XFER'.
           05  SPACER7                        PIC X VALUE ' '.
           05  JH1-TURNOVER-PCT     PIC X(06) VALUE 'TURN %'.
           05  SPACER8                        PIC X VALUE ' '.
           05  JH1-AVG-TENURE       PIC X(06) VALUE 'TENURE'.
           05  SPACER9                        PIC X VALUE ' '.
           05  JH1-NOTE             PIC X(20) VALUE 'NOTE'.
           05  FILLER                         PIC X(17) VALUE SPACES.
      /
       01  W-TOV-JOB-HEADER2.
           05  JH2-JOB              PIC X(08) VALUE '--------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  JH2-HEADCOUNT        PIC X(09) VALUE '---------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  JH2-SEPARATIONS      PIC X(05) VALUE '-----'.
           05  SPACER3                        PIC X VALUE ' '.
           05  JH2-VOLUNTARY        PIC X(05) VALUE '-----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  JH2-INVOLUNTARY      PIC X(05) VALUE '-----'.
           05  SPACER5                        PIC X VALUE ' '.
           05  JH2-RETIREMENT       PIC X(05) VALUE '-----'.
           05  SPACER6                        PIC X VALUE ' '.
           05  JH2-TRANSFER-OUT     PIC X(05) VALUE '-----'.
           05  SPACER7                        PIC X VALUE ' '.
           05  JH2-TURNOVER-PCT     PIC X(06) VALUE '------'.
           05  SPACER8                        PIC X VALUE ' '.
           05  JH2-AVG-TENURE       PIC X(06) VALUE '------'.
           05  SPACER9                        PIC X VALUE ' '.
           05  JH2-NOTE             PIC X(20) VALUE '----'.
           05  FILLER                         PIC X(17) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' TURNOVER / ATTRITION    '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-MONTH-LIT         PIC X(8) VALUE ' MONTH: '.
           05  TITLE-MONTH             PIC X(7).
           05  SPACER3                          PIC X(50) VALUE ' '.
