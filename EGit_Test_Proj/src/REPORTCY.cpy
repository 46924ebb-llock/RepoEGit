      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPCYC10          2026-10-15      *
      *          NIGHTLY CYCLE STATUS BOARD LAYOUTS                    *
      *                                                                *
      ******************************************************************

       01  W-CYS-DETAIL.
           05  CYS-PROGRAM                    PIC X(08).
           05  SPACER1                        PIC X.
           05  CYS-STATUS                     PIC X(08).
           05  SPACER2                        PIC X.
           05  CYS-FIRST-TS                   PIC X(19).
           05  SPACER3                        PIC X.
           05  CYS-LAST-TS                    PIC X(19).
           05  SPACER4                        PIC X.
           05  CYS-RC                         PIC ZZZ9.
           05  SPACER5                        PIC X.
           05  CYS-RUNS                       PIC ZZ9.
           05  SPACER6                        PIC X.
           05  CYS-NOTE                       PIC X(24).
           05  FILLER                         PIC X(09).
      /
       01  W-CYS-HEADER1.
           05  CH1-PROGRAM          PIC X(08) VALUE 'STEP'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CH1-STATUS           PIC X(08) VALUE 'STATUS'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CH1-FIRST-TS         PIC X(19) VALUE 'FIRST STARTED'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CH1-LAST-TS          PIC X(19) VALUE 'LAST EVENT'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CH1-RC               PIC X(04) VALUE '  RC'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CH1-RUNS             PIC X(03) VALUE 'RUN'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CH1-NOTE             PIC X(24) VALUE 'NOTE'.
           05  FILLER                         PIC X(09) VALUE SPACES.
      /
       01  W-CYS-HEADER2.
           05  CH2-PROGRAM          PIC X(08) VALUE '--------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CH2-STATUS           PIC X(08) VALUE '--------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CH2-FIRST-TS         PIC X(19) VALUE
               '-------------------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CH2-LAST-TS          PIC X(19) VALUE
               '-------------------'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CH2-RC               PIC X(04) VALUE '----'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CH2-RUNS             PIC X(03) VALUE '---'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CH2-NOTE             PIC X(24) VALUE
               '------------------------'.
           05  FILLER                         PIC X(09) VALUE SPACES.
      /
       01  W-CYS-SECTION-LINE.
           05  CSL-TEXT                       PIC X(60).
           05  FILLER                         PIC X(40) VALUE SPACES.
      /
       01  W-CYS-TOTAL-LINE.
           05  CTL-LABEL                      PIC X(30).
           05  CTL-COUNT                      PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(63) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' NIGHTLY CYCLE STATUS    '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-CYCLE-LIT         PIC X(08) VALUE ' CYCLE: '.
           05  TITLE-CYCLE-DATE        PIC X(10).
           05  TITLE-PRINT-LIT         PIC X(10) VALUE ' PRINTED: '.
           05  TITLE-PRINT-TS          PIC X(19).
           05  SPACER3                          PIC X(18) VALUE ' '.
