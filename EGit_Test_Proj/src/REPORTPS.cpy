      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPPOS10          2026-10-15      *
      *          POSITION VACANCY REPORT LAYOUTS                       *
      *                                                                *
      ******************************************************************

       01  W-POS-SECTION-LINE.
           05  PSL-TEXT                       PIC X(60).
           05  FILLER                         PIC X(40) VALUE SPACES.
      /
       01  W-POS-DETAIL.
           05  PSD-WORKDEPT                   PIC X(03).
           05  SPACER1                        PIC X.
           05  PSD-JOB                        PIC X(08).
           05  SPACER2                        PIC X.
           05  PSD-STATUS                     PIC X(06).
           05  SPACER3                        PIC X.
           05  PSD-AUTHORIZED                 PIC ZZZZ9.
           05  SPACER4                        PIC X.
           05  PSD-FILLED                     PIC ZZZZ9.
           05  SPACER5                        PIC X.
           05  PSD-VACANT                     PIC ----9.
           05  SPACER6                        PIC X.
           05  PSD-VACANT-SINCE               PIC X(10).
           05  SPACER7                        PIC X.
           05  PSD-DAYS-OPEN                  PIC X(05).
           05  SPACER8                        PIC X.
           05  PSD-FLAG                       PIC X(22).
           05  FILLER                         PIC X(23).
      /
       01  W-POS-DAYS-EDIT                    PIC ZZZZ9.
      /
       01  W-POS-HEADER1.
           05  PH1-WORKDEPT         PIC X(03) VALUE 'DEP'.
           05  SPACER1                        PIC X VALUE ' '.
           05  PH1-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER2                        PIC X VALUE ' '.
           05  PH1-STATUS           PIC X(06) VALUE 'STATUS'.
           05  SPACER3                        PIC X VALUE ' '.
           05  PH1-AUTHORIZED       PIC X(05) VALUE ' AUTH'.
           05  SPACER4                        PIC X VALUE ' '.
           05  PH1-FILLED           PIC X(05) VALUE 'FILLD'.
           05  SPACER5                        PIC X VALUE ' '.
           05  PH1-VACANT           PIC X(05) VALUE 'VACNT'.
           05  SPACER6                        PIC X VALUE ' '.
           05  PH1-VACANT-SINCE     PIC X(10) VALUE 'VACANT SIN'.
           05  SPACER7                        PIC X VALUE ' '.
           05  PH1-DAYS-OPEN        PIC X(05) VALUE ' DAYS'.
           05  SPACER8                        PIC X VALUE ' '.
           05  PH1-FLAG             PIC X(22) VALUE 'EXCEPTION'.
           05  FILLER                         PIC X(23) VALUE SPACES.
      /
       01  W-POS-HEADER2.
           05  PH2-WORKDEPT         PIC X(03) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  PH2-JOB              PIC X(08) VALUE '--------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  PH2-STATUS           PIC X(06) VALUE '------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  PH2-AUTHORIZED       PIC X(05) VALUE '-----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  PH2-FILLED           PIC X(05) VALUE '-----'.
           05  SPACER5                        PIC X VALUE ' '.
           05  PH2-VACANT           PIC X(05) VALUE '-----'.
           05  SPACER6                        PIC X VALUE ' '.
           05  PH2-VACANT-SINCE     PIC X(10) VALUE '----------'.
           05  SPACER7                        PIC X VALUE ' '.
           05  PH2-DAYS-OPEN        PIC X(05) VALUE '-----'.
           05  SPACER8                        PIC X VALUE ' '.
           05  PH2-FLAG             PIC X(22) VALUE '---------'.
           05  FILLER                         PIC X(23) VALUE SPACES.
      /
       01  W-POS-TOTAL-LINE.
           05  PST-LABEL                      PIC X(20).
           05  PST-AUTHORIZED                 PIC ZZZZ9.
           05  SPACER1                        PIC X.
           05  PST-FILLED                     PIC ZZZZ9.
           05  SPACER2                        PIC X.
           05  PST-VACANT                     PIC ----9.
           05  FILLER                         PIC X(63).
      /
       01  W-POS-NOPOS-DETAIL.
           05  PSN-WORKDEPT                   PIC X(03).
           05  SPACER1                        PIC X.
           05  PSN-JOB                        PIC X(08).
           05  SPACER2                        PIC X.
           05  PSN-HEADCOUNT                  PIC ZZZZ9.
           05  SPACER3                        PIC X.
           05  PSN-NOTE                       PIC X(30).
           05  FILLER                         PIC X(51).
      /
       01  W-POS-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  PCL-LABEL             PIC X(30).
           05  PCL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' POSITION VACANCIES      '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-ASOF-LIT          PIC X(08) VALUE ' AS OF: '.
           05  TITLE-ASOF-DATE         PIC X(10).
           05  SPACER3                          PIC X(47) VALUE ' '.
