      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR DB2CBLCM          2026-10-15      *
      *          SALES RESULT AND COMMISSION PLAN                      *
      *          RECORDS AND COMMISSION REGISTER                       *
      *          LAYOUTS                                               *
      *                                                                *
      ******************************************************************

       01  W-SALE-RECORD.
           05  SALE-EMPNO                      PIC X(06).
           05  FILLER                          PIC X(01).
           05  SALE-PERIOD-X                   PIC X(06).
           05  SALE-PERIOD-9  REDEFINES  SALE-PERIOD-X
                                               PIC 9(06).
           05  FILLER                          PIC X(01).
           05  SALE-AMOUNT-X                   PIC X(11).
           05  SALE-AMOUNT-9  REDEFINES  SALE-AMOUNT-X
                                               PIC 9(9)V9(2).
           05  FILLER                          PIC X(55).
      /
       01  W-PLAN-RECORD.
           05  PLAN-JOB                        PIC X(08).
           05  FILLER                          PIC X(01).
           05  PLAN-FLOOR-X                    PIC X(11).
           05  PLAN-FLOOR-9   REDEFINES  PLAN-FLOOR-X
                                               PIC 9(9)V9(2).
           05  FILLER                          PIC X(01).
           05  PLAN-RATE-X                     PIC X(05).
           05  PLAN-RATE-9    REDEFINES  PLAN-RATE-X
                                               PIC 9(2)V9(3).
           05  FILLER                          PIC X(54).
      /
       01  W-COMM-DETAIL.
           05  CMD-WORK-DEPT                   PIC X(03).
           05  SPACER1                         PIC X.
           05  CMD-EMPNO                       PIC X(06).
           05  SPACER2                         PIC X.
           05  CMD-LAST-NAME                   PIC X(15).
           05  SPACER3                         PIC X.
           05  CMD-JOB                         PIC X(08).
           05  SPACER4                         PIC X.
           05  CMD-SALES                       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  SPACER5                         PIC X.
           05  CMD-OLD-COMM                    PIC ZZZZZZ9.99.
           05  SPACER6                         PIC X.
           05  CMD-NEW-COMM                    PIC ZZZZZZ9.99.
           05  SPACER7                         PIC X.
           05  CMD-CHANGE                      PIC -ZZZZZZ9.99.
           05  SPACER8                         PIC X.
           05  CMD-FLAG                        PIC X(08).
           05  FILLER                          PIC X(05).
      /
       01  W-COMM-HEADER1.
           05  CH1-WORK-DEPT        PIC X(03) VALUE 'DEP'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CH1-EMPNO            PIC X(06) VALUE 'EMPNUM'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CH1-LAST-NAME        PIC X(15) VALUE 'LASTNME'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CH1-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CH1-SALES            PIC X(16)
               VALUE '    BOOKED SALES'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CH1-OLD-COMM         PIC X(10) VALUE '  OLD COMM'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CH1-NEW-COMM         PIC X(10) VALUE '  NEW COMM'.
           05  SPACER7                        PIC X VALUE ' '.
           05  CH1-CHANGE           PIC X(11) VALUE '     CHANGE'.
           05  SPACER8                        PIC X VALUE ' '.
           05  CH1-FLAG             PIC X(08) VALUE 'FLAG'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-COMM-HEADER2.
           05  CH2-WORK-DEPT        PIC X(03) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CH2-EMPNO            PIC X(06) VALUE '------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CH2-LAST-NAME        PIC X(15) VALUE '-------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CH2-JOB              PIC X(08) VALUE '---'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CH2-SALES            PIC X(16) VALUE ALL '-'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CH2-OLD-COMM         PIC X(10) VALUE ALL '-'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CH2-NEW-COMM         PIC X(10) VALUE ALL '-'.
           05  SPACER7                        PIC X VALUE ' '.
           05  CH2-CHANGE           PIC X(11) VALUE ALL '-'.
           05  SPACER8                        PIC X VALUE ' '.
           05  CH2-FLAG             PIC X(08) VALUE '----'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-COMM-DEPT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  CDL-DEPT-LIT          PIC X(5) VALUE 'DEPT '.
           05  CDL-WORK-DEPT         PIC X(3).
           05  CDL-SALES-LIT         PIC X(14)
               VALUE ' BOOKED SALES '.
           05  CDL-SALES             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  CDL-COMM-LIT          PIC X(13)
               VALUE '  COMMISSION '.
           05  CDL-COMM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(21) VALUE SPACES.
      /
       01  W-COMM-GRAND-LINE.
           05  CGL-LABEL             PIC X(18)
               VALUE 'ALL DEPARTMENTS   '.
           05  CGL-SALES-LIT         PIC X(14)
               VALUE ' BOOKED SALES '.
           05  CGL-SALES             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  CGL-COMM-LIT          PIC X(13)
               VALUE '  COMMISSION '.
           05  CGL-COMM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(21) VALUE SPACES.
      /
       01  W-COMM-MODE-LINE.
           05  CML-LABEL             PIC X(16)
               VALUE 'RUN MODE:       '.
           05  CML-MODE              PIC X(20).
           05  FILLER                PIC X(64) VALUE SPACES.
      /
       01  W-COMM-PERIOD-LINE.
           05  CPL-LABEL             PIC X(16)
               VALUE 'SALES PERIOD:   '.
           05  CPL-YYYY              PIC 9(04).
           05  CPL-DASH              PIC X(01) VALUE '-'.
           05  CPL-MM                PIC 9(02).
           05  FILLER                PIC X(77) VALUE SPACES.
      /
       01  W-COMM-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-SECTION-NOT-ON-EMP.
           05  FILLER  PIC X(34) VALUE
               '--- SALES EMPNOS NOT ON EMP    ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-NO-SALES.
           05  FILLER  PIC X(34) VALUE
               '--- SALESPEOPLE WITH NO SALES  ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-COUNTS.
           05  FILLER  PIC X(34) VALUE
               '--- RUN COUNTS                 ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-NOT-ON-EMP-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  NOE-EMPNO             PIC X(06).
           05  SPACER1                         PIC X.
           05  NOE-SALES             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  SPACER2                         PIC X.
           05  NOE-RECORDS           PIC ZZZ9.
           05  NOE-RECORDS-LIT       PIC X(14)
               VALUE ' SALES RECORDS'.
           05  FILLER                PIC X(48) VALUE SPACES.
      /
       01  W-NO-SALES-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  NSL-WORK-DEPT-O       PIC X(03).
           05  SPACER1                         PIC X.
           05  NSL-EMPNO-O           PIC X(06).
           05  SPACER2                         PIC X.
           05  NSL-LAST-NAME-O       PIC X(15).
           05  SPACER3                         PIC X.
           05  NSL-JOB-O             PIC X(08).
           05  SPACER4                         PIC X.
           05  NSL-COMM-O            PIC ZZZZZZ9.99.
           05  NSL-COMM-LIT          PIC X(15)
               VALUE ' COMM UNCHANGED'.
           05  FILLER                PIC X(29) VALUE SPACES.
      /
       01  W-COMM-TEXT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  CTL-TEXT              PIC X(80).
           05  FILLER                PIC X(10) VALUE SPACES.
      /
       01  W-COMM-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  CCL-LABEL             PIC X(30).
           05  CCL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               '   COMMISSION REGISTER   '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE          PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
