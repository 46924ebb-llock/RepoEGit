      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR DB2CBLTC          2026-10-15      *
      *          ANNUAL TOTAL COMPENSATION STATEMENT                   *
      *          AND CONTROL REGISTER LAYOUTS                          *
      *  LOUIS - REGISTER INFO VALUE WIDENED TO 40     2026-10-15      *
      *                                                                *
      ******************************************************************

       01  W-TCS-PARM-CARD.
           05  TCP-YEAR              PIC X(04).
           05  TCP-YEAR-N            REDEFINES  TCP-YEAR
                                     PIC 9(04).
           05  FILLER                PIC X(76).
      /
       01  W-TCS-SEPARATOR.
           05  FILLER                PIC X(100) VALUE ALL '='.
      /
       01  W-TCS-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-TCS-COVER1.
           05  FILLER                PIC X(11) VALUE 'DEPARTMENT '.
           05  TC1-WORK-DEPT         PIC X(03).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  TC1-DEPT-NAME         PIC X(36).
           05  FILLER                PIC X(47) VALUE SPACES.
      /
       01  W-TCS-COVER2.
           05  FILLER                PIC X(12) VALUE 'LOCATION:   '.
           05  TC2-LOCATION          PIC X(16).
           05  FILLER                PIC X(72) VALUE SPACES.
      /
       01  W-TCS-COVER3.
           05  FILLER                PIC X(32)
               VALUE 'TOTAL COMPENSATION STATEMENTS - '.
           05  TC3-YEAR              PIC X(04).
           05  FILLER                PIC X(15) VALUE '   CYCLE DATE: '.
           05  TC3-CYCLE-DATE        PIC X(10).
           05  FILLER                PIC X(39) VALUE SPACES.
      /
       01  W-TCS-TITLE.
           05  FILLER                PIC X(42)
               VALUE 'TOTAL COMPENSATION STATEMENT FOR THE YEAR '.
           05  TCT-YEAR              PIC X(04).
           05  FILLER                PIC X(54) VALUE SPACES.
      /
       01  W-TCS-NAME-LINE.
           05  FILLER                PIC X(12) VALUE 'EMPLOYEE:   '.
           05  TCN-NAME              PIC X(30).
           05  FILLER                PIC X(15) VALUE '  EMPLOYEE NO: '.
           05  TCN-EMPNO             PIC X(06).
           05  FILLER                PIC X(37) VALUE SPACES.
      /
       01  W-TCS-DEPT-LINE.
           05  FILLER                PIC X(12) VALUE 'DEPARTMENT: '.
           05  TCD-WORK-DEPT         PIC X(03).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  TCD-DEPT-NAME         PIC X(36).
           05  FILLER                PIC X(46) VALUE SPACES.
      /
       01  W-TCS-LOCATION-LINE.
           05  FILLER                PIC X(12) VALUE 'LOCATION:   '.
           05  TCL-LOCATION          PIC X(16).
           05  FILLER                PIC X(14) VALUE SPACES.
           05  FILLER                PIC X(15) VALUE '  JOB:         '.
           05  TCL-JOB               PIC X(08).
           05  FILLER                PIC X(35) VALUE SPACES.
      /
       01  W-TCS-SERVICE-LINE.
           05  FILLER                PIC X(12) VALUE 'HIRE DATE:  '.
           05  TCV-HIRE-DATE         PIC X(10).
           05  FILLER                PIC X(20) VALUE SPACES.
           05  FILLER                PIC X(20)
               VALUE '  YEARS OF SERVICE: '.
           05  TCV-YEARS             PIC ZZ9.
           05  FILLER                PIC X(35) VALUE SPACES.
      /
       01  W-TCS-TEXT-LINE.
           05  TCX-TEXT              PIC X(60).
           05  FILLER                PIC X(40) VALUE SPACES.
      /
       01  W-TCS-AMOUNT-LINE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  TCA-LABEL             PIC X(30).
           05  TCA-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(52) VALUE SPACES.
      /
       01  W-TCS-RULE-LINE.
           05  FILLER                PIC X(34) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE ALL '-'.
           05  FILLER                PIC X(52) VALUE SPACES.
      /
       01  W-TCS-CHG-DETAIL.
           05  FILLER                          PIC X(04).
           05  TCC-DATE                        PIC X(10).
           05  SPACER1                         PIC X.
           05  TCC-OLD-SALARY                  PIC X(13).
           05  SPACER2                         PIC X.
           05  TCC-NEW-SALARY                  PIC X(13).
           05  SPACER3                         PIC X.
           05  TCC-CHANGE                      PIC -(9)9.99
                                               BLANK WHEN ZERO.
           05  SPACER4                         PIC X.
           05  TCC-TYPE                        PIC X(15).
           05  FILLER                          PIC X(28).
      /
       01  W-TCS-CHG-HEADER1.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  TH1-DATE             PIC X(10) VALUE 'DATE'.
           05  SPACER1                        PIC X VALUE ' '.
           05  TH1-OLD-SALARY       PIC X(13) VALUE '   OLD SALARY'.
           05  SPACER2                        PIC X VALUE ' '.
           05  TH1-NEW-SALARY       PIC X(13) VALUE '   NEW SALARY'.
           05  SPACER3                        PIC X VALUE ' '.
           05  TH1-CHANGE           PIC X(13) VALUE '       CHANGE'.
           05  SPACER4                        PIC X VALUE ' '.
           05  TH1-TYPE             PIC X(15) VALUE 'TYPE'.
           05  FILLER                         PIC X(28) VALUE SPACES.
      /
       01  W-TCS-CHG-HEADER2.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  TH2-DATE             PIC X(10) VALUE '----------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  TH2-OLD-SALARY       PIC X(13) VALUE '-------------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  TH2-NEW-SALARY       PIC X(13) VALUE '-------------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  TH2-CHANGE           PIC X(13) VALUE '-------------'.
           05  SPACER4                        PIC X VALUE ' '.
           05  TH2-TYPE             PIC X(15) VALUE '----'.
           05  FILLER                         PIC X(28) VALUE SPACES.
      /
       01  W-TCS-FOOTER.
           05  FILLER                PIC X(33)
               VALUE 'PREPARED FROM PAYROLL RECORDS AS '.
           05  FILLER                PIC X(03) VALUE 'OF '.
           05  TCF-CYCLE-DATE        PIC X(10).
           05  FILLER                PIC X(54) VALUE SPACES.
      /
       01  W-REG-LINE.
           05  REG-WORK-DEPT                   PIC X(03).
           05  SPACER1                         PIC X.
           05  REG-DEPT-NAME                   PIC X(36).
           05  SPACER2                         PIC X.
           05  REG-LOCATION                    PIC X(16).
           05  SPACER3                         PIC X.
           05  REG-STATEMENTS                  PIC ZZZ,ZZ9.
           05  SPACER4                         PIC X.
           05  REG-TOTAL-COMP                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(20).
      /
       01  W-REG-HEADER1.
           05  RG1-WORK-DEPT        PIC X(03) VALUE 'DEP'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RG1-DEPT-NAME        PIC X(36) VALUE 'DEPARTMENT NAME'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RG1-LOCATION         PIC X(16) VALUE 'LOCATION'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RG1-STATEMENTS       PIC X(07) VALUE '  STMTS'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RG1-TOTAL-COMP       PIC X(14) VALUE '    TOTAL COMP'.
           05  FILLER                         PIC X(20) VALUE SPACES.
      /
       01  W-REG-HEADER2.
           05  RG2-WORK-DEPT        PIC X(03) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RG2-DEPT-NAME        PIC X(36) VALUE '---------------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RG2-LOCATION         PIC X(16) VALUE '--------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RG2-STATEMENTS       PIC X(07) VALUE '-------'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RG2-TOTAL-COMP       PIC X(14) VALUE '--------------'.
           05  FILLER                         PIC X(20) VALUE SPACES.
      /
       01  W-REG-INFO-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  RGI-LABEL             PIC X(30).
           05  RGI-VALUE             PIC X(40).
           05  FILLER                PIC X(20) VALUE SPACES.
      /
       01  W-SECTION-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  SCL-LABEL             PIC X(30).
           05  SCL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.
      /
       01  W-SECTION-AMOUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  SAL-LABEL             PIC X(30).
           05  SAL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(45) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' COMP STATEMENT REGISTER '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE          PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
