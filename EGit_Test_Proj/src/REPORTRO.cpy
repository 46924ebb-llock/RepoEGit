      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR DB2CBLRO          2026-10-15      *
      *          REORG INSTRUCTION CARD, ACCOUNT                       *
      *          MAPPING CARD AND REORG REGISTER                       *
      *          LAYOUTS                                               *
      *                                                                *
      ******************************************************************

       01  W-RORG-RECORD.
           05  RORG-ACTION                     PIC X(01).
               88  RORG-MOVE-DEPT                       VALUE 'M'.
               88  RORG-MOVE-JOB                        VALUE 'J'.
               88  RORG-RETIRE                          VALUE 'R'.
           05  FILLER                          PIC X(01).
           05  RORG-FROM-DEPT                  PIC X(03).
           05  FILLER                          PIC X(01).
           05  RORG-TO-DEPT                    PIC X(03).
           05  FILLER                          PIC X(01).
           05  RORG-JOB                        PIC X(08).
           05  FILLER                          PIC X(62).
      /
      *    SAME LAYOUT EMPGLD10 READS - ONLY THE DEPTNO IS USED HERE
       01  W-RGLM-RECORD.
           05  RGLM-DEPTNO                     PIC X(03).
           05  FILLER                          PIC X(01).
           05  RGLM-EXPENSE-ACCT               PIC X(08).
           05  FILLER                          PIC X(01).
           05  RGLM-OFFSET-ACCT                PIC X(08).
           05  FILLER                          PIC X(59).
      /
       01  W-RO-CARD-HEADER1.
           05  RCH-SEQ              PIC X(03) VALUE 'NO.'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RCH-ACTION           PIC X(01) VALUE 'A'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RCH-FROM             PIC X(04) VALUE 'FROM'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RCH-TO               PIC X(03) VALUE 'TO'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RCH-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RCH-MOVES            PIC X(06) VALUE ' MOVES'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RCH-RESULT           PIC X(40) VALUE 'RESULT'.
           05  FILLER                         PIC X(29) VALUE SPACES.
      /
       01  W-RO-CARD-HEADER2.
           05  RCH2-SEQ             PIC X(03) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RCH2-ACTION          PIC X(01) VALUE '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RCH2-FROM            PIC X(04) VALUE '----'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RCH2-TO              PIC X(03) VALUE '---'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RCH2-JOB             PIC X(08) VALUE '--------'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RCH2-MOVES           PIC X(06) VALUE '------'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RCH2-RESULT          PIC X(40) VALUE ALL '-'.
           05  FILLER                         PIC X(29) VALUE SPACES.
      /
       01  W-RO-CARD-LINE.
           05  RCL-SEQ              PIC ZZ9.
           05  SPACER1                        PIC X.
           05  RCL-ACTION           PIC X(01).
           05  SPACER2                        PIC X.
           05  RCL-FROM             PIC X(04).
           05  SPACER3                        PIC X.
           05  RCL-TO               PIC X(03).
           05  SPACER4                        PIC X.
           05  RCL-JOB              PIC X(08).
           05  SPACER5                        PIC X.
           05  RCL-MOVES            PIC ZZ,ZZ9.
           05  SPACER6                        PIC X.
           05  RCL-RESULT           PIC X(40).
           05  FILLER                         PIC X(29).
      /
       01  W-RO-MOVE-HEADER1.
           05  RMH-EMPNO            PIC X(06) VALUE 'EMPNUM'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RMH-LAST-NAME        PIC X(15) VALUE 'LASTNME'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RMH-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RMH-FROM             PIC X(04) VALUE 'FROM'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RMH-TO               PIC X(03) VALUE 'TO'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RMH-PAY              PIC X(14)
               VALUE '       PAYROLL'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RMH-FLAG             PIC X(08) VALUE 'FLAG'.
           05  FILLER                         PIC X(36) VALUE SPACES.
      /
       01  W-RO-MOVE-HEADER2.
           05  RMH2-EMPNO           PIC X(06) VALUE '------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RMH2-LAST-NAME       PIC X(15) VALUE '-------'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RMH2-JOB             PIC X(08) VALUE '---'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RMH2-FROM            PIC X(04) VALUE '----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RMH2-TO              PIC X(03) VALUE '---'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RMH2-PAY             PIC X(14) VALUE ALL '-'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RMH2-FLAG            PIC X(08) VALUE '----'.
           05  FILLER                         PIC X(36) VALUE SPACES.
      /
       01  W-RO-MOVE-LINE.
           05  RML-EMPNO            PIC X(06).
           05  SPACER1                        PIC X.
           05  RML-LAST-NAME        PIC X(15).
           05  SPACER2                        PIC X.
           05  RML-JOB              PIC X(08).
           05  SPACER3                        PIC X.
           05  RML-FROM             PIC X(04).
           05  SPACER4                        PIC X.
           05  RML-TO               PIC X(03).
           05  SPACER5                        PIC X.
           05  RML-PAY              PIC ZZZ,ZZZ,ZZ9.99.
           05  SPACER6                        PIC X.
           05  RML-FLAG             PIC X(08).
           05  FILLER                         PIC X(36).
      /
       01  W-RO-DEPT-HEADER1.
           05  RDH-DEPT             PIC X(04) VALUE 'DEPT'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RDH-BEFORE-HC        PIC X(06) VALUE 'BEFORE'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RDH-BEFORE-PAY       PIC X(14)
               VALUE 'BEFORE PAYROLL'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RDH-AFTER-HC         PIC X(06) VALUE ' AFTER'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RDH-AFTER-PAY        PIC X(14)
               VALUE ' AFTER PAYROLL'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RDH-HC-CHANGE        PIC X(07) VALUE ' CHANGE'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RDH-PAY-CHANGE       PIC X(15)
               VALUE ' PAYROLL CHANGE'.
           05  SPACER7                        PIC X VALUE ' '.
           05  RDH-NOTE             PIC X(12) VALUE 'NOTE'.
           05  FILLER                         PIC X(14) VALUE SPACES.
      /
       01  W-RO-DEPT-HEADER2.
           05  RDH2-DEPT            PIC X(04) VALUE '----'.
           05  SPACER1                        PIC X VALUE ' '.
           05  RDH2-BEFORE-HC       PIC X(06) VALUE ALL '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  RDH2-BEFORE-PAY      PIC X(14) VALUE ALL '-'.
           05  SPACER3                        PIC X VALUE ' '.
           05  RDH2-AFTER-HC        PIC X(06) VALUE ALL '-'.
           05  SPACER4                        PIC X VALUE ' '.
           05  RDH2-AFTER-PAY       PIC X(14) VALUE ALL '-'.
           05  SPACER5                        PIC X VALUE ' '.
           05  RDH2-HC-CHANGE       PIC X(07) VALUE ALL '-'.
           05  SPACER6                        PIC X VALUE ' '.
           05  RDH2-PAY-CHANGE      PIC X(15) VALUE ALL '-'.
           05  SPACER7                        PIC X VALUE ' '.
           05  RDH2-NOTE            PIC X(12) VALUE ALL '-'.
           05  FILLER                         PIC X(14) VALUE SPACES.
      /
       01  W-RO-DEPT-LINE.
           05  RDL-DEPT             PIC X(04).
           05  SPACER1                        PIC X.
           05  RDL-BEFORE-HC        PIC ZZ,ZZ9.
           05  SPACER2                        PIC X.
           05  RDL-BEFORE-PAY       PIC ZZZ,ZZZ,ZZ9.99.
           05  SPACER3                        PIC X.
           05  RDL-AFTER-HC         PIC ZZ,ZZ9.
           05  SPACER4                        PIC X.
           05  RDL-AFTER-PAY        PIC ZZZ,ZZZ,ZZ9.99.
           05  SPACER5                        PIC X.
           05  RDL-HC-CHANGE        PIC -ZZ,ZZ9.
           05  SPACER6                        PIC X.
           05  RDL-PAY-CHANGE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  SPACER7                        PIC X.
           05  RDL-NOTE             PIC X(12).
           05  FILLER                         PIC X(14).
      /
       01  W-RO-ERROR-HEADER1.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  REH-CARD              PIC X(04) VALUE 'CARD'.
           05  SPACER1                         PIC X VALUE ' '.
           05  REH-SUBJECT           PIC X(15) VALUE 'SUBJECT'.
           05  SPACER2                         PIC X VALUE ' '.
           05  REH-TEXT              PIC X(40) VALUE 'REASON'.
           05  FILLER                PIC X(29) VALUE SPACES.
      /
       01  W-RO-ERROR-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  REL-CARD              PIC ZZZ9.
           05  SPACER1                         PIC X.
           05  REL-SUBJECT           PIC X(15).
           05  SPACER2                         PIC X.
           05  REL-TEXT              PIC X(40).
           05  FILLER                PIC X(29).
      /
       01  W-RO-MODE-LINE.
           05  RMO-LABEL             PIC X(16)
               VALUE 'RUN MODE:       '.
           05  RMO-MODE              PIC X(20).
           05  FILLER                PIC X(64) VALUE SPACES.
      /
       01  W-RO-RESULT-LINE.
           05  RRL-LABEL             PIC X(16)
               VALUE 'RESULT:         '.
           05  RRL-RESULT            PIC X(40).
           05  FILLER                PIC X(44) VALUE SPACES.
      /
       01  W-RO-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-RO-TEXT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  RTL-TEXT              PIC X(80).
           05  FILLER                PIC X(10) VALUE SPACES.
      /
       01  W-RO-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  RCT-LABEL             PIC X(30).
           05  RCT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.
      /
       01  W-SECTION-INSTRUCTIONS.
           05  FILLER  PIC X(34) VALUE
               '--- REORG INSTRUCTIONS         ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-MOVES.
           05  FILLER  PIC X(34) VALUE
               '--- EMPLOYEE MOVES             ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-DEPTS.
           05  FILLER  PIC X(34) VALUE
               '--- BEFORE/AFTER BY DEPARTMENT ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-REFUSED.
           05  FILLER  PIC X(34) VALUE
               '--- REORG REFUSED - FIX AND RERUN-'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-COUNTS.
           05  FILLER  PIC X(34) VALUE
               '--- RUN COUNTS                 ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' DEPARTMENT REORG RUN    '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE          PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
