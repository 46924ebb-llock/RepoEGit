      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CBLCM.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  MONTHLY SALES COMMISSION RUN - READS THE SALES RESULTS FILE
      *  (BOOKED SALES BY EMPNO FOR A PERIOD) AND THE COMMISSION PLAN
      *  FILE (TIERED RATES BY JOB), WORKS OUT EACH REP'S COMMISSION
      *  FOR THE PERIOD AND SETS EMP.COMM TO IT.  AN EMPLOYEE IS A
      *  SALESPERSON WHEN THE EMPLOYEE'S JOB HAS A PLAN.
      *
      *  THE TIERS ARE MARGINAL - EACH PLAN CARD GIVES THE SALES
      *  AMOUNT A TIER STARTS AT AND THE PERCENT PAID ON SALES FROM
      *  THERE UP TO THE START OF THE NEXT TIER FOR THE SAME JOB.
      *  SALES BELOW A JOB'S LOWEST TIER EARN NOTHING.  SEVERAL SALES
      *  RECORDS FOR ONE EMPNO IN THE PERIOD ARE ADDED TOGETHER;
      *  RECORDS FOR ANY OTHER PERIOD ARE COUNTED AND IGNORED.
      *
      *  THE REGISTER LISTS EVERY SALESPERSON WITH SALES BY WORKDEPT
      *  WITH THE OLD AND NEW COMMISSION AND DEPARTMENT TOTALS,
      *  FOLLOWED BY THE SALES EMPNOS NOT FOUND ON EMP AND THE
      *  SALESPEOPLE WITH NO SALES RECORD FOR THE PERIOD (THEIR COMM
      *  IS LEFT AS IT IS).  AN EMPLOYEE WITH SALES WHOSE JOB HAS NO
      *  PLAN IS LISTED IN THE DEPARTMENT FLAGGED NO PLAN AND IS NOT
      *  CHANGED.  A PREVIEW MODE PRINTS THE FULL REGISTER WITHOUT
      *  UPDATING SO SALES OPERATIONS CAN SIGN OFF FIRST.
      *  EVERY APPLIED UPDATE BUMPS LASTCHG SO THE LRUN010 DELTA
      *  EXTRACT PICKS THE ROWS UP THE SAME NIGHT, AND APPENDS A
      *  BEFORE/AFTER COMM RECORD TO THE CUMULATIVE EHST0010 CHANGE
      *  HISTORY FILE, AS DB2CBLMR DOES FOR SALARY.
      *
      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD:
      *                COL  1      RUN MODE:
      *                            P (OR BLANK/MISSING) - PREVIEW
      *                            A - APPLY THE COMMISSIONS
      *                COLS 3-8    SALES PERIOD YYYYMM - BLANK MEANS
      *                            THE MONTH BEFORE THE RUN DATE
      *                ANY OTHER VALUE ENDS THE RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  SALE0010 - MONTHLY SALES RESULTS:
      *                COLS 01-06  EMPNO
      *                COLS 08-13  PERIOD YYYYMM
      *                COLS 15-25  BOOKED SALES - 11 DIGITS, 2
      *                            IMPLIED DECIMALS
      *                CPLN0010 - COMMISSION PLAN, ONE CARD PER TIER:
      *                COLS 01-08  JOB
      *                COLS 10-20  TIER STARTS AT - SALES AMOUNT, 11
      *                            DIGITS, 2 IMPLIED DECIMALS
      *                COLS 22-26  RATE - PERCENT, 3 IMPLIED DECIMALS
      *                            (02500 = 2.500 PCT)
      *
      *  OUTPUT FILES: RPTO0290 - COMMISSION REGISTER
      *                EHST0010 - CHANGE HISTORY FILE (APPEND,
      *                APPLY MODE ONLY)
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                REPORTCM
      *                EMPHSTR
      *    TABLES:
      *            DSN8110.EMP
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN A END OF TABLE FETCH RETURN CODE IS RECEIVED
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN OPEN, FETCH, CLOSE OR UPDATE RETURNS AN
      *             UNEXPECTED SQLCODE, OR THE PLAN CARDS, SALES
      *             RECORDS OR NO-SALES LIST OVERFLOW THEIR TABLES
      *
      *    RETURN CODES:
      *             0 - CLEAN RUN
      *             4 - EXCEPTIONS ON THE REGISTER - SALES NOT ON EMP,
      *                 SALESPEOPLE WITH NO SALES, SALES WITH NO PLAN,
      *                 A COMMISSION TOO LARGE FOR EMP.COMM, OR BAD
      *                 SALES RECORDS SKIPPED
      *             8 - BAD SYSIN PARM CARD, EMPTY PLAN FILE, OR NO
      *                 SALES RECORDS FOR THE PERIOD
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - MONTHLY SALES       2026-10-15      *
      *          COMMISSION RUN WITH TIERED PLANS                      *
      *          BY JOB, PREVIEW AND EHST0010                          *
      *          HISTORY                                               *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SALE-FILE           ASSIGN TO SALE0010
                                       FILE STATUS IS WS-SALE-STATUS.
           SELECT PLAN-FILE           ASSIGN TO CPLN0010
                                       FILE STATUS IS WS-PLAN-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0290.
           SELECT EHST-FILE           ASSIGN TO EHST0010
                                       FILE STATUS IS WS-EHST-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  SALE-FILE                          DDNAME - SALE0010    *
      *        MONTHLY BOOKED SALES BY EMPNO                           *
      ******************************************************************

       FD  SALE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALE-CARD-RECORD.

       01  SALE-CARD-RECORD  PIC X(80).

      ******************************************************************
      * FILE:  PLAN-FILE                          DDNAME - CPLN0010    *
      *        COMMISSION PLAN TIERS BY JOB                            *
      ******************************************************************

       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLAN-CARD-RECORD.

       01  PLAN-CARD-RECORD  PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0290    *
      *        COMMISSION REGISTER                                     *
      ******************************************************************

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.

       01  REPORT-RECORD     PIC X(100).

      ******************************************************************
      * FILE:  EHST-FILE                          DDNAME - EHST0010    *
      *        CUMULATIVE FIELD-LEVEL CHANGE HISTORY - APPEND ONLY     *
      ******************************************************************

       FD  EHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EHST-RECORD.

       01  EHST-RECORD       PIC X(80).
      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'DB2CBLCM START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLCM'.
      /
       COPY REPORTCM.
      /
       COPY EMPHSTR.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * DCLGEN FOR EMP TABLE
           EXEC SQL INCLUDE DCLEMP END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.

      ****************************************************************
      *   * CURSOR CALL FOR THE COMMISSION RUN - EVERY EMP ROW IN   **
      *   * WORKDEPT/LASTNAME/EMPNO ORDER FOR THE REGISTER'S        **
      *   * DEPARTMENT BREAKS                                       **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_COMM  CURSOR FOR

                     SELECT E.EMPNO,
                            E.LASTNAME,
                            E.WORKDEPT,
                            E.JOB,
                            E.COMM
                     FROM DSN8110.EMP E
                     ORDER BY E.WORKDEPT ASC, E.LASTNAME ASC,
                              E.EMPNO ASC

                   END-EXEC.
      /
       01 NULL_AREA.
      *    NULL_IND(1) EMPNO      NULL_IND(2) LASTNAME
      *    NULL_IND(3) WORKDEPT   NULL_IND(4) JOB
      *    NULL_IND(5) COMM
          05 NULL_IND           PIC S9(4) COMP OCCURS 5 TIMES.
      /
       01   WS-SYS-DATE-8.
            05  WS-SYS-DATE-YYYY   PIC 9(4).
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).

       01   W-CURR-DATE-YMD.
              05  W-CURR-YYYY    PIC X(4) VALUE ' '.
              05  DASH1          PIC X(1) VALUE '-'.
              05  W-CURR-MM      PIC X(2) VALUE ' '.
              05  DASH2          PIC X(1) VALUE '-'.
              05  W-CURR-DD      PIC X(2) VALUE ' '.
       01   C-CURR-DATE-YMD  REDEFINES W-CURR-DATE-YMD  PIC X(10).

       01   W-PARM-MODE          PIC X(01) VALUE 'P'.
           88  PREVIEW-RUN                   VALUE 'P'.
           88  APPLY-RUN                     VALUE 'A'.
       01   W-PARM-CARD          PIC X(80) VALUE SPACES.
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.

       01   W-RUN-PERIOD.
            05  W-RUN-PERIOD-YYYY  PIC 9(4) VALUE ZERO.
            05  W-RUN-PERIOD-MM    PIC 9(2) VALUE ZERO.
       01   W-RUN-PERIOD-9  REDEFINES W-RUN-PERIOD  PIC 9(6).

       01   W-SALE-EOF-SW        PIC X(01) VALUE 'N'.
           88  SALE-EOF                      VALUE 'Y'.
       01   WS-SALE-STATUS       PIC X(02) VALUE SPACES.
       01   W-SALE-FOUND-SW      PIC X(01) VALUE 'N'.
           88  SALE-FOUND                    VALUE 'Y'.

       01   W-PLAN-EOF-SW        PIC X(01) VALUE 'N'.
           88  PLAN-EOF                      VALUE 'Y'.
       01   WS-PLAN-STATUS       PIC X(02) VALUE SPACES.
       01   W-PLAN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  PLAN-FOUND                    VALUE 'Y'.
       01   W-DUP-TIER-SW        PIC X(01) VALUE 'N'.
           88  DUP-TIER                      VALUE 'Y'.

       01   C-MAX-PLAN-ENTRIES   PIC S9(4) COMP VALUE +200.
       01   C-MAX-SALE-ENTRIES   PIC S9(4) COMP VALUE +5000.
       01   C-MAX-NOSALE-ENTRIES PIC S9(4) COMP VALUE +2000.

       01   W-PLAN-TABLE-AREA.
            05  W-PLAN-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-PLAN-ENTRY     OCCURS 200 TIMES.
                10  PLN-JOB           PIC X(08).
                10  PLN-FLOOR         PIC S9(9)V9(2) COMP-3.
                10  PLN-RATE          PIC S9(2)V9(3) COMP-3.

       01   W-SALE-TABLE-AREA.
            05  W-SALE-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-SALE-ENTRY     OCCURS 5000 TIMES.
                10  SLE-EMPNO         PIC X(06).
                10  SLE-AMOUNT        PIC S9(11)V9(2) COMP-3.
                10  SLE-RECORDS       PIC S9(4) COMP.
                10  SLE-MATCHED-SW    PIC X(01).
                    88  SLE-MATCHED             VALUE 'Y'.

       01   W-NOSALE-TABLE-AREA.
            05  W-NOSALE-COUNT   PIC S9(4) COMP VALUE ZERO.
            05  W-NOSALE-ENTRY   OCCURS 2000 TIMES.
                10  NSL-WORK-DEPT     PIC X(03).
                10  NSL-EMPNO         PIC X(06).
                10  NSL-LAST-NAME     PIC X(15).
                10  NSL-JOB           PIC X(08).
                10  NSL-COMM          PIC S9(7)V9(2) COMP-3.

       01   W-JOB-KEY            PIC X(08) VALUE SPACES.
       01   W-SALES-AMOUNT       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-TIER-FLOOR         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-TIER-TOP           PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-COMM-WORK          PIC S9(11)V9(5) COMP-3 VALUE ZERO.
       01   W-OLD-COMM           PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01   W-NEW-COMM           PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-COMM-CHANGE        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   C-MAX-COMM           PIC S9(7)V9(2) COMP-3
                                                 VALUE +9999999.99.
       01   W-OLD-COMM-NULL-SW   PIC X(01) VALUE 'N'.
           88  OLD-COMM-NULL                 VALUE 'Y'.
       01   W-COMM-LIMIT-SW      PIC X(01) VALUE 'N'.
           88  COMM-BLOCKED                  VALUE 'Y'.
       01   W-COMM-SAME-SW       PIC X(01) VALUE 'N'.
           88  COMM-UNCHANGED                VALUE 'Y'.

       01   W-PREV-WORK-DEPT     PIC X(03) VALUE SPACES.

       01   W-HIST-EDIT-VALUE    PIC -(9)9.99.
       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.
       01   WS-EHST-STATUS       PIC X(02) VALUE SPACES.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(06) VALUE 'EMPNO='.
            05  W-ERR-EMPNO       PIC X(06) VALUE SPACES.
            05  FILLER            PIC X(10) VALUE ' WORKDEPT='.
            05  W-ERR-WORKDEPT    PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(15) VALUE SPACES.

       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-PLN-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-PLN-SUB2     PIC S9(4) COMP VALUE ZERO.
           05  W-SLE-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-SLE-HIT      PIC S9(4) COMP VALUE ZERO.
           05  W-NSL-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-TIERS-LOADED           PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-FOR-PERIOD       PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-OTHER-PERIOD     PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-BAD              PIC S9(8) COMP  VALUE ZERO.
          05  A-COMM-ON-REGISTER       PIC S9(8) COMP  VALUE ZERO.
          05  A-COMM-UPDATED           PIC S9(8) COMP  VALUE ZERO.
          05  A-COMM-UNCHANGED         PIC S9(8) COMP  VALUE ZERO.
          05  A-COMM-BLOCKED           PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-NO-PLAN          PIC S9(8) COMP  VALUE ZERO.
          05  A-SALES-NOT-ON-EMP       PIC S9(8) COMP  VALUE ZERO.
          05  A-NO-SALES               PIC S9(8) COMP  VALUE ZERO.
          05  A-NOT-SALES-SKIPPED      PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPT-SALES             PIC S9(13)V9(2) COMP-3
                                                       VALUE ZERO.
          05  A-DEPT-COMM              PIC S9(11)V9(2) COMP-3
                                                       VALUE ZERO.
          05  A-GRAND-SALES            PIC S9(13)V9(2) COMP-3
                                                       VALUE ZERO.
          05  A-GRAND-COMM             PIC S9(11)V9(2) COMP-3
                                                       VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'DB2CBLCM ENDED - BAD PARM CARD'
               DISPLAY 'RUN MODE (MUST BE P/A/BLANK): ',
                       W-PARM-CARD(1:1)
               DISPLAY 'PERIOD (YYYYMM OR BLANK):     ',
                       W-PARM-CARD(3:6)
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0050-LOAD-PLAN-TABLE.

           IF  W-PLAN-COUNT  =  ZERO
               DISPLAY 'DB2CBLCM ENDED - CPLN0010 EMPTY OR MISSING'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0060-LOAD-SALES-TABLE.

           IF  W-SALE-COUNT  =  ZERO
               DISPLAY 'DB2CBLCM ENDED - NO SALE0010 RECORDS FOR ',
                       'PERIOD ', W-RUN-PERIOD
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF  APPLY-RUN
               OPEN EXTEND EHST-FILE
               IF  WS-EHST-STATUS  NOT =  '00'
                   DISPLAY 'OPEN EHST0010 FAILED'
                   DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'OPEN EHST0010'  TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
               END-IF
           END-IF.

           INITIALIZE   REPORT-RECORD
                      W-COMM-DETAIL.

           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  TITLE-RUN-DATE.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           IF  APPLY-RUN
               MOVE  'APPLY - EMP UPDATED '  TO  CML-MODE
           ELSE
               MOVE  'PREVIEW - NO UPDATES'  TO  CML-MODE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-COMM-MODE-LINE.

           MOVE  W-RUN-PERIOD-YYYY  TO  CPL-YYYY.
           MOVE  W-RUN-PERIOD-MM    TO  CPL-MM.
           WRITE REPORT-RECORD  FROM  W-COMM-PERIOD-LINE.

           WRITE REPORT-RECORD  FROM  W-COMM-HEADER1.
           WRITE REPORT-RECORD  FROM  W-COMM-HEADER2.

           PERFORM P5000-OPEN-EMP-COMM.

           IF  SQLCODE  =  DB2-OK
               PERFORM  P5020-FETCH-EMP-COMM
               PERFORM P0100-PROCESS-EMP-RECORD UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P0130-PRINT-GRAND-TOTAL
               PERFORM P5010-CLOSE-EMP-COMM
           END-IF.

           PERFORM P0300-PRINT-NOT-ON-EMP.
           PERFORM P0320-PRINT-NO-SALES.
           PERFORM P0340-PRINT-RUN-COUNTS.

           DISPLAY 'TOTAL EMP ROWS READ       '  A-RECORDS-READ.
           DISPLAY 'TOTAL PLAN TIERS LOADED   '  A-TIERS-LOADED.
           DISPLAY 'TOTAL SALES RECORDS READ  '  A-SALES-READ.
           DISPLAY 'TOTAL SALES FOR PERIOD    '  A-SALES-FOR-PERIOD.
           DISPLAY 'TOTAL OTHER PERIOD SKIPPED'  A-SALES-OTHER-PERIOD.
           DISPLAY 'TOTAL BAD SALES SKIPPED   '  A-SALES-BAD.
           DISPLAY 'TOTAL COMMISSIONS ON REG  '  A-COMM-ON-REGISTER.
           DISPLAY 'TOTAL COMM UPDATED        '  A-COMM-UPDATED.
           DISPLAY 'TOTAL COMM UNCHANGED      '  A-COMM-UNCHANGED.
           DISPLAY 'TOTAL COMM TOO LARGE      '  A-COMM-BLOCKED.
           DISPLAY 'TOTAL SALES WITH NO PLAN  '  A-SALES-NO-PLAN.
           DISPLAY 'TOTAL SALES NOT ON EMP    '  A-SALES-NOT-ON-EMP.
           DISPLAY 'TOTAL SALESPEOPLE NO SALES'  A-NO-SALES.

           CLOSE REPORT-FILE.
           IF  APPLY-RUN
               CLOSE EHST-FILE
           END-IF.

           IF  A-COMM-BLOCKED      >  ZERO  OR
               A-SALES-NO-PLAN     >  ZERO  OR
               A-SALES-NOT-ON-EMP  >  ZERO  OR
               A-NO-SALES          >  ZERO  OR
               A-SALES-BAD         >  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   T H E   R U N   M O D E   A N D   P E R I O D  *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.

           MOVE  SPACES  TO  W-PARM-CARD.
           ACCEPT  W-PARM-CARD  FROM  SYSIN.

           EVALUATE  W-PARM-CARD(1:1)
               WHEN  'A'
                   MOVE  'A'  TO  W-PARM-MODE
               WHEN  'P'
               WHEN  SPACE
                   MOVE  'P'  TO  W-PARM-MODE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-EVALUATE.

      *    A BLANK PERIOD IS THE MONTH BEFORE THE RUN - THE SALES FEED
      *    ARRIVES AFTER THE MONTH IT REPORTS HAS CLOSED
           IF  W-PARM-CARD(3:6)  =  SPACES
               MOVE  WS-SYS-DATE-YYYY  TO  W-RUN-PERIOD-YYYY
               MOVE  WS-SYS-DATE-MM    TO  W-RUN-PERIOD-MM
               IF  W-RUN-PERIOD-MM  =  1
                   MOVE  12  TO  W-RUN-PERIOD-MM
                   COMPUTE  W-RUN-PERIOD-YYYY  =
                            W-RUN-PERIOD-YYYY  -  1
               ELSE
                   COMPUTE  W-RUN-PERIOD-MM  =
                            W-RUN-PERIOD-MM  -  1
               END-IF
           ELSE
               IF  W-PARM-CARD(3:6)  NUMERIC
                   MOVE  W-PARM-CARD(3:6)  TO  W-RUN-PERIOD
                   IF  W-RUN-PERIOD-MM  <  1  OR
                       W-RUN-PERIOD-MM  >  12
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               ELSE
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   C O M M I S S I O N   P L A N              *
      *****************************************************************
       P0050-LOAD-PLAN-TABLE.

           OPEN INPUT PLAN-FILE.
           IF  WS-PLAN-STATUS  NOT =  '00'
               DISPLAY 'CPLN0010 NOT AVAILABLE - STATUS ',
                       WS-PLAN-STATUS
           ELSE
               PERFORM P8000-READ-PLAN-FILE
               PERFORM P0055-STORE-ONE-TIER UNTIL PLAN-EOF
               CLOSE PLAN-FILE
           END-IF.
      /
       P0055-STORE-ONE-TIER.

           IF  W-PLAN-COUNT  >=  C-MAX-PLAN-ENTRIES
               DISPLAY 'P0055 PLAN CARDS OVERFLOW TABLE'
               MOVE  'P0055-STORE-ONE-TIER'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           MOVE  'N'  TO  W-DUP-TIER-SW.
           IF  PLAN-JOB  NOT =  SPACES  AND
               PLAN-FLOOR-X  NUMERIC    AND
               PLAN-RATE-X   NUMERIC
               PERFORM P0056-CHECK-DUP-TIER
                   VARYING W-PLN-SUB FROM 1 BY 1
                   UNTIL   W-PLN-SUB > W-PLAN-COUNT
                      OR   DUP-TIER
           ELSE
               MOVE  'Y'  TO  W-DUP-TIER-SW
           END-IF.

           IF  DUP-TIER
               DISPLAY 'BAD PLAN CARD SKIPPED: ', W-PLAN-RECORD(1:26)
           ELSE
               COMPUTE  W-PLAN-COUNT  =  W-PLAN-COUNT  +  1
               MOVE  PLAN-JOB      TO  PLN-JOB(W-PLAN-COUNT)
               MOVE  PLAN-FLOOR-9  TO  PLN-FLOOR(W-PLAN-COUNT)
               MOVE  PLAN-RATE-9   TO  PLN-RATE(W-PLAN-COUNT)
               COMPUTE  A-TIERS-LOADED  =  A-TIERS-LOADED  +  1
           END-IF.

           PERFORM P8000-READ-PLAN-FILE.
      /
      *    TWO TIERS FOR ONE JOB STARTING AT THE SAME AMOUNT WOULD
      *    LEAVE THE RATE FOR THAT BAND AMBIGUOUS - THE SECOND IS BAD
       P0056-CHECK-DUP-TIER.

           IF  PLN-JOB(W-PLN-SUB)    =  PLAN-JOB  AND
               PLN-FLOOR(W-PLN-SUB)  =  PLAN-FLOOR-9
               MOVE  'Y'  TO  W-DUP-TIER-SW
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   P E R I O D ' S   S A L E S                *
      *****************************************************************
       P0060-LOAD-SALES-TABLE.

           OPEN INPUT SALE-FILE.
           IF  WS-SALE-STATUS  NOT =  '00'
               DISPLAY 'SALE0010 NOT AVAILABLE - STATUS ',
                       WS-SALE-STATUS
           ELSE
               PERFORM P8010-READ-SALE-FILE
               PERFORM P0065-STORE-ONE-SALE UNTIL SALE-EOF
               CLOSE SALE-FILE
           END-IF.
      /
       P0065-STORE-ONE-SALE.

           COMPUTE  A-SALES-READ  =  A-SALES-READ  +  1.

           EVALUATE  TRUE
               WHEN  SALE-EMPNO  =  SPACES
               WHEN  SALE-PERIOD-X  NOT NUMERIC
               WHEN  SALE-AMOUNT-X  NOT NUMERIC
                   DISPLAY 'BAD SALES RECORD SKIPPED: ',
                           W-SALE-RECORD(1:25)
                   COMPUTE  A-SALES-BAD  =  A-SALES-BAD  +  1
               WHEN  SALE-PERIOD-9  NOT =  W-RUN-PERIOD-9
                   COMPUTE  A-SALES-OTHER-PERIOD  =
                            A-SALES-OTHER-PERIOD  +  1
               WHEN  OTHER
                   PERFORM P0066-ADD-ONE-SALE
           END-EVALUATE.

           PERFORM P8010-READ-SALE-FILE.
      /
       P0066-ADD-ONE-SALE.

           COMPUTE  A-SALES-FOR-PERIOD  =  A-SALES-FOR-PERIOD  +  1.

           MOVE  SALE-EMPNO  TO  EMPNO.
           PERFORM P0200-FIND-SALES.

           IF  SALE-FOUND
               ADD  SALE-AMOUNT-9  TO  SLE-AMOUNT(W-SLE-HIT)
               ADD  1              TO  SLE-RECORDS(W-SLE-HIT)
           ELSE
               IF  W-SALE-COUNT  >=  C-MAX-SALE-ENTRIES
                   DISPLAY 'P0066 SALES RECORDS OVERFLOW TABLE'
                   MOVE  'P0066-ADD-ONE-SALE'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-SALE-COUNT  =  W-SALE-COUNT  +  1
               MOVE  SALE-EMPNO     TO  SLE-EMPNO(W-SALE-COUNT)
               MOVE  SALE-AMOUNT-9  TO  SLE-AMOUNT(W-SALE-COUNT)
               MOVE  1              TO  SLE-RECORDS(W-SALE-COUNT)
               MOVE  'N'            TO  SLE-MATCHED-SW(W-SALE-COUNT)
           END-IF.
      /
       P0100-PROCESS-EMP-RECORD.

      ******************************************************************
      ******************************************************************

           IF  SQLCODE  =  DB2-OK

                   PERFORM P0200-FIND-SALES
                   PERFORM P0205-FIND-PLAN
                   IF  SALE-FOUND
                       MOVE  'Y'  TO  SLE-MATCHED-SW(W-SLE-HIT)
                       MOVE  SLE-AMOUNT(W-SLE-HIT)  TO  W-SALES-AMOUNT
                   END-IF
                   EVALUATE  TRUE
                       WHEN  SALE-FOUND  AND  PLAN-FOUND
                           PERFORM P0110-DEPT-BREAK
                           PERFORM P0210-COMPUTE-COMMISSION
                           PERFORM P0220-WRITE-REGISTER-LINE
                           IF  NOT  COMM-BLOCKED    AND
                               NOT  COMM-UNCHANGED  AND
                               APPLY-RUN
                               PERFORM P5040-UPDATE-COMM
                               PERFORM P0230-WRITE-HISTORY-RECORD
                           END-IF
                       WHEN  SALE-FOUND
                           PERFORM P0110-DEPT-BREAK
                           PERFORM P0225-WRITE-NO-PLAN-LINE
                       WHEN  PLAN-FOUND
                           PERFORM P0240-HOLD-NO-SALES
                       WHEN  OTHER
                           COMPUTE  A-NOT-SALES-SKIPPED  =
                                    A-NOT-SALES-SKIPPED  +  1
                   END-EVALUATE
           ELSE
               IF  SQLCODE  =  DB2-END-OF-TABLE
                   NEXT SENTENCE
               ELSE
                   DISPLAY 'P100 PROCESS EMP REC'
                   DISPLAY 'SQLCODE = ', SQLCODE.

           PERFORM P5020-FETCH-EMP-COMM.
      /
      *****************************************************************
      *     C O N T R O L   B R E A K   O N   W O R K D E P T          *
      *****************************************************************
       P0110-DEPT-BREAK.

           IF  WORKDEPT  NOT =  W-PREV-WORK-DEPT
               IF  W-PREV-WORK-DEPT  NOT =  SPACES
                   PERFORM P0120-PRINT-DEPT-TOTAL
               END-IF
               MOVE  WORKDEPT  TO  W-PREV-WORK-DEPT
           END-IF.
      /
      *****************************************************************
      *     P R I N T   D E P T   S A L E S   A N D   C O M M          *
      *****************************************************************
       P0120-PRINT-DEPT-TOTAL.

           MOVE  W-PREV-WORK-DEPT  TO  CDL-WORK-DEPT.
           MOVE  A-DEPT-SALES      TO  CDL-SALES.
           MOVE  A-DEPT-COMM       TO  CDL-COMM.
           WRITE REPORT-RECORD  FROM  W-COMM-DEPT-LINE.

           MOVE  ZERO  TO  A-DEPT-SALES
                           A-DEPT-COMM.
      /
      *****************************************************************
      *     P R I N T   T O T A L   L I N E                            *
      *****************************************************************
       P0130-PRINT-GRAND-TOTAL.

           IF  W-PREV-WORK-DEPT  NOT =  SPACES
               PERFORM P0120-PRINT-DEPT-TOTAL
           END-IF.

           MOVE  A-GRAND-SALES  TO  CGL-SALES.
           MOVE  A-GRAND-COMM   TO  CGL-COMM.
           WRITE REPORT-RECORD  FROM  W-COMM-GRAND-LINE.
      /
      *****************************************************************
      *   F I N D   T H E   E M P L O Y E E ' S   S A L E S            *
      *****************************************************************
       P0200-FIND-SALES.

           MOVE  'N'   TO  W-SALE-FOUND-SW.
           MOVE  ZERO  TO  W-SLE-HIT.

           PERFORM P0201-SCAN-SALES
               VARYING W-SLE-SUB FROM 1 BY 1
               UNTIL   W-SLE-SUB > W-SALE-COUNT
                  OR   SALE-FOUND.
      /
       P0201-SCAN-SALES.

           IF  SLE-EMPNO(W-SLE-SUB)  =  EMPNO
               MOVE  W-SLE-SUB  TO  W-SLE-HIT
               MOVE  'Y'  TO  W-SALE-FOUND-SW
           END-IF.
      /
      *****************************************************************
      *   F I N D   A   P L A N   F O R   T H E   J O B                *
      *****************************************************************
       P0205-FIND-PLAN.

           MOVE  'N'  TO  W-PLAN-FOUND-SW.
           MOVE  SPACES  TO  W-JOB-KEY.
           IF  NULL_IND(4)  >=  ZERO
               MOVE  JOB  TO  W-JOB-KEY
           END-IF.

           IF  W-JOB-KEY  NOT =  SPACES
               PERFORM P0206-SCAN-PLAN
                   VARYING W-PLN-SUB FROM 1 BY 1
                   UNTIL   W-PLN-SUB > W-PLAN-COUNT
                      OR   PLAN-FOUND
           END-IF.
      /
       P0206-SCAN-PLAN.

           IF  PLN-JOB(W-PLN-SUB)  =  W-JOB-KEY
               MOVE  'Y'  TO  W-PLAN-FOUND-SW
           END-IF.
      /
      *****************************************************************
      *   C O M P U T E   T H E   C O M M I S S I O N                  *
      *****************************************************************
       P0210-COMPUTE-COMMISSION.

           MOVE  'N'   TO  W-COMM-LIMIT-SW.
           MOVE  'N'   TO  W-COMM-SAME-SW.
           MOVE  'N'   TO  W-OLD-COMM-NULL-SW.
           MOVE  ZERO  TO  W-COMM-WORK.

           IF  NULL_IND(5)  <  ZERO
               MOVE  'Y'   TO  W-OLD-COMM-NULL-SW
               MOVE  ZERO  TO  W-OLD-COMM
           ELSE
               MOVE  COMM  TO  W-OLD-COMM
           END-IF.

           PERFORM P0215-APPLY-ONE-TIER
               VARYING W-PLN-SUB FROM 1 BY 1
               UNTIL   W-PLN-SUB > W-PLAN-COUNT.

           COMPUTE  W-NEW-COMM  ROUNDED  =  W-COMM-WORK.

      *    EMP.COMM IS DECIMAL(9,2) - A LARGER FIGURE IS A PLAN OR
      *    FEED ERROR AND IS LEFT FOR SALES OPERATIONS TO LOOK AT
           IF  W-NEW-COMM  >  C-MAX-COMM
               MOVE  'Y'         TO  W-COMM-LIMIT-SW
               MOVE  W-OLD-COMM  TO  W-NEW-COMM
               MOVE  ZERO        TO  W-COMM-CHANGE
           ELSE
               COMPUTE  W-COMM-CHANGE  =  W-NEW-COMM  -  W-OLD-COMM
               IF  W-COMM-CHANGE  =  ZERO  AND  NOT  OLD-COMM-NULL
                   MOVE  'Y'  TO  W-COMM-SAME-SW
               END-IF
           END-IF.
      /
      *    A TIER PAYS ITS RATE ON THE SALES BETWEEN ITS OWN START AND
      *    THE NEXT HIGHER START FOR THE SAME JOB (OR THE SALES
      *    FIGURE, IF THAT IS LOWER)
       P0215-APPLY-ONE-TIER.

           IF  PLN-JOB(W-PLN-SUB)  =  W-JOB-KEY  AND
               W-SALES-AMOUNT  >  PLN-FLOOR(W-PLN-SUB)
               MOVE  PLN-FLOOR(W-PLN-SUB)  TO  W-TIER-FLOOR
               MOVE  W-SALES-AMOUNT        TO  W-TIER-TOP
               PERFORM P0216-FIND-TIER-TOP
                   VARYING W-PLN-SUB2 FROM 1 BY 1
                   UNTIL   W-PLN-SUB2 > W-PLAN-COUNT
               COMPUTE  W-COMM-WORK  =  W-COMM-WORK  +
                        ((W-TIER-TOP  -  W-TIER-FLOOR)  *
                         PLN-RATE(W-PLN-SUB)  /  100)
           END-IF.
      /
       P0216-FIND-TIER-TOP.

           IF  PLN-JOB(W-PLN-SUB2)    =  W-JOB-KEY     AND
               PLN-FLOOR(W-PLN-SUB2)  >  W-TIER-FLOOR  AND
               PLN-FLOOR(W-PLN-SUB2)  <  W-TIER-TOP
               MOVE  PLN-FLOOR(W-PLN-SUB2)  TO  W-TIER-TOP
           END-IF.
      /
      *****************************************************************
      *   W R I T E   O N E   R E G I S T E R   L I N E                *
      *****************************************************************
       P0220-WRITE-REGISTER-LINE.

           INITIALIZE  W-COMM-DETAIL.

           MOVE  WORKDEPT                       TO  CMD-WORK-DEPT.
           MOVE  EMPNO                          TO  CMD-EMPNO.
           MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)  TO  CMD-LAST-NAME.
           MOVE  W-JOB-KEY                      TO  CMD-JOB.
           MOVE  W-SALES-AMOUNT                 TO  CMD-SALES.
           MOVE  W-OLD-COMM                     TO  CMD-OLD-COMM.
           MOVE  W-NEW-COMM                     TO  CMD-NEW-COMM.
           MOVE  W-COMM-CHANGE                  TO  CMD-CHANGE.

           EVALUATE  TRUE
               WHEN  COMM-BLOCKED
                   MOVE  'TOO BIG'  TO  CMD-FLAG
                   COMPUTE  A-COMM-BLOCKED  =  A-COMM-BLOCKED  +  1
               WHEN  COMM-UNCHANGED
                   MOVE  'NO CHG'   TO  CMD-FLAG
                   COMPUTE  A-COMM-UNCHANGED  =
                            A-COMM-UNCHANGED  +  1
               WHEN  APPLY-RUN
                   MOVE  'APPLIED'  TO  CMD-FLAG
                   COMPUTE  A-COMM-UPDATED  =  A-COMM-UPDATED  +  1
               WHEN  OTHER
                   MOVE  'PREVIEW'  TO  CMD-FLAG
           END-EVALUATE.

           IF  NOT  COMM-BLOCKED
               ADD  W-SALES-AMOUNT  TO  A-DEPT-SALES  A-GRAND-SALES
               ADD  W-NEW-COMM      TO  A-DEPT-COMM   A-GRAND-COMM
               COMPUTE  A-COMM-ON-REGISTER  =
                        A-COMM-ON-REGISTER  +  1
           END-IF.

           WRITE REPORT-RECORD  FROM  W-COMM-DETAIL.
      /
      *****************************************************************
      *   S A L E S   F O R   A   J O B   W I T H   N O   P L A N      *
      *****************************************************************
       P0225-WRITE-NO-PLAN-LINE.

           INITIALIZE  W-COMM-DETAIL.

           MOVE  WORKDEPT                       TO  CMD-WORK-DEPT.
           MOVE  EMPNO                          TO  CMD-EMPNO.
           MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)  TO  CMD-LAST-NAME.
           MOVE  W-JOB-KEY                      TO  CMD-JOB.
           MOVE  W-SALES-AMOUNT                 TO  CMD-SALES.
           IF  NULL_IND(5)  >=  ZERO
               MOVE  COMM                       TO  CMD-OLD-COMM
                                                    CMD-NEW-COMM
           END-IF.
           MOVE  'NO PLAN'                      TO  CMD-FLAG.

           COMPUTE  A-SALES-NO-PLAN  =  A-SALES-NO-PLAN  +  1.

           WRITE REPORT-RECORD  FROM  W-COMM-DETAIL.
      /
      *****************************************************************
      *   A P P E N D   O N E   H I S T O R Y   R E C O R D            *
      *****************************************************************
       P0230-WRITE-HISTORY-RECORD.

           PERFORM P5045-GET-CURRENT-TS.

           INITIALIZE  W-EHST-RECORD.
           MOVE  EMPNO              TO  EHST-EMPNO.
           MOVE  'COMM'             TO  EHST-FIELD.
           IF  OLD-COMM-NULL
               MOVE  '*NULL*'           TO  EHST-OLD-VALUE
           ELSE
               MOVE  W-OLD-COMM         TO  W-HIST-EDIT-VALUE
               MOVE  W-HIST-EDIT-VALUE  TO  EHST-OLD-VALUE
           END-IF.
           MOVE  W-NEW-COMM         TO  W-HIST-EDIT-VALUE.
           MOVE  W-HIST-EDIT-VALUE  TO  EHST-NEW-VALUE.
           MOVE  C-THIS-PGM         TO  EHST-PROGRAM.
           MOVE  W-CURRENT-TS       TO  EHST-TIMESTAMP.

           WRITE EHST-RECORD  FROM  W-EHST-RECORD.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'P0230 WRITE EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0230-WRITE-HISTORY-RECORD'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   H O L D   A   N O - S A L E S   E N T R Y                    *
      *****************************************************************
       P0240-HOLD-NO-SALES.

           IF  W-NOSALE-COUNT  >=  C-MAX-NOSALE-ENTRIES
               DISPLAY 'P0240 NO-SALES LIST OVERFLOWS TABLE'
               MOVE  'P0240-HOLD-NO-SALES'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-NOSALE-COUNT  =  W-NOSALE-COUNT  +  1.
           MOVE  WORKDEPT   TO  NSL-WORK-DEPT(W-NOSALE-COUNT).
           MOVE  EMPNO      TO  NSL-EMPNO(W-NOSALE-COUNT).
           MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)
                            TO  NSL-LAST-NAME(W-NOSALE-COUNT).
           MOVE  W-JOB-KEY  TO  NSL-JOB(W-NOSALE-COUNT).
           IF  NULL_IND(5)  >=  ZERO
               MOVE  COMM   TO  NSL-COMM(W-NOSALE-COUNT)
           ELSE
               MOVE  ZERO   TO  NSL-COMM(W-NOSALE-COUNT)
           END-IF.

           COMPUTE  A-NO-SALES  =  A-NO-SALES  +  1.
      /
      *****************************************************************
      *   S A L E S   E M P N O S   N O T   F O U N D   O N   E M P    *
      *****************************************************************
       P0300-PRINT-NOT-ON-EMP.

           WRITE REPORT-RECORD  FROM  W-COMM-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-NOT-ON-EMP.

           PERFORM P0310-PRINT-ONE-NOT-ON-EMP
               VARYING W-SLE-SUB FROM 1 BY 1
               UNTIL   W-SLE-SUB > W-SALE-COUNT.

           IF  A-SALES-NOT-ON-EMP  =  ZERO
               MOVE  'NONE'  TO  CTL-TEXT
               WRITE REPORT-RECORD  FROM  W-COMM-TEXT-LINE
           END-IF.
      /
       P0310-PRINT-ONE-NOT-ON-EMP.

           IF  NOT  SLE-MATCHED(W-SLE-SUB)
               MOVE  SLE-EMPNO(W-SLE-SUB)    TO  NOE-EMPNO
               MOVE  SLE-AMOUNT(W-SLE-SUB)   TO  NOE-SALES
               MOVE  SLE-RECORDS(W-SLE-SUB)  TO  NOE-RECORDS
               WRITE REPORT-RECORD  FROM  W-NOT-ON-EMP-LINE
               COMPUTE  A-SALES-NOT-ON-EMP  =
                        A-SALES-NOT-ON-EMP  +  1
           END-IF.
      /
      *****************************************************************
      *   S A L E S P E O P L E   W I T H   N O   S A L E S            *
      *****************************************************************
       P0320-PRINT-NO-SALES.

           WRITE REPORT-RECORD  FROM  W-COMM-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-NO-SALES.

           PERFORM P0330-PRINT-ONE-NO-SALES
               VARYING W-NSL-SUB FROM 1 BY 1
               UNTIL   W-NSL-SUB > W-NOSALE-COUNT.

           IF  W-NOSALE-COUNT  =  ZERO
               MOVE  'NONE'  TO  CTL-TEXT
               WRITE REPORT-RECORD  FROM  W-COMM-TEXT-LINE
           END-IF.
      /
       P0330-PRINT-ONE-NO-SALES.

           MOVE  NSL-WORK-DEPT(W-NSL-SUB)  TO  NSL-WORK-DEPT-O.
           MOVE  NSL-EMPNO(W-NSL-SUB)      TO  NSL-EMPNO-O.
           MOVE  NSL-LAST-NAME(W-NSL-SUB)  TO  NSL-LAST-NAME-O.
           MOVE  NSL-JOB(W-NSL-SUB)        TO  NSL-JOB-O.
           MOVE  NSL-COMM(W-NSL-SUB)       TO  NSL-COMM-O.
           WRITE REPORT-RECORD  FROM  W-NO-SALES-LINE.
      /
      *****************************************************************
      *   P R I N T   T H E   R U N   C O U N T S                      *
      *****************************************************************
       P0340-PRINT-RUN-COUNTS.

           WRITE REPORT-RECORD  FROM  W-COMM-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNTS.

           MOVE  'PLAN TIERS LOADED'        TO  CCL-LABEL.
           MOVE  A-TIERS-LOADED             TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'SALES RECORDS READ'       TO  CCL-LABEL.
           MOVE  A-SALES-READ               TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'SALES RECORDS FOR PERIOD' TO  CCL-LABEL.
           MOVE  A-SALES-FOR-PERIOD         TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'OTHER PERIODS IGNORED'    TO  CCL-LABEL.
           MOVE  A-SALES-OTHER-PERIOD       TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'BAD SALES RECORDS SKIPPED' TO  CCL-LABEL.
           MOVE  A-SALES-BAD                TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'COMMISSIONS ON REGISTER'  TO  CCL-LABEL.
           MOVE  A-COMM-ON-REGISTER         TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'EMP.COMM UPDATED'         TO  CCL-LABEL.
           MOVE  A-COMM-UPDATED             TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'ALREADY AT NEW FIGURE'    TO  CCL-LABEL.
           MOVE  A-COMM-UNCHANGED           TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'TOO LARGE FOR EMP.COMM'   TO  CCL-LABEL.
           MOVE  A-COMM-BLOCKED             TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'SALES WITH NO PLAN'       TO  CCL-LABEL.
           MOVE  A-SALES-NO-PLAN            TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'SALES EMPNOS NOT ON EMP'  TO  CCL-LABEL.
           MOVE  A-SALES-NOT-ON-EMP         TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.

           MOVE  'SALESPEOPLE WITH NO SALES' TO  CCL-LABEL.
           MOVE  A-NO-SALES                 TO  CCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-COMM-COUNT-LINE.
      /
      *****************************************************************
      *   C U R R E N T   D B 2   T I M E S T A M P                    *
      *****************************************************************
       P5045-GET-CURRENT-TS.

             EXEC SQL
                 SET :W-CURRENT-TS = CURRENT TIMESTAMP
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5045 GET CURRENT TS'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5045-GET-CURRENT-TS'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   R E A D   N E X T   P L A N   C A R D                        *
      *****************************************************************
       P8000-READ-PLAN-FILE.

           READ PLAN-FILE INTO W-PLAN-RECORD
               AT END
                   MOVE  'Y'  TO  W-PLAN-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   S A L E S   R E C O R D                  *
      *****************************************************************
       P8010-READ-SALE-FILE.

           READ SALE-FILE INTO W-SALE-RECORD
               AT END
                   MOVE  'Y'  TO  W-SALE-EOF-SW
           END-READ.
      /
      ******************************************************************
      *      O P E N  C O M M I S S I O N  C U R S O R                 *
      ******************************************************************
       P5000-OPEN-EMP-COMM.

             EXEC SQL
               OPEN EMP_COMM
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP COMM'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-COMM'
                 MOVE  'P5000-OPEN-EMP-COMM'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  C O M M I S S I O N  C U R S O R               *
      ******************************************************************
       P5010-CLOSE-EMP-COMM.

             EXEC SQL
               CLOSE EMP_COMM
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-COMM'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5010-CLOSE-EMP-COMM'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  C O M M I S S I O N  D A T A                   *
      ******************************************************************
       P5020-FETCH-EMP-COMM.

           INITIALIZE DCLEMP.

           EXEC SQL
              FETCH EMP_COMM

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.LASTNAME,
                    :DCLEMP.WORKDEPT,
                    :DCLEMP.JOB,
                    :DCLEMP.COMM

              INDICATOR :NULL_IND

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                  ELSE
                      DISPLAY 'P5020 EMP COMM FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5020-FETCH-EMP-COMM'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . C O M M                                *
      *****************************************************************
       P5040-UPDATE-COMM.

           MOVE  W-NEW-COMM  TO  COMM.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET COMM    = :DCLEMP.COMM,
                        LASTCHG = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5040 UPDATE COMM'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5040-UPDATE-COMM'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *          A B E N D  O N  U N E X P E C T E D  S Q L C O D E    *
      *****************************************************************
       P9999-ABEND-PGM.

      *    DB2DIAG IS ONLY MEANINGFUL WHEN A BAD SQLCODE CAUSED THE
      *    ABEND - A TABLE OVERFLOW WOULD HAND IT A STALE SQLCA AND
      *    MISDIRECT THE OPERATOR
           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  EMPNO     TO  W-ERR-EMPNO
               MOVE  WORKDEPT  TO  W-ERR-WORKDEPT
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
