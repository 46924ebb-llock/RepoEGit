      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CBLTC.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  ANNUAL TOTAL COMPENSATION STATEMENT - READS THE EXTO0010
      *  MASTER EXTRACT AND PRODUCES ONE STATEMENT PAGE PER EMPLOYEE
      *  ON STMT0010, GROUPED BY DEPARTMENT BEHIND A DEPARTMENT COVER
      *  PAGE THE WAY DB2CBLBR GROUPS ITS BUNDLES.  EACH STATEMENT
      *  SHOWS THE CURRENT SALARY, BONUS, COMMISSION AND TOTAL
      *  COMPENSATION, THE HIRE DATE AND YEARS OF SERVICE, THE
      *  DEPARTMENT NAME AND ITS DSN8110.DEPT LOCATION, AND EVERY
      *  SALARY CHANGE MADE DURING THE STATEMENT YEAR AS RECORDED ON
      *  THE EHST0010 CHANGE HISTORY, WITH ITS DATE.
      *
      *  A CONTROL REGISTER LISTS THE STATEMENTS PRODUCED FOR EACH
      *  DEPARTMENT AND TIES THE TOTAL COMPENSATION ON THE STATEMENTS
      *  TO THE GRAND TOTAL COMP DB2CBLEX PRINTED FOR THE SAME CYCLE,
      *  TAKEN FROM ITS RSUM0010 RUN SUMMARY.  THE STATEMENTS COVER
      *  THE WHOLE EXTRACT, SO ONLY A FULL EXTRACT FOR ALL DEPARTMENTS
      *  IS TIED; A DEPARTMENT OR DELTA RUN'S TOTAL IS SHOWN AS NOT
      *  TIED WITHOUT HOLDING THE STEP.
      *
      *  THE EXTO0010 HDR/TRL CYCLE-INTEGRITY RECORDS ARE VERIFIED
      *  BEFORE ANY STATEMENT IS WRITTEN.
      *
      *  INPUT PARMS:  SYSIN CARD, COLS 1-4 STATEMENT YEAR (CCYY).
      *                BLANK TAKES THE YEAR BEFORE THE EXTRACT CYCLE
      *                DATE - THE STATEMENTS ARE RUN IN JANUARY OFF
      *                THE FIRST CYCLE OF THE NEW YEAR
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *                EHST0010 - CHANGE HISTORY FILE
      *                RSUM0010 - DB2CBLEX RUN SUMMARY FOR THE CYCLE
      *
      *  OUTPUT FILES: STMT0010 - TOTAL COMPENSATION STATEMENTS
      *                RPTO0250 - STATEMENT CONTROL REGISTER
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                DCLDEPT
      *                EXTMAST
      *                EMPHSTR
      *                RUNSUMR
      *                REPORTTC
      *                CYCLPRM
      *    TABLES:
      *            DSN8110.DEPT
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN EVERY EMPLOYEE STATEMENT HAS BEEN WRITTEN
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN OPEN, FETCH OR CLOSE RETURNS AN UNEXPECTED
      *             SQLCODE, THE EXTRACT FAILS VERIFICATION, EHST0010
      *             CANNOT BE OPENED, OR THE EXTRACT OR THE YEAR'S
      *             SALARY HISTORY OVERFLOWS THE WORK TABLES
      *
      *    RETURN CODES:
      *             0 - STATEMENTS TIE TO THE DB2CBLEX GRAND TOTAL
      *                 COMP, OR RSUM0010 IS NOT A FULL EXTRACT FOR ALL
      *                 DEPARTMENTS AND IS NOT TIED
      *             4 - STATEMENTS OUT OF BALANCE WITH DB2CBLEX, OR NO
      *                 RSUM0010 RUN SUMMARY FOR THE EXTRACT'S CYCLE
      *             8 - BAD SYSIN PARM CARD, OR THE CYCLE IS NOT READY
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - ANNUAL TOTAL        2026-10-15      *
      *          COMPENSATION STATEMENTS OFF                           *
      *          EXTO0010 AND EHST0010 WITH A                          *
      *          CONTROL REGISTER TIED TO DB2CBLEX                     *
      *  LOUIS - REFUSES A CYCLE IT HAS ALREADY        2026-10-15      *
      *          COMPLETED - NO NEW CYCLE MEANS DB2CBLEX               *
      *          WAS SKIPPED                                           *
      *  LOUIS - TIE-OUT ONLY AGAINST A FULL EXTRACT   2026-10-15      *
      *          FOR ALL DEPARTMENTS ON RSUM0010                       *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EXTI-FILE           ASSIGN TO EXTI0010.
           SELECT EHST-FILE           ASSIGN TO EHST0010
                                       FILE STATUS IS WS-EHST-STATUS.
           SELECT RSUM-FILE           ASSIGN TO RSUM0010
                                       FILE STATUS IS WS-RSUM-STATUS.
           SELECT STMT-FILE           ASSIGN TO STMT0010.
           SELECT REPORT-FILE         ASSIGN TO RPTO0250.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  EXTI-FILE                          DDNAME - EXTI0010    *
      *        MASTER EXTRACT WRITTEN BY DB2CBLEX                      *
      ******************************************************************

       FD  EXTI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXTI-RECORD.

       01  EXTI-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  EHST-FILE                          DDNAME - EHST0010    *
      *        CUMULATIVE FIELD-LEVEL CHANGE HISTORY                   *
      ******************************************************************

       FD  EHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EHST-RECORD.

       01  EHST-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  RSUM-FILE                          DDNAME - RSUM0010    *
      *        DB2CBLEX ONE-PAGE RUN SUMMARY                           *
      ******************************************************************

       FD  RSUM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSUM-RECORD.

       01  RSUM-RECORD       PIC X(100).

      ******************************************************************
      * FILE:  STMT-FILE                          DDNAME - STMT0010    *
      *        ONE STATEMENT PAGE PER EMPLOYEE, BY DEPARTMENT          *
      ******************************************************************

       FD  STMT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMT-RECORD.

       01  STMT-RECORD       PIC X(100).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0250    *
      *        STATEMENT CONTROL REGISTER                              *
      ******************************************************************

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.

       01  REPORT-RECORD     PIC X(100).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'DB2CBLTC START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLTC'.
      /
       COPY EXTMAST.
      /
       COPY EMPHSTR.
      /
       COPY RUNSUMR.
      /
       COPY REPORTTC.
      /
       COPY CYCLPRM.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * DCLGEN FOR DEPT TABLE
           EXEC SQL INCLUDE DCLDEPT END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.
      /
       01 NULL_AREA.
      *    NULL_IND(1) DEPTNO     NULL_IND(2) DEPTNAME
      *    NULL_IND(3) LOCATION
          05 NULL_IND           PIC S9(4) COMP OCCURS 3 TIMES.

      ****************************************************************
      *   * CURSOR CALL FOR THE DEPARTMENT NAME AND LOCATION        **
      *   * PRINTED ON THE COVER PAGES AND THE STATEMENTS           **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_LOC  CURSOR FOR

                     SELECT DEPTNO,
                            DEPTNAME,
                            LOCATION
                     FROM DSN8110.DEPT
                     ORDER BY DEPTNO ASC

                   END-EXEC.

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

       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.
       01   W-EHST-EOF-SW        PIC X(01) VALUE 'N'.
           88  EHST-EOF                      VALUE 'Y'.
       01   WS-EHST-STATUS       PIC X(02) VALUE SPACES.
       01   W-RSUM-EOF-SW        PIC X(01) VALUE 'N'.
           88  RSUM-EOF                      VALUE 'Y'.
       01   WS-RSUM-STATUS       PIC X(02) VALUE SPACES.

       01   W-EXT-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-HDR-SEEN                  VALUE 'Y'.
       01   W-EXT-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-TRL-SEEN                  VALUE 'Y'.
       01   W-EXT-CYCLE-DATE     PIC X(10) VALUE SPACES.
       01   W-EXT-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-TRL-COUNT      PIC 9(09) VALUE ZERO.
       01   W-EXT-TRL-HASH       PIC 9(13)V9(2) VALUE ZERO.

       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-STMT-YEAR          PIC 9(04) VALUE ZERO.
       01   W-STMT-YEAR-X        REDEFINES  W-STMT-YEAR
                                 PIC X(04).
       01   W-CYCLE-YEAR         PIC 9(04) VALUE ZERO.
       01   W-HIRE-YEAR          PIC 9(04) VALUE ZERO.
       01   W-SERVICE-YEARS      PIC S9(4) COMP VALUE ZERO.

       01   C-MAX-EMP-ENTRIES    PIC S9(4) COMP VALUE +5000.
       01   C-MAX-DEPT-ENTRIES   PIC S9(4) COMP VALUE +200.
       01   C-MAX-CHG-ENTRIES    PIC S9(8) COMP VALUE +10000.

       01   W-EMP-TABLE-AREA.
            05  W-EMP-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-EMP-ENTRY      OCCURS 5000 TIMES.
                10  EMP-EMPNO         PIC X(06).
                10  EMP-WORK-DEPT     PIC X(03).
                10  EMP-LAST-NAME     PIC X(15).
                10  EMP-FIRST-NAME    PIC X(12).
                10  EMP-MID-INIT      PIC X(01).
                10  EMP-JOB           PIC X(08).
                10  EMP-HIRE-DATE     PIC X(10).
                10  EMP-DEPT-NAME     PIC X(36).
                10  EMP-SALARY        PIC S9(7)V9(2) COMP-3.
                10  EMP-BONUS         PIC S9(7)V9(2) COMP-3.
                10  EMP-COMM          PIC S9(7)V9(2) COMP-3.
                10  EMP-TOTAL-COMP    PIC S9(9)V9(2) COMP-3.

       01   W-DEPT-LIST-AREA.
            05  W-DEPT-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-DEPT-LIST      OCCURS 200 TIMES.
                10  DLS-WORK-DEPT     PIC X(03).

       01   W-LOC-TABLE-AREA.
            05  W-LOC-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-LOC-ENTRY      OCCURS 200 TIMES.
                10  LOC-DEPTNO        PIC X(03).
                10  LOC-DEPT-NAME     PIC X(36).
                10  LOC-LOCATION      PIC X(16).

      *    ONE ENTRY PER EHST0010 SALARY RECORD STAMPED IN THE
      *    STATEMENT YEAR, IN FILE (THAT IS, DATE) ORDER
       01   W-CHG-TABLE-AREA.
            05  W-CHG-COUNT      PIC S9(8) COMP VALUE ZERO.
            05  W-CHG-ENTRY      OCCURS 10000 TIMES.
                10  CHG-EMPNO         PIC X(06).
                10  CHG-DATE          PIC X(10).
                10  CHG-OLD-VALUE     PIC X(13).
                10  CHG-NEW-VALUE     PIC X(13).
                10  CHG-PROGRAM       PIC X(08).

       01   W-HIST-EDIT-VALUE    PIC -(9)9.99.
       01   W-OLD-SALARY         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01   W-NEW-SALARY         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01   W-EMP-CHANGES        PIC S9(4) COMP VALUE ZERO.

       01   W-LIST-VALUE-X3       PIC X(03) VALUE SPACES.
       01   W-FOUND-SUB           PIC S9(4) COMP VALUE ZERO.
       01   W-DEPT-STATEMENTS     PIC S9(8) COMP VALUE ZERO.
       01   W-DEPT-TOTAL-COMP     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-NAME-WORK           PIC X(30) VALUE SPACES.

       01   W-RSUM-FOUND-SW      PIC X(01) VALUE 'N'.
           88  RSUM-COMP-FOUND               VALUE 'Y'.
       01   W-RSUM-RUN-DATE      PIC X(10) VALUE SPACES.
       01   W-RSUM-COMP-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-RSUM-MODE          PIC X(30) VALUE SPACES.
       01   W-RSUM-WORKDEPT      PIC X(30) VALUE SPACES.
       01   W-TIE-SKIPPED-SW     PIC X(01) VALUE 'N'.
           88  TIE-NOT-APPLICABLE            VALUE 'Y'.
       01   W-COMP-DIFFERENCE    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-BALANCE-SW         PIC X(01) VALUE 'N'.
           88  COMP-IN-BALANCE               VALUE 'Y'.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(07) VALUE 'DEPTNO='.
            05  W-ERR-DEPTNO      PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(30) VALUE SPACES.

       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'DB2CBLEX'.

       01  SUBSCRIPTS.
           05  W-EMP-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-DPT-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-LST-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-CHG-SUB      PIC S9(8) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-EHST-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-STATEMENTS-WRITTEN     PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPTS-WRITTEN          PIC S9(8) COMP  VALUE ZERO.
          05  A-CHANGES-PRINTED        PIC S9(8) COMP  VALUE ZERO.
       01   A-STATEMENT-COMP     PIC S9(11)V9(2) COMP-3 VALUE ZERO.

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
               DISPLAY 'DB2CBLTC ENDED - BAD PARM CARD'
               DISPLAY 'COLS 1-4 STATEMENT YEAR CCYY, OR BLANK FOR '
               DISPLAY 'THE YEAR BEFORE THE EXTRACT CYCLE DATE'
               DISPLAY 'PARM CARD: ', W-TCS-PARM-CARD(1:10)
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'DB2CBLTC ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'DB2CBLTC ENDED - PREDECESSOR NOT COMPLETE'
               END-IF
               DISPLAY 'CYCLE DATE  = ', CYCQ-CYCLE-DATE
               DISPLAY 'PREDECESSOR = ', CYCQ-PREDECESSOR,
                       ' STATUS ', CYCQ-PRED-STATUS
               DISPLAY 'RERUN THIS STEP ONCE THE PREDECESSOR ENDS'
               DISPLAY 'COMPLETE - SEE THE EMPCYC10 STATUS BOARD'
               MOVE  'BLOCKED'  TO  CYCQ-STATUS
               MOVE  8          TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  TITLE-RUN-DATE.

           PERFORM P0300-LOAD-EXTRACT-TABLE.

           IF  W-STMT-YEAR  =  ZERO
               MOVE  W-EXT-CYCLE-DATE(1:4)  TO  W-CYCLE-YEAR
               COMPUTE  W-STMT-YEAR  =  W-CYCLE-YEAR  -  1
           END-IF.
           DISPLAY 'STATEMENT YEAR ', W-STMT-YEAR-X.

           PERFORM P0100-LOAD-SALARY-CHANGES.
           PERFORM P0200-LOAD-LOCATION-TABLE.
           PERFORM P0250-READ-RUN-SUMMARY.

           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           INITIALIZE  W-REG-INFO-LINE.
           MOVE  'STATEMENT YEAR'  TO  RGI-LABEL.
           MOVE  W-STMT-YEAR-X     TO  RGI-VALUE.
           WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE.
           INITIALIZE  W-REG-INFO-LINE.
           MOVE  'EXTRACT CYCLE DATE'  TO  RGI-LABEL.
           MOVE  W-EXT-CYCLE-DATE      TO  RGI-VALUE.
           WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE.
           WRITE REPORT-RECORD  FROM  W-TCS-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-REG-HEADER1.
           WRITE REPORT-RECORD  FROM  W-REG-HEADER2.

           PERFORM P0400-WRITE-ONE-DEPARTMENT
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT.

           PERFORM P0600-PRINT-CONTROL-TOTALS.

           DISPLAY 'TOTAL EXTRACT RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'TOTAL EHST0010 RECORDS READ'  A-EHST-RECORDS-READ.
           DISPLAY 'TOTAL SALARY CHANGES LOADED'  W-CHG-COUNT.
           DISPLAY 'TOTAL STATEMENTS PRODUCED '  A-STATEMENTS-WRITTEN.

           CLOSE STMT-FILE.
           CLOSE REPORT-FILE.

           IF  NOT  COMP-IN-BALANCE  AND
               NOT  TIE-NOT-APPLICABLE
               MOVE  4  TO  RETURN-CODE
           END-IF.

           MOVE  RETURN-CODE  TO  CYCQ-STEP-RC.
           MOVE  'COMPLETE'   TO  CYCQ-STATUS.
           PERFORM P0008-LOG-CYCLE-EVENT.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   C H E C K   T H E   C Y C L E   I S   R E A D Y              *
      *****************************************************************
       P0005-CHECK-CYCLE-READY.

      *    THE STEP RUNS ONLY AGAINST A CYCLE WHOSE EXTRACT FINISHED -
      *    CYCLCTL FINDS THE LATEST CYCLE OPENED ON CYCL0010 AND THE
      *    PREDECESSOR'S LAST EVENT IN IT
           INITIALIZE  W-CYCQ-AREA.
           MOVE  'CHECK'              TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM           TO  CYCQ-PROGRAM.
           MOVE  C-CYCLE-PREDECESSOR  TO  CYCQ-PREDECESSOR.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

           IF  CYCQ-OK
               MOVE  'STARTED'  TO  CYCQ-STATUS
               MOVE  ZERO       TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
           ELSE
               MOVE  'Y'               TO  W-CYCLE-BLOCKED-SW
               IF  CYCQ-ALREADY-RUN
                   MOVE  'ALREADY RUN FOR CYCLE'  TO  CYCQ-NOTE
               ELSE
                   MOVE  CYCQ-PREDECESSOR  TO  CYCQ-NOTE(1:8)
                   MOVE  CYCQ-PRED-STATUS  TO  CYCQ-NOTE(10:8)
               END-IF
           END-IF.
      /
      *****************************************************************
      *   R E C O R D   T H E   S T E P   O N   C Y C L 0 0 1 0        *
      *****************************************************************
       P0008-LOG-CYCLE-EVENT.

           MOVE  'LOG'       TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM  TO  CYCQ-PROGRAM.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

      *    A LOST EVENT IS REPORTED BUT DOES NOT FAIL THE RUN - A LOST
      *    COMPLETE ONLY SHOWS THE STEP AS RUNNING ON THE STATUS BOARD
           IF  NOT  CYCQ-OK
               DISPLAY 'WARNING - CYCL0010 ', CYCQ-STATUS,
                       ' EVENT NOT RECORDED'
           END-IF.

      *    THE CALL HANDS BACK CYCLCTL'S RETURN-CODE - PUT THE STEP'S
      *    OWN BACK
           MOVE  CYCQ-STEP-RC  TO  RETURN-CODE.
      /
      *****************************************************************
      *   A C C E P T   T H E   S T A T E M E N T   Y E A R            *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-TCS-PARM-CARD.
           ACCEPT  W-TCS-PARM-CARD  FROM  SYSIN.

      *    BLANK LEAVES THE YEAR AT ZERO - IT IS TAKEN FROM THE
      *    EXTRACT CYCLE DATE ONCE THE EXTRACT IS LOADED
           IF  TCP-YEAR  NOT =  SPACES
               IF  TCP-YEAR  NUMERIC  AND
                   TCP-YEAR-N  >  1900
                   MOVE  TCP-YEAR-N  TO  W-STMT-YEAR
               ELSE
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   Y E A R ' S   S A L A R Y   C H A N G E S  *
      *****************************************************************
       P0100-LOAD-SALARY-CHANGES.

           OPEN INPUT EHST-FILE.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'OPEN EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0100-LOAD-SALARY-CHANGES'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8010-READ-EHST-FILE.
           PERFORM P0110-STORE-ONE-CHANGE UNTIL EHST-EOF.

           CLOSE EHST-FILE.
      /
       P0110-STORE-ONE-CHANGE.

           IF  EHST-FIELD  =  'SALARY'  AND
               EHST-TIMESTAMP(1:4)  =  W-STMT-YEAR-X
               IF  W-CHG-COUNT  >=  C-MAX-CHG-ENTRIES
                   DISPLAY 'P0110 SALARY HISTORY OVERFLOWS TABLE'
                   MOVE  'P0110-STORE-ONE-CHANGE'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-CHG-COUNT  =  W-CHG-COUNT  +  1
               MOVE  EHST-EMPNO            TO  CHG-EMPNO(W-CHG-COUNT)
               MOVE  EHST-TIMESTAMP(1:10)  TO  CHG-DATE(W-CHG-COUNT)
               MOVE  EHST-OLD-VALUE(1:13)
                     TO  CHG-OLD-VALUE(W-CHG-COUNT)
               MOVE  EHST-NEW-VALUE(1:13)
                     TO  CHG-NEW-VALUE(W-CHG-COUNT)
               MOVE  EHST-PROGRAM          TO  CHG-PROGRAM(W-CHG-COUNT)
           END-IF.

           PERFORM P8010-READ-EHST-FILE.
      /
      *****************************************************************
      *   L O A D   T H E   D E P A R T M E N T   L O C A T I O N S    *
      *****************************************************************
       P0200-LOAD-LOCATION-TABLE.

           PERFORM P5000-OPEN-DEPT-LOC.

           IF  SQLCODE  =  DB2-OK
               PERFORM  P5020-FETCH-DEPT-LOC
               PERFORM P0210-STORE-ONE-LOCATION UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5010-CLOSE-DEPT-LOC
           END-IF.
      /
       P0210-STORE-ONE-LOCATION.

           IF  SQLCODE  =  DB2-OK

                   IF  W-LOC-COUNT  >=  C-MAX-DEPT-ENTRIES
                       DISPLAY 'P0210 DEPT TABLE OVERFLOWS'
                       MOVE  'P0210-STORE-ONE-LOCATION'
                             TO  W-ERR-PARAGRAPH
                       MOVE  'F'  TO  W-ABEND-CAUSE-SW
                       PERFORM P9999-ABEND-PGM
                   END-IF
                   COMPUTE  W-LOC-COUNT  =  W-LOC-COUNT  +  1
                   MOVE  DEPTNO  TO  LOC-DEPTNO(W-LOC-COUNT)
                   MOVE  DEPTNAME-TEXT(1:DEPTNAME-LEN)
                         TO  LOC-DEPT-NAME(W-LOC-COUNT)
                   IF  NULL_IND(3)  <  ZERO
                       MOVE  'NOT RECORDED'
                             TO  LOC-LOCATION(W-LOC-COUNT)
                   ELSE
                       MOVE  LOCATION  TO  LOC-LOCATION(W-LOC-COUNT)
                   END-IF
           ELSE
               IF  SQLCODE  =  DB2-END-OF-TABLE
                   NEXT SENTENCE
               ELSE
                   DISPLAY 'P210 STORE ONE LOCATION'
                   DISPLAY 'SQLCODE = ', SQLCODE.

           PERFORM P5020-FETCH-DEPT-LOC.
      /
      *****************************************************************
      *   F I N D   T H E   D B 2 C B L E X   C O M P   T O T A L      *
      *****************************************************************
       P0250-READ-RUN-SUMMARY.

      *    A MISSING RUN SUMMARY DOES NOT STOP THE STATEMENTS - THE
      *    REGISTER SHOWS THEM AS NOT TIED AND THE STEP ENDS RC=4
           OPEN INPUT RSUM-FILE.
           IF  WS-RSUM-STATUS  NOT =  '00'
               DISPLAY 'RSUM0010 NOT AVAILABLE - STATUS ',
                       WS-RSUM-STATUS
               MOVE  'Y'  TO  W-RSUM-EOF-SW
           ELSE
               PERFORM P8020-READ-RSUM-FILE
               PERFORM P0260-CHECK-ONE-SUMMARY-LINE UNTIL RSUM-EOF
               CLOSE RSUM-FILE
           END-IF.

      *    THE SUMMARY IS DATED WITH DB2CBLEX'S RUN DATE, WHICH IS THE
      *    CYCLE DATE IT STAMPS ON THE EXTRACT HEADER
           IF  RSUM-COMP-FOUND  AND
               W-RSUM-RUN-DATE  NOT =  W-EXT-CYCLE-DATE
               DISPLAY 'RSUM0010 IS FROM ANOTHER CYCLE - RUN DATE ',
                       W-RSUM-RUN-DATE
               MOVE  'N'  TO  W-RSUM-FOUND-SW
           END-IF.

      *    A DEPARTMENT OR DELTA RUN TOTALS ONLY THE ROWS IT SELECTED,
      *    WHILE THE STATEMENTS COVER EVERY EMPLOYEE ON THE EXTRACT
           IF  RSUM-COMP-FOUND
               IF  W-RSUM-MODE      NOT =  'FULL EXTRACT'  OR
                   W-RSUM-WORKDEPT  NOT =  'ALL DEPARTMENTS'
                   DISPLAY 'RSUM0010 IS NOT A FULL EXTRACT - ',
                           W-RSUM-MODE
                   DISPLAY 'RSUM0010 PARM WORKDEPT - ',
                           W-RSUM-WORKDEPT
                   MOVE  'Y'  TO  W-TIE-SKIPPED-SW
               END-IF
           END-IF.
      /
       P0260-CHECK-ONE-SUMMARY-LINE.

           IF  RSUM-RECORD(1:5)   =  '*****'  AND
               RSUM-RECORD(36:10) =  'RUN DATE: '
               MOVE  RSUM-RECORD    TO  W-RSUM-TITLE
               MOVE  RSUM-RUN-DATE  TO  W-RSUM-RUN-DATE
           END-IF.

      *    RSUM0010 HOLDS ONE RUN'S SUMMARY - DB2CBLEX OPENS IT
      *    OUTPUT, SO A RERUN REPLACES IT
           MOVE  RSUM-RECORD  TO  W-RSUM-TEXT-LINE.
           IF  RST-LABEL  =  'EXTRACT MODE'
               MOVE  RST-TEXT  TO  W-RSUM-MODE
           END-IF.
           IF  RST-LABEL  =  'PARM WORKDEPT'
               MOVE  RST-TEXT  TO  W-RSUM-WORKDEPT
           END-IF.

           IF  RSUM-RECORD(1:30)  =  'GRAND TOTAL COMP'
               MOVE  RSUM-RECORD  TO  W-RSUM-AMOUNT-LINE
               MOVE  RSA-AMOUNT   TO  W-RSUM-COMP-TOTAL
               MOVE  'Y'          TO  W-RSUM-FOUND-SW
           END-IF.

           PERFORM P8020-READ-RSUM-FILE.
      /
      *****************************************************************
      *   L O A D   T H E   M A S T E R   E X T R A C T                *
      *****************************************************************
       P0300-LOAD-EXTRACT-TABLE.

           OPEN INPUT EXTI-FILE.

           PERFORM P8000-READ-EXTI-FILE.
           PERFORM P0310-STORE-EXT-RECORD UNTIL EXTI-EOF.

           CLOSE EXTI-FILE.

           PERFORM P0360-VERIFY-EXTRACT.
      /
       P0310-STORE-EXT-RECORD.

           EVALUATE  W-EXT-RECORD(1:3)
               WHEN  'HDR'
                   MOVE  W-EXT-RECORD        TO  W-EXT-HEADER
                   MOVE  EXT-HDR-CYCLE-DATE  TO  W-EXT-CYCLE-DATE
                   MOVE  'Y'  TO  W-EXT-HDR-SEEN-SW
               WHEN  'TRL'
                   MOVE  W-EXT-RECORD        TO  W-EXT-TRAILER
                   MOVE  EXT-TRL-RECORD-COUNT  TO  W-EXT-TRL-COUNT
                   MOVE  EXT-TRL-HASH-SALARY   TO  W-EXT-TRL-HASH
                   MOVE  'Y'  TO  W-EXT-TRL-SEEN-SW
               WHEN  OTHER
                   PERFORM P0315-STORE-ONE-DETAIL
           END-EVALUATE.

           PERFORM P8000-READ-EXTI-FILE.
      /
       P0315-STORE-ONE-DETAIL.

           IF  W-EMP-COUNT  >=  C-MAX-EMP-ENTRIES
               DISPLAY 'P0315 EXTRACT OVERFLOWS TABLE'
               MOVE  'P0315-STORE-ONE-DETAIL'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           ADD  1           TO  W-EXT-DETAIL-COUNT.
           ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY.

           COMPUTE  W-EMP-COUNT  =  W-EMP-COUNT  +  1.
           MOVE  EXT-EMPNO        TO  EMP-EMPNO(W-EMP-COUNT).
           MOVE  EXT-WORK-DEPT    TO  EMP-WORK-DEPT(W-EMP-COUNT).
           MOVE  EXT-LAST-NAME    TO  EMP-LAST-NAME(W-EMP-COUNT).
           MOVE  EXT-FIRST-NAME   TO  EMP-FIRST-NAME(W-EMP-COUNT).
           MOVE  EXT-MID-INIT     TO  EMP-MID-INIT(W-EMP-COUNT).
           MOVE  EXT-JOB          TO  EMP-JOB(W-EMP-COUNT).
           MOVE  EXT-HIRE-DATE    TO  EMP-HIRE-DATE(W-EMP-COUNT).
           MOVE  EXT-DEPT-NAME    TO  EMP-DEPT-NAME(W-EMP-COUNT).
           MOVE  EXT-SALARY       TO  EMP-SALARY(W-EMP-COUNT).
           MOVE  EXT-BONUS        TO  EMP-BONUS(W-EMP-COUNT).
           MOVE  EXT-COMM         TO  EMP-COMM(W-EMP-COUNT).
           MOVE  EXT-TOTAL-COMP   TO  EMP-TOTAL-COMP(W-EMP-COUNT).

           MOVE  EXT-WORK-DEPT  TO  W-LIST-VALUE-X3.
           PERFORM P0330-REGISTER-DEPT.
      /
      *****************************************************************
      *   K E E P   T H E   D E P T   L I S T   S O R T E D            *
      *****************************************************************
       P0330-REGISTER-DEPT.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0335-SCAN-ONE-DEPT
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-DEPT-COUNT
                  OR   W-FOUND-SUB > ZERO.

           IF  W-FOUND-SUB  =  ZERO
               IF  W-DEPT-COUNT  >=  C-MAX-DEPT-ENTRIES
                   DISPLAY 'P0330 DEPT LIST OVERFLOWS TABLE'
                   MOVE  'P0330-REGISTER-DEPT'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-DEPT-COUNT  =  W-DEPT-COUNT  +  1
               MOVE  W-DEPT-COUNT  TO  W-LST-SUB
               PERFORM P0338-SHIFT-ONE-DEPT
                   UNTIL  W-LST-SUB  =  1
                      OR  DLS-WORK-DEPT(W-LST-SUB - 1)  <
                          W-LIST-VALUE-X3
               MOVE  W-LIST-VALUE-X3  TO  DLS-WORK-DEPT(W-LST-SUB)
           END-IF.
      /
       P0335-SCAN-ONE-DEPT.

           IF  DLS-WORK-DEPT(W-LST-SUB)  =  W-LIST-VALUE-X3
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0338-SHIFT-ONE-DEPT.

           MOVE  DLS-WORK-DEPT(W-LST-SUB - 1)
                 TO  DLS-WORK-DEPT(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
      *****************************************************************
      *   V E R I F Y   T H E   E X T R A C T   H A N D S H A K E      *
      *****************************************************************
       P0360-VERIFY-EXTRACT.

           IF  NOT  EXT-HDR-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO HDR RECORD'
               DISPLAY 'THE FILE IS NOT A COMPLETE EXTO0010'
               DISPLAY 'GENERATION - RERUN DB2CBLEX'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  NOT  EXT-TRL-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO TRL RECORD'
               DISPLAY 'THE EXTRACT WAS CUT SHORT - RERUN DB2CBLEX'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-EXT-DETAIL-COUNT  NOT =  W-EXT-TRL-COUNT
               DISPLAY 'EXTI0010 FAILED VERIFICATION - RECORD COUNT'
               DISPLAY 'TRAILER COUNT = ', W-EXT-TRL-COUNT
               DISPLAY 'DETAILS READ  = ', W-EXT-DETAIL-COUNT
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-EXT-HASH-SALARY  NOT =  W-EXT-TRL-HASH
               DISPLAY 'EXTI0010 FAILED VERIFICATION - SALARY HASH'
               DISPLAY 'TRAILER HASH  = ', W-EXT-TRL-HASH
               DISPLAY 'COMPUTED HASH = ', W-EXT-HASH-SALARY
               PERFORM P9998-VERIFY-ABEND
           END-IF.

      *    THE GENERATION MUST BELONG TO THE CYCLE THE GATE CLEARED -
      *    AN OLDER EXTRACT LEFT ALLOCATED BEHIND A COMPLETED CYCLE
      *    WOULD OTHERWISE STATE THE WRONG PAY
           IF  W-EXT-CYCLE-DATE  NOT =  CYCQ-CYCLE-DATE
               DISPLAY 'EXTI0010 FAILED VERIFICATION - CYCLE CONTROL'
               DISPLAY 'EXTRACT CYCLE DATE = ', W-EXT-CYCLE-DATE
               DISPLAY 'CONTROLLED CYCLE   = ', CYCQ-CYCLE-DATE
               DISPLAY 'CHECK THE GENERATION ALLOCATED TO THE STEP'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           DISPLAY 'EXTI0010 VERIFIED - CYCLE DATE ',
                   W-EXT-CYCLE-DATE.
      /
      *****************************************************************
      *   D E P A R T M E N T   S T A T E M E N T S                    *
      *****************************************************************
       P0400-WRITE-ONE-DEPARTMENT.

           MOVE  ZERO  TO  W-DEPT-STATEMENTS.
           MOVE  ZERO  TO  W-DEPT-TOTAL-COMP.

           PERFORM P0410-FIND-LOCATION.

           WRITE STMT-RECORD  FROM  W-TCS-SEPARATOR.

           INITIALIZE  W-TCS-COVER1.
           MOVE  DLS-WORK-DEPT(W-DPT-SUB)  TO  TC1-WORK-DEPT.
           IF  W-FOUND-SUB  >  ZERO
               MOVE  LOC-DEPT-NAME(W-FOUND-SUB)  TO  TC1-DEPT-NAME
           ELSE
               MOVE  '*** NOT ON DSN8110.DEPT ***'
                                                 TO  TC1-DEPT-NAME
           END-IF.
           WRITE STMT-RECORD  FROM  W-TCS-COVER1.

           INITIALIZE  W-TCS-COVER2.
           IF  W-FOUND-SUB  >  ZERO
               MOVE  LOC-LOCATION(W-FOUND-SUB)  TO  TC2-LOCATION
           ELSE
               MOVE  '*** UNKNOWN ***'           TO  TC2-LOCATION
           END-IF.
           WRITE STMT-RECORD  FROM  W-TCS-COVER2.

           INITIALIZE  W-TCS-COVER3.
           MOVE  W-STMT-YEAR-X     TO  TC3-YEAR.
           MOVE  W-EXT-CYCLE-DATE  TO  TC3-CYCLE-DATE.
           WRITE STMT-RECORD  FROM  W-TCS-COVER3.

           PERFORM P0420-WRITE-ONE-STATEMENT
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           PERFORM P0480-WRITE-REGISTER-LINE.
      /
       P0410-FIND-LOCATION.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0415-MATCH-ONE-LOCATION
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-LOC-COUNT
                  OR   W-FOUND-SUB > ZERO.
      /
       P0415-MATCH-ONE-LOCATION.

           IF  LOC-DEPTNO(W-LST-SUB)  =  DLS-WORK-DEPT(W-DPT-SUB)
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      *****************************************************************
      *   W R I T E   O N E   E M P L O Y E E   S T A T E M E N T      *
      *****************************************************************
       P0420-WRITE-ONE-STATEMENT.

           IF  EMP-WORK-DEPT(W-EMP-SUB)  =
               DLS-WORK-DEPT(W-DPT-SUB)

               WRITE STMT-RECORD  FROM  W-TCS-SEPARATOR

               INITIALIZE  W-TCS-TITLE
               MOVE  W-STMT-YEAR-X  TO  TCT-YEAR
               WRITE STMT-RECORD  FROM  W-TCS-TITLE
               WRITE STMT-RECORD  FROM  W-TCS-BLANK-LINE

               PERFORM P0425-FORMAT-NAME
               INITIALIZE  W-TCS-NAME-LINE
               MOVE  W-NAME-WORK           TO  TCN-NAME
               MOVE  EMP-EMPNO(W-EMP-SUB)  TO  TCN-EMPNO
               WRITE STMT-RECORD  FROM  W-TCS-NAME-LINE

               INITIALIZE  W-TCS-DEPT-LINE
               MOVE  EMP-WORK-DEPT(W-EMP-SUB)  TO  TCD-WORK-DEPT
               MOVE  EMP-DEPT-NAME(W-EMP-SUB)  TO  TCD-DEPT-NAME
               WRITE STMT-RECORD  FROM  W-TCS-DEPT-LINE

               INITIALIZE  W-TCS-LOCATION-LINE
               IF  W-FOUND-SUB  >  ZERO
                   MOVE  LOC-LOCATION(W-FOUND-SUB)  TO  TCL-LOCATION
               ELSE
                   MOVE  'NOT RECORDED'             TO  TCL-LOCATION
               END-IF
               MOVE  EMP-JOB(W-EMP-SUB)  TO  TCL-JOB
               WRITE STMT-RECORD  FROM  W-TCS-LOCATION-LINE

               PERFORM P0430-COMPUTE-SERVICE
               INITIALIZE  W-TCS-SERVICE-LINE
               MOVE  EMP-HIRE-DATE(W-EMP-SUB)  TO  TCV-HIRE-DATE
               MOVE  W-SERVICE-YEARS           TO  TCV-YEARS
               WRITE STMT-RECORD  FROM  W-TCS-SERVICE-LINE
               WRITE STMT-RECORD  FROM  W-TCS-BLANK-LINE

               PERFORM P0440-WRITE-COMPENSATION
               PERFORM P0450-WRITE-SALARY-CHANGES

               WRITE STMT-RECORD  FROM  W-TCS-BLANK-LINE
               INITIALIZE  W-TCS-FOOTER
               MOVE  W-EXT-CYCLE-DATE  TO  TCF-CYCLE-DATE
               WRITE STMT-RECORD  FROM  W-TCS-FOOTER

               ADD  1                            TO  W-DEPT-STATEMENTS
               ADD  EMP-TOTAL-COMP(W-EMP-SUB)    TO  W-DEPT-TOTAL-COMP
               COMPUTE  A-STATEMENTS-WRITTEN  =
                        A-STATEMENTS-WRITTEN  +  1
           END-IF.
      /
       P0425-FORMAT-NAME.

           MOVE  SPACES  TO  W-NAME-WORK.
           IF  EMP-MID-INIT(W-EMP-SUB)  =  SPACE
               STRING  EMP-FIRST-NAME(W-EMP-SUB)  DELIMITED BY '  '
                       ' '                        DELIMITED BY SIZE
                       EMP-LAST-NAME(W-EMP-SUB)   DELIMITED BY '  '
                       INTO W-NAME-WORK
           ELSE
               STRING  EMP-FIRST-NAME(W-EMP-SUB)  DELIMITED BY '  '
                       ' '                        DELIMITED BY SIZE
                       EMP-MID-INIT(W-EMP-SUB)    DELIMITED BY SIZE
                       '. '                       DELIMITED BY SIZE
                       EMP-LAST-NAME(W-EMP-SUB)   DELIMITED BY '  '
                       INTO W-NAME-WORK
           END-IF.
      /
       P0430-COMPUTE-SERVICE.

      *    COMPLETED YEARS AT THE STATEMENT YEAR END - A HIRE AFTER
      *    THE YEAR, OR A HIRE DATE THAT IS NOT A DATE, SHOWS ZERO
           MOVE  ZERO  TO  W-SERVICE-YEARS.
           IF  EMP-HIRE-DATE(W-EMP-SUB)(1:4)  NUMERIC
               MOVE  EMP-HIRE-DATE(W-EMP-SUB)(1:4)  TO  W-HIRE-YEAR
               IF  W-HIRE-YEAR  <  W-STMT-YEAR
                   COMPUTE  W-SERVICE-YEARS  =
                            W-STMT-YEAR  -  W-HIRE-YEAR
               END-IF
           END-IF.
      /
       P0440-WRITE-COMPENSATION.

           INITIALIZE  W-TCS-TEXT-LINE.
           MOVE  'YOUR COMPENSATION'  TO  TCX-TEXT.
           WRITE STMT-RECORD  FROM  W-TCS-TEXT-LINE.

           INITIALIZE  W-TCS-AMOUNT-LINE.
           MOVE  'BASE SALARY'            TO  TCA-LABEL.
           MOVE  EMP-SALARY(W-EMP-SUB)    TO  TCA-AMOUNT.
           WRITE STMT-RECORD  FROM  W-TCS-AMOUNT-LINE.

           INITIALIZE  W-TCS-AMOUNT-LINE.
           MOVE  'BONUS'                  TO  TCA-LABEL.
           MOVE  EMP-BONUS(W-EMP-SUB)     TO  TCA-AMOUNT.
           WRITE STMT-RECORD  FROM  W-TCS-AMOUNT-LINE.

           INITIALIZE  W-TCS-AMOUNT-LINE.
           MOVE  'COMMISSION'             TO  TCA-LABEL.
           MOVE  EMP-COMM(W-EMP-SUB)      TO  TCA-AMOUNT.
           WRITE STMT-RECORD  FROM  W-TCS-AMOUNT-LINE.

           WRITE STMT-RECORD  FROM  W-TCS-RULE-LINE.

           INITIALIZE  W-TCS-AMOUNT-LINE.
           MOVE  'TOTAL COMPENSATION'         TO  TCA-LABEL.
           MOVE  EMP-TOTAL-COMP(W-EMP-SUB)    TO  TCA-AMOUNT.
           WRITE STMT-RECORD  FROM  W-TCS-AMOUNT-LINE.
           WRITE STMT-RECORD  FROM  W-TCS-BLANK-LINE.
      /
      *****************************************************************
      *   L I S T   T H E   Y E A R ' S   S A L A R Y   C H A N G E S  *
      *****************************************************************
       P0450-WRITE-SALARY-CHANGES.

           INITIALIZE  W-TCS-TEXT-LINE.
           STRING  'SALARY CHANGES DURING '  DELIMITED BY SIZE
                   W-STMT-YEAR-X             DELIMITED BY SIZE
                   INTO TCX-TEXT.
           WRITE STMT-RECORD  FROM  W-TCS-TEXT-LINE.

           MOVE  ZERO  TO  W-EMP-CHANGES.
           PERFORM P0455-WRITE-ONE-CHANGE
               VARYING W-CHG-SUB FROM 1 BY 1
               UNTIL   W-CHG-SUB > W-CHG-COUNT.

           IF  W-EMP-CHANGES  =  ZERO
               INITIALIZE  W-TCS-TEXT-LINE
               MOVE  '    NO SALARY CHANGES DURING THE YEAR'
                     TO  TCX-TEXT
               WRITE STMT-RECORD  FROM  W-TCS-TEXT-LINE
           END-IF.
      /
       P0455-WRITE-ONE-CHANGE.

           IF  CHG-EMPNO(W-CHG-SUB)  =  EMP-EMPNO(W-EMP-SUB)
               IF  W-EMP-CHANGES  =  ZERO
                   WRITE STMT-RECORD  FROM  W-TCS-CHG-HEADER1
                   WRITE STMT-RECORD  FROM  W-TCS-CHG-HEADER2
               END-IF
               ADD  1  TO  W-EMP-CHANGES
               ADD  1  TO  A-CHANGES-PRINTED

               INITIALIZE  W-TCS-CHG-DETAIL
               MOVE  CHG-DATE(W-CHG-SUB)       TO  TCC-DATE
               MOVE  CHG-OLD-VALUE(W-CHG-SUB)  TO  TCC-OLD-SALARY
               MOVE  CHG-NEW-VALUE(W-CHG-SUB)  TO  TCC-NEW-SALARY

      *        THE HISTORY HOLDS THE EDITED FORM - A NULL SIDE HAS NO
      *        AMOUNT, SO THE CHANGE COLUMN IS LEFT BLANK
               IF  CHG-OLD-VALUE(W-CHG-SUB)  NOT =  '*NULL*'  AND
                   CHG-NEW-VALUE(W-CHG-SUB)  NOT =  '*NULL*'
                   MOVE  CHG-OLD-VALUE(W-CHG-SUB)  TO  W-HIST-EDIT-VALUE
                   MOVE  W-HIST-EDIT-VALUE         TO  W-OLD-SALARY
                   MOVE  CHG-NEW-VALUE(W-CHG-SUB)  TO  W-HIST-EDIT-VALUE
                   MOVE  W-HIST-EDIT-VALUE         TO  W-NEW-SALARY
                   COMPUTE  TCC-CHANGE  =  W-NEW-SALARY  -  W-OLD-SALARY
               END-IF

               EVALUATE  CHG-PROGRAM(W-CHG-SUB)
                   WHEN  'DB2CBLMR'
                       MOVE  'MERIT INCREASE'  TO  TCC-TYPE
                   WHEN  'DB2CBLEM'
                       MOVE  'SALARY CHANGE'   TO  TCC-TYPE
                   WHEN  'DB2CBLCA'
                       MOVE  'CORRECTION'      TO  TCC-TYPE
                   WHEN  'DB2CBLBO'
                       MOVE  'REVERSAL'        TO  TCC-TYPE
                   WHEN  OTHER
                       MOVE  'ADJUSTMENT'      TO  TCC-TYPE
               END-EVALUATE

               WRITE STMT-RECORD  FROM  W-TCS-CHG-DETAIL
           END-IF.
      /
       P0480-WRITE-REGISTER-LINE.

           INITIALIZE  W-REG-LINE.
           MOVE  DLS-WORK-DEPT(W-DPT-SUB)  TO  REG-WORK-DEPT.
           IF  W-FOUND-SUB  >  ZERO
               MOVE  LOC-DEPT-NAME(W-FOUND-SUB)  TO  REG-DEPT-NAME
               MOVE  LOC-LOCATION(W-FOUND-SUB)   TO  REG-LOCATION
           ELSE
               MOVE  '*** NOT ON DSN8110.DEPT ***'
                                                 TO  REG-DEPT-NAME
               MOVE  '*** UNKNOWN ***'           TO  REG-LOCATION
           END-IF.
           MOVE  W-DEPT-STATEMENTS         TO  REG-STATEMENTS.
           MOVE  W-DEPT-TOTAL-COMP         TO  REG-TOTAL-COMP.

           WRITE REPORT-RECORD  FROM  W-REG-LINE.

           ADD  W-DEPT-TOTAL-COMP  TO  A-STATEMENT-COMP.
           COMPUTE  A-DEPTS-WRITTEN  =  A-DEPTS-WRITTEN  +  1.
      /
      *****************************************************************
      *   C O N T R O L   T O T A L S   A N D   T I E - O U T          *
      *****************************************************************
       P0600-PRINT-CONTROL-TOTALS.

           WRITE REPORT-RECORD  FROM  W-TCS-BLANK-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'DEPARTMENTS'           TO  SCL-LABEL.
           MOVE  A-DEPTS-WRITTEN         TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'STATEMENTS PRODUCED'   TO  SCL-LABEL.
           MOVE  A-STATEMENTS-WRITTEN    TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EXTRACT TRAILER COUNT' TO  SCL-LABEL.
           MOVE  W-EXT-TRL-COUNT         TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'SALARY CHANGES LISTED' TO  SCL-LABEL.
           MOVE  A-CHANGES-PRINTED       TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           WRITE REPORT-RECORD  FROM  W-TCS-BLANK-LINE.

           INITIALIZE  W-SECTION-AMOUNT-LINE.
           MOVE  'TOTAL COMP ON STATEMENTS'  TO  SAL-LABEL.
           MOVE  A-STATEMENT-COMP            TO  SAL-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-AMOUNT-LINE.

           EVALUATE  TRUE
               WHEN  TIE-NOT-APPLICABLE
                   INITIALIZE  W-REG-INFO-LINE
                   MOVE  'DB2CBLEX EXTRACT MODE'   TO  RGI-LABEL
                   MOVE  W-RSUM-MODE               TO  RGI-VALUE
                   WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE
                   INITIALIZE  W-REG-INFO-LINE
                   MOVE  'DB2CBLEX PARM WORKDEPT'  TO  RGI-LABEL
                   MOVE  W-RSUM-WORKDEPT           TO  RGI-VALUE
                   WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE
                   INITIALIZE  W-REG-INFO-LINE
                   MOVE  'TIE-OUT TO DB2CBLEX'     TO  RGI-LABEL
                   MOVE  'NOT TIED - RSUM0010 NOT A FULL EXTRACT'
                                                   TO  RGI-VALUE
                   WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE

               WHEN  RSUM-COMP-FOUND
                   INITIALIZE  W-SECTION-AMOUNT-LINE
                   MOVE  'DB2CBLEX GRAND TOTAL COMP'  TO  SAL-LABEL
                   MOVE  W-RSUM-COMP-TOTAL            TO  SAL-AMOUNT
                   WRITE REPORT-RECORD  FROM  W-SECTION-AMOUNT-LINE

                   COMPUTE  W-COMP-DIFFERENCE  =
                            A-STATEMENT-COMP  -  W-RSUM-COMP-TOTAL
                   INITIALIZE  W-SECTION-AMOUNT-LINE
                   MOVE  'DIFFERENCE'                 TO  SAL-LABEL
                   MOVE  W-COMP-DIFFERENCE            TO  SAL-AMOUNT
                   WRITE REPORT-RECORD  FROM  W-SECTION-AMOUNT-LINE

      *            EVERY EMPLOYEE ON THE EXTRACT MUST HAVE A STATEMENT
      *            AS WELL AS THE MONEY AGREEING
                   INITIALIZE  W-REG-INFO-LINE
                   MOVE  'TIE-OUT TO DB2CBLEX'  TO  RGI-LABEL
                   IF  W-COMP-DIFFERENCE  =  ZERO  AND
                       A-STATEMENTS-WRITTEN  =  W-EXT-TRL-COUNT
                       MOVE  'Y'                TO  W-BALANCE-SW
                       MOVE  'IN BALANCE'       TO  RGI-VALUE
                   ELSE
                       MOVE  'OUT OF BALANCE'   TO  RGI-VALUE
                   END-IF
                   WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE

               WHEN  OTHER
                   INITIALIZE  W-REG-INFO-LINE
                   MOVE  'TIE-OUT TO DB2CBLEX'  TO  RGI-LABEL
                   MOVE  'NOT TIED - NO RSUM0010 TOTAL'
                                                TO  RGI-VALUE
                   WRITE REPORT-RECORD  FROM  W-REG-INFO-LINE
           END-EVALUATE.

           DISPLAY 'TIE-OUT TO DB2CBLEX       '  RGI-VALUE.
      /
      ******************************************************************
      *      O P E N  D E P T / L O C A T I O N  C U R S O R           *
      ******************************************************************
       P5000-OPEN-DEPT-LOC.

             EXEC SQL
               OPEN DEPT_LOC
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT LOC'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-DEPT-LOC'
                 MOVE  'P5000-OPEN-DEPT-LOC'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  D E P T / L O C A T I O N  C U R S O R         *
      ******************************************************************
       P5010-CLOSE-DEPT-LOC.

             EXEC SQL
               CLOSE DEPT_LOC
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-DEPT-LOC'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5010-CLOSE-DEPT-LOC'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  D E P T / L O C A T I O N  D A T A             *
      ******************************************************************
       P5020-FETCH-DEPT-LOC.

           INITIALIZE DCLDEPT.

           EXEC SQL
              FETCH DEPT_LOC

              INTO  :DCLDEPT.DEPTNO,
                    :DCLDEPT.DEPTNAME,
                    :DCLDEPT.LOCATION

              INDICATOR :NULL_IND

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  NEXT SENTENCE
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLDEPT
                  ELSE
                      DISPLAY 'P5020 DEPT LOC FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5020-FETCH-DEPT-LOC'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   R E A D   N E X T   E X T R A C T   R E C O R D              *
      *****************************************************************
       P8000-READ-EXTI-FILE.

           READ EXTI-FILE INTO W-EXT-RECORD
               AT END
                   MOVE  'Y'  TO  W-EXTI-EOF-SW
               NOT AT END
                   COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   H I S T O R Y   R E C O R D              *
      *****************************************************************
       P8010-READ-EHST-FILE.

           READ EHST-FILE INTO W-EHST-RECORD
               AT END
                   MOVE  'Y'  TO  W-EHST-EOF-SW
               NOT AT END
                   COMPUTE  A-EHST-RECORDS-READ  =
                            A-EHST-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   R U N   S U M M A R Y   L I N E          *
      *****************************************************************
       P8020-READ-RSUM-FILE.

           READ RSUM-FILE
               AT END
                   MOVE  'Y'  TO  W-RSUM-EOF-SW
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  A  B A D  E X T R A C T               *
      *****************************************************************
       P9998-VERIFY-ABEND.

           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'EXTRACT FAILED VERIFY'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
      /
      *****************************************************************
      *          A B E N D  O N  U N E X P E C T E D  S Q L C O D E    *
      *****************************************************************
       P9999-ABEND-PGM.

      *    DB2DIAG IS ONLY MEANINGFUL WHEN A BAD SQLCODE CAUSED THE
      *    ABEND - A TABLE OVERFLOW WOULD HAND IT A STALE SQLCA
      *    AND MISDIRECT THE OPERATOR
           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  DEPTNO  TO  W-ERR-DEPTNO
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  W-ERR-PARAGRAPH  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
