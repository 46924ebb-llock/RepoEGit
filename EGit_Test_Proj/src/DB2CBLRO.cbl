      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CBLRO.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  DEPARTMENT REORGANIZATION RUN - MOVES EMPLOYEES BETWEEN
      *  DEPARTMENTS AND RETIRES EMPTIED DEPARTMENTS FROM ONE SMALL
      *  INSTRUCTION FILE, IN PLACE OF A DECK OF DB2CBLEM C CARDS FOR
      *  THE EMPLOYEES AND A SEPARATE DECK OF DB2CBLDM CARDS FOR THE
      *  DEPT ROWS.  BOTH SIDES GO IN TOGETHER, SO DB2CBLRA HAS
      *  NOTHING TO FIND THE NEXT MORNING.
      *
      *  THE CARDS ARE APPLIED IN THE ORDER READ, SO MOVES CHAIN - AN
      *  EMPLOYEE MOVED FROM D11 TO D21 BY ONE CARD IS MOVED AGAIN BY
      *  A LATER CARD FOR D21.  A RETIRE CARD IS CHECKED AGAINST THE
      *  DEPARTMENT AS IT STANDS AFTER ALL THE MOVES, WHEREVER IT
      *  FALLS IN THE FILE.
      *
      *  EVERY CARD IS EDITED BEFORE ANYTHING IS CHANGED:
      *    - A TARGET DEPARTMENT MUST BE ON DSN8110.DEPT, MUST HAVE AN
      *      ACCOUNT ON THE GLMAP010 MAPPING EMPGLD10 POSTS WITH, AND
      *      MUST NOT BE RETIRED IN THE SAME RUN
      *    - EVERY EMPLOYEE MOVED MUST LAND IN AN OPEN POSMAST
      *      POSITION (TARGET WORKDEPT AND JOB) WITH ROOM FOR ALL THE
      *      MOVERS, AS DB2CBLEM REQUIRES OF A SINGLE C CARD
      *    - A RETIRED DEPARTMENT MUST BE ON DSN8110.DEPT, MUST BE
      *      EMPTY ONCE THE MOVES ARE MADE AND MUST HAVE NO OTHER
      *      DEPARTMENT REPORTING TO IT (ADMRDEPT) THAT IS NOT ALSO
      *      RETIRED IN THE RUN
      *  ONE FAILED EDIT REFUSES THE WHOLE RUN - NOTHING IS APPLIED
      *  AND THE REPORT LISTS EVERY REASON SO THE FILE CAN BE FIXED
      *  AND RERUN.
      *
      *  IN APPLY MODE THE EMP UPDATES AND THE DEPT DELETES ARE ONE
      *  DB2 UNIT OF WORK WITH A SINGLE COMMIT AT THE END.  EACH EMP
      *  UPDATE IS QUALIFIED BY THE WORKDEPT READ AT THE START, SO A
      *  ROW CHANGED BY ANOTHER JOB IN THE MEANTIME ABENDS THE RUN.
      *  AN ABEND BEFORE THE COMMIT ROLLS BACK EVERY EMP AND DEPT
      *  CHANGE, SO NEITHER TABLE IS LEFT HALF REORGANIZED AND THE
      *  RUN CAN SIMPLY BE RESUBMITTED.  THE EHST0010 WORKDEPT
      *  HISTORY AND THE POSMAST CHANGES ARE NOT UNDER COMMIT CONTROL
      *  AND ARE ONLY WRITTEN ONCE THE COMMIT HAS BEEN TAKEN.
      *  RETIRED DEPARTMENTS HAVE NO EHST0010 RECORD (IT IS EMPLOYEE
      *  HISTORY) - THEY ARE LISTED ON THE REPORT.
      *
      *  AFTER THE COMMIT THE VACANT-SINCE DATE IS BROUGHT IN LINE ON
      *  EVERY POSITION A MOVER LEFT OR JOINED, AS DB2CBLEM DOES, AND
      *  EVERY OPEN POSITION OF A RETIRED DEPARTMENT IS CLOSED, AS
      *  EMPPSM10 DOES.
      *
      *  THE REPORT SHOWS THE CARDS WITH THE NUMBER OF EMPLOYEES EACH
      *  MOVED, EVERY EMPLOYEE MOVED, AND THE HEADCOUNT AND PAYROLL
      *  (SALARY + BONUS + COMM) OF EVERY DEPARTMENT BEFORE AND AFTER.
      *  A PREVIEW RUN EDITS EVERYTHING AND PRINTS THE SAME REPORT
      *  WITHOUT CHANGING ANYTHING.
      *
      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD:
      *                COL  1      RUN MODE:
      *                            P (OR BLANK/MISSING) - PREVIEW
      *                            A - APPLY THE REORGANIZATION
      *                ANY OTHER VALUE ENDS THE RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  RORG0010 - REORG INSTRUCTIONS, ONE PER CARD:
      *                COL  1      ACTION:
      *                            M - MOVE EVERYONE IN FROM-DEPT
      *                                TO TO-DEPT
      *                            J - MOVE EVERYONE IN FROM-DEPT
      *                                WITH THE JOB GIVEN TO TO-DEPT
      *                            R - RETIRE FROM-DEPT (DELETE THE
      *                                DEPT ROW) AFTER THE MOVES
      *                COLS 03-05  FROM-DEPT
      *                COLS 07-09  TO-DEPT  (M AND J)
      *                COLS 11-18  JOB      (J ONLY)
      *                GLMAP010 - DEPARTMENT TO GL ACCOUNT MAPPING
      *                (SAME FILE EMPGLD10 READS)
      *
      *  OUTPUT FILES: RPTO0300 - REORGANIZATION REPORT
      *                EHST0010 - CHANGE HISTORY FILE (APPEND,
      *                APPLY MODE ONLY)
      *
      *  I-O FILES:    POSMAST  - VSAM KSDS POSITION MASTER (READ ONLY
      *                IN PREVIEW)
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                DCLDEPT
      *                REPORTRO
      *                EMPHSTR
      *                POSNREC
      *    TABLES:
      *            DSN8110.EMP
      *            DSN8110.DEPT
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE REPORT HAS BEEN WRITTEN
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN AN SQL CALL RETURNS AN UNEXPECTED SQLCODE, AN
      *             EMP ROW OR DEPARTMENT CHANGED WHILE THE RUN WAS
      *             MAKING ITS CHANGES, A WORK TABLE OVERFLOWS, OR A
      *             POSMAST OR EHST0010 OPERATION FAILS.  THE UNIT OF
      *             WORK IS ROLLED BACK FIRST WHEN IT IS OPEN.
      *
      *    RETURN CODES:
      *             0 - CLEAN RUN
      *             4 - A MOVE CARD MATCHED NO EMPLOYEE, OR BAD
      *                 GLMAP010 CARDS SKIPPED
      *             8 - BAD SYSIN PARM CARD, EMPTY RORG0010, OR THE
      *                 RUN WAS REFUSED - NOTHING APPLIED
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - DEPARTMENT          2026-10-15      *
      *          TRANSFER AND REORGANIZATION RUN -                     *
      *          EMP MOVES AND DEPT RETIREMENTS IN                     *
      *          ONE UNIT OF WORK WITH PREVIEW                         *
      *  LOUIS - POSITION COUNT SELECTS THROUGH THE    2026-10-15      *
      *          DCLEMP HOST VARIABLES, NOT POSMAST                    *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT RORG-FILE           ASSIGN TO RORG0010
                                       FILE STATUS IS WS-RORG-STATUS.
           SELECT GLMAP-FILE          ASSIGN TO GLMAP010
                                       FILE STATUS IS WS-GLMAP-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0300.
           SELECT EHST-FILE           ASSIGN TO EHST0010
                                       FILE STATUS IS WS-EHST-STATUS.
           SELECT POSN-FILE           ASSIGN TO POSMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS POSN-KEY
                                       FILE STATUS IS WS-POSN-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  RORG-FILE                          DDNAME - RORG0010    *
      *        DEPARTMENT REORGANIZATION INSTRUCTIONS                  *
      ******************************************************************

       FD  RORG-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RORG-CARD-RECORD.

       01  RORG-CARD-RECORD  PIC X(80).

      ******************************************************************
      * FILE:  GLMAP-FILE                         DDNAME - GLMAP010    *
      *        DEPARTMENT TO GL ACCOUNT MAPPING                        *
      ******************************************************************

       FD  GLMAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-CARD-RECORD.

       01  GLMAP-CARD-RECORD PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0300    *
      *        DEPARTMENT REORGANIZATION REPORT                        *
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

      ******************************************************************
      * FILE:  POSN-FILE                          DDNAME - POSMAST     *
      *        VSAM KSDS POSITION MASTER KEYED BY WORKDEPT AND JOB     *
      ******************************************************************

       FD  POSN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POSN-RECORD.

       COPY POSNREC.
      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'DB2CBLRO START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLRO'.
      /
       COPY REPORTRO.
      /
       COPY EMPHSTR.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * DCLGEN FOR EMP TABLE
           EXEC SQL INCLUDE DCLEMP END-EXEC.
      * DCLGEN FOR DEPT TABLE
           EXEC SQL INCLUDE DCLDEPT END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.

      ****************************************************************
      *   * CURSOR CALL FOR THE DEPARTMENT LIST - EVERY DEPT ROW     **
      *   * WITH THE DEPARTMENT IT REPORTS TO                        **
      ****************************************************************
             EXEC SQL
                  DECLARE DEPT_LIST CURSOR FOR

                     SELECT D.DEPTNO,
                            D.ADMRDEPT
                     FROM DSN8110.DEPT D
                     ORDER BY D.DEPTNO ASC

                   END-EXEC.

      ****************************************************************
      *   * CURSOR CALL FOR THE EMPLOYEES - EVERY EMP ROW WITH THE   **
      *   * PAY FIGURES FOR THE BEFORE/AFTER TOTALS                  **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_REORG CURSOR FOR

                     SELECT E.EMPNO,
                            E.LASTNAME,
                            E.WORKDEPT,
                            E.JOB,
                            E.SALARY,
                            E.BONUS,
                            E.COMM
                     FROM DSN8110.EMP E
                     ORDER BY E.WORKDEPT ASC, E.EMPNO ASC

                   END-EXEC.
      /
       01 NULL_AREA.
      *    NULL_IND(1) EMPNO      NULL_IND(2) LASTNAME
      *    NULL_IND(3) WORKDEPT   NULL_IND(4) JOB
      *    NULL_IND(5) SALARY     NULL_IND(6) BONUS
      *    NULL_IND(7) COMM
          05 NULL_IND           PIC S9(4) COMP OCCURS 7 TIMES.
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

       01   W-RORG-EOF-SW        PIC X(01) VALUE 'N'.
           88  RORG-EOF                      VALUE 'Y'.
       01   WS-RORG-STATUS       PIC X(02) VALUE SPACES.

       01   W-GLMAP-EOF-SW       PIC X(01) VALUE 'N'.
           88  GLMAP-EOF                     VALUE 'Y'.
       01   WS-GLMAP-STATUS      PIC X(02) VALUE SPACES.
       01   W-MAP-FOUND-SW       PIC X(01) VALUE 'N'.
           88  MAP-FOUND                     VALUE 'Y'.

       01   W-DEPT-FOUND-SW      PIC X(01) VALUE 'N'.
           88  DEPT-FOUND                    VALUE 'Y'.
       01   W-GROUP-FOUND-SW     PIC X(01) VALUE 'N'.
           88  GROUP-FOUND                   VALUE 'Y'.

      *    SET WHILE THE EMP UPDATES AND DEPT DELETES ARE UNCOMMITTED
      *    SO AN ABEND ROLLS THEM BACK TOGETHER
       01   W-UNIT-OPEN-SW       PIC X(01) VALUE 'N'.
           88  UNIT-OPEN                     VALUE 'Y'.
       01   W-APPLIED-SW         PIC X(01) VALUE 'N'.
           88  REORG-APPLIED                 VALUE 'Y'.

       01   W-POSN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  POSITION-FOUND                VALUE 'Y'.
       01   W-POSN-END-SW        PIC X(01) VALUE 'N'.
           88  POSITION-END                  VALUE 'Y'.
       01   W-POSN-STAMP-DATE    PIC X(10) VALUE SPACES.
       01   W-POSN-RETIRE-DEPT   PIC X(03) VALUE SPACES.
       01   W-FILLED-COUNT       PIC S9(09) COMP  VALUE ZERO.
       01   W-AFTER-COUNT        PIC S9(09) COMP  VALUE ZERO.
       01   W-CHILD-COUNT        PIC S9(09) COMP  VALUE ZERO.
       01   W-EMP-IN-DEPT        PIC S9(09) COMP  VALUE ZERO.
       01   WS-POSN-STATUS       PIC X(02) VALUE SPACES.

       01   C-MAX-CARD-ENTRIES   PIC S9(4) COMP VALUE +100.
       01   C-MAX-MAP-ENTRIES    PIC S9(4) COMP VALUE +200.
       01   C-MAX-DEPT-ENTRIES   PIC S9(4) COMP VALUE +500.
       01   C-MAX-EMP-ENTRIES    PIC S9(4) COMP VALUE +5000.
       01   C-MAX-GROUP-ENTRIES  PIC S9(4) COMP VALUE +1000.
       01   C-MAX-REJ-ENTRIES    PIC S9(4) COMP VALUE +200.

       01   W-CARD-TABLE-AREA.
            05  W-CARD-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-CARD-ENTRY     OCCURS 100 TIMES.
                10  CRD-ACTION        PIC X(01).
                    88  CRD-MOVE-DEPT           VALUE 'M'.
                    88  CRD-MOVE-JOB            VALUE 'J'.
                    88  CRD-RETIRE              VALUE 'R'.
                10  CRD-FROM-DEPT     PIC X(03).
                10  CRD-TO-DEPT       PIC X(03).
                10  CRD-JOB           PIC X(08).
                10  CRD-MOVES         PIC S9(4) COMP.
                10  CRD-ERROR-SW      PIC X(01).
                    88  CRD-IN-ERROR            VALUE 'Y'.
                10  CRD-RESULT        PIC X(40).

       01   W-MAP-TABLE-AREA.
            05  W-MAP-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-MAP-ENTRY      OCCURS 200 TIMES.
                10  MAP-DEPTNO        PIC X(03).

      *    EVERY DEPT ROW, PLUS ANY WORKDEPT FOUND ON EMP WITH NO DEPT
      *    ROW, WITH ITS HEADCOUNT AND PAYROLL BEFORE AND AFTER
       01   W-DEPT-TABLE-AREA.
            05  W-DEPT-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-DEPT-ENTRY     OCCURS 500 TIMES.
                10  DPT-DEPTNO        PIC X(03).
                10  DPT-ADMRDEPT      PIC X(03).
                10  DPT-ON-TABLE-SW   PIC X(01).
                    88  DPT-ON-TABLE            VALUE 'Y'.
                10  DPT-RETIRE-SW     PIC X(01).
                    88  DPT-RETIRED             VALUE 'Y'.
                10  DPT-BEFORE-HC     PIC S9(8) COMP.
                10  DPT-BEFORE-PAY    PIC S9(11)V9(2) COMP-3.
                10  DPT-AFTER-HC      PIC S9(8) COMP.
                10  DPT-AFTER-PAY     PIC S9(11)V9(2) COMP-3.

       01   W-EMP-TABLE-AREA.
            05  W-EMP-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-EMP-ENTRY      OCCURS 5000 TIMES.
                10  EMP-EMPNO         PIC X(06).
                10  EMP-LAST-NAME     PIC X(15).
                10  EMP-JOB           PIC X(08).
                10  EMP-OLD-DEPT      PIC X(03).
                10  EMP-NEW-DEPT      PIC X(03).
                10  EMP-PAY           PIC S9(9)V9(2) COMP-3.
                10  EMP-CARD          PIC S9(4) COMP.

      *    THE POSITIONS (WORKDEPT AND JOB) THE MOVERS LEAVE AND JOIN
       01   W-GROUP-TABLE-AREA.
            05  W-GROUP-COUNT    PIC S9(4) COMP VALUE ZERO.
            05  W-GROUP-ENTRY    OCCURS 1000 TIMES.
                10  GRP-WORKDEPT      PIC X(03).
                10  GRP-JOB           PIC X(08).
                10  GRP-TARGET-SW     PIC X(01).
                    88  GRP-TARGET              VALUE 'Y'.
                10  GRP-CARD          PIC S9(4) COMP.

       01   W-REJ-TABLE-AREA.
            05  W-REJ-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-REJ-ENTRY      OCCURS 200 TIMES.
                10  REJ-CARD          PIC S9(4) COMP.
                10  REJ-SUBJECT       PIC X(15).
                10  REJ-TEXT          PIC X(40).

       01   W-REJ-CARD           PIC S9(4) COMP VALUE ZERO.
       01   W-REJ-SUBJECT        PIC X(15) VALUE SPACES.
       01   W-REJ-TEXT           PIC X(40) VALUE SPACES.

       01   W-DEPT-KEY           PIC X(03) VALUE SPACES.
       01   W-OLD-WORKDEPT       PIC X(03) VALUE SPACES.
       01   W-RUN-RESULT         PIC X(40) VALUE SPACES.

       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.
       01   WS-EHST-STATUS       PIC X(02) VALUE SPACES.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(07) VALUE 'DEPTNO='.
            05  W-ERR-DEPTNO      PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(07) VALUE ' EMPNO='.
            05  W-ERR-EMPNO       PIC X(06) VALUE SPACES.
            05  FILLER            PIC X(17) VALUE SPACES.

       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-CRD-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-MAP-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-DPT-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-DPT-HIT      PIC S9(4) COMP VALUE ZERO.
           05  W-EMP-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-GRP-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-GRP-HIT      PIC S9(4) COMP VALUE ZERO.
           05  W-REJ-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-CARDS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-MAPPINGS-LOADED        PIC S9(8) COMP  VALUE ZERO.
          05  A-MAPPINGS-BAD           PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPTS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPS-MOVED             PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPTS-TO-RETIRE        PIC S9(8) COMP  VALUE ZERO.
          05  A-EMP-UPDATED            PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPT-DELETED           PIC S9(8) COMP  VALUE ZERO.
          05  A-HISTORY-WRITTEN        PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITIONS-STAMPED      PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITIONS-CLOSED       PIC S9(8) COMP  VALUE ZERO.
          05  A-COMMITS-TAKEN          PIC S9(8) COMP  VALUE ZERO.
          05  A-REJECTS                PIC S9(8) COMP  VALUE ZERO.
          05  A-WARNINGS               PIC S9(8) COMP  VALUE ZERO.
          05  A-TOTAL-BEFORE-HC        PIC S9(8) COMP  VALUE ZERO.
          05  A-TOTAL-AFTER-HC         PIC S9(8) COMP  VALUE ZERO.
          05  A-TOTAL-BEFORE-PAY       PIC S9(11)V9(2) COMP-3
                                                       VALUE ZERO.
          05  A-TOTAL-AFTER-PAY        PIC S9(11)V9(2) COMP-3
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
               DISPLAY 'DB2CBLRO ENDED - BAD PARM CARD'
               DISPLAY 'RUN MODE (MUST BE P/A/BLANK): ',
                       W-PARM-CARD(1:1)
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0050-LOAD-CARD-TABLE.

           IF  W-CARD-COUNT  =  ZERO
               DISPLAY 'DB2CBLRO ENDED - RORG0010 EMPTY OR MISSING'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0060-LOAD-MAP-TABLE.

           IF  APPLY-RUN
               OPEN I-O POSN-FILE
           ELSE
               OPEN INPUT POSN-FILE
           END-IF.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'OPEN POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN POSMAST'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P0100-LOAD-DEPT-TABLE.
           PERFORM P0150-LOAD-EMP-TABLE.

      *    EDIT EACH CARD ON ITS OWN, THEN MAKE THE MOVES IN THE TABLE
      *    AND EDIT WHAT THE DEPARTMENTS AND POSITIONS WOULD LOOK LIKE
           PERFORM P0200-EDIT-ONE-CARD
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           PERFORM P0230-CHECK-TARGET-RETIRED
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           PERFORM P0300-RESOLVE-ONE-EMP
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           PERFORM P0400-CHECK-RETIREMENT
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           PERFORM P0410-CHECK-MOVER-JOB
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           PERFORM P0420-CHECK-ONE-GROUP
               VARYING W-GRP-SUB FROM 1 BY 1
               UNTIL   W-GRP-SUB > W-GROUP-COUNT.

           PERFORM P0430-CHECK-NO-MATCH
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           EVALUATE  TRUE
               WHEN  A-REJECTS  >  ZERO
                   MOVE  'REFUSED - NOTHING APPLIED'  TO  W-RUN-RESULT
               WHEN  APPLY-RUN
                   PERFORM P0500-APPLY-REORG
                   MOVE  'APPLIED AND COMMITTED'      TO  W-RUN-RESULT
               WHEN  OTHER
                   MOVE  'PREVIEW - NOTHING APPLIED'  TO  W-RUN-RESULT
           END-EVALUATE.

           CLOSE POSN-FILE.

           PERFORM P0600-PRINT-REPORT.

           DISPLAY 'TOTAL REORG CARDS READ    '  A-CARDS-READ.
           DISPLAY 'TOTAL GLMAP010 LOADED     '  A-MAPPINGS-LOADED.
           DISPLAY 'TOTAL DEPT ROWS READ      '  A-DEPTS-READ.
           DISPLAY 'TOTAL EMP ROWS READ       '  A-RECORDS-READ.
           DISPLAY 'TOTAL EMPLOYEES TO MOVE   '  A-EMPS-MOVED.
           DISPLAY 'TOTAL DEPTS TO RETIRE     '  A-DEPTS-TO-RETIRE.
           DISPLAY 'TOTAL EMP ROWS UPDATED    '  A-EMP-UPDATED.
           DISPLAY 'TOTAL DEPT ROWS DELETED   '  A-DEPT-DELETED.
           DISPLAY 'TOTAL HISTORY WRITTEN     '  A-HISTORY-WRITTEN.
           DISPLAY 'TOTAL POSITIONS STAMPED   '  A-POSITIONS-STAMPED.
           DISPLAY 'TOTAL POSITIONS CLOSED    '  A-POSITIONS-CLOSED.
           DISPLAY 'TOTAL REASONS REFUSED     '  A-REJECTS.
           DISPLAY 'RESULT: '  W-RUN-RESULT.

           EVALUATE  TRUE
               WHEN  A-REJECTS  >  ZERO
                   MOVE  8  TO  RETURN-CODE
               WHEN  A-WARNINGS      >  ZERO  OR
                     A-MAPPINGS-BAD  >  ZERO
                   MOVE  4  TO  RETURN-CODE
           END-EVALUATE.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   T H E   R U N   M O D E                        *
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
      /
      *****************************************************************
      *   L O A D   T H E   R E O R G   I N S T R U C T I O N S        *
      *****************************************************************
       P0050-LOAD-CARD-TABLE.

           OPEN INPUT RORG-FILE.
           IF  WS-RORG-STATUS  NOT =  '00'
               DISPLAY 'RORG0010 NOT AVAILABLE - STATUS ',
                       WS-RORG-STATUS
           ELSE
               PERFORM P8000-READ-RORG-FILE
               PERFORM P0055-STORE-ONE-CARD UNTIL RORG-EOF
               CLOSE RORG-FILE
           END-IF.
      /
       P0055-STORE-ONE-CARD.

      *    BLANK CARDS ARE SPACING IN THE DECK, NOT INSTRUCTIONS
           IF  W-RORG-RECORD  NOT =  SPACES
               IF  W-CARD-COUNT  >=  C-MAX-CARD-ENTRIES
                   DISPLAY 'P0055 REORG CARDS OVERFLOW TABLE'
                   MOVE  'P0055-STORE-ONE-CARD'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  A-CARDS-READ  =  A-CARDS-READ  +  1
               COMPUTE  W-CARD-COUNT  =  W-CARD-COUNT  +  1
               MOVE  RORG-ACTION     TO  CRD-ACTION(W-CARD-COUNT)
               MOVE  RORG-FROM-DEPT  TO  CRD-FROM-DEPT(W-CARD-COUNT)
               MOVE  RORG-TO-DEPT    TO  CRD-TO-DEPT(W-CARD-COUNT)
               MOVE  RORG-JOB        TO  CRD-JOB(W-CARD-COUNT)
               MOVE  ZERO            TO  CRD-MOVES(W-CARD-COUNT)
               MOVE  'N'             TO  CRD-ERROR-SW(W-CARD-COUNT)
               MOVE  SPACES          TO  CRD-RESULT(W-CARD-COUNT)
           END-IF.

           PERFORM P8000-READ-RORG-FILE.
      /
      *****************************************************************
      *   L O A D   T H E   G L   A C C O U N T   M A P P I N G        *
      *****************************************************************
       P0060-LOAD-MAP-TABLE.

      *    A MISSING MAPPING FILE IS NOT AN ABEND HERE - EVERY MOVE
      *    CARD IS THEN REFUSED FOR WANT OF AN ACCOUNT
           OPEN INPUT GLMAP-FILE.
           IF  WS-GLMAP-STATUS  NOT =  '00'
               DISPLAY 'GLMAP010 NOT AVAILABLE - STATUS ',
                       WS-GLMAP-STATUS
           ELSE
               PERFORM P8010-READ-GLMAP-FILE
               PERFORM P0065-STORE-ONE-MAPPING UNTIL GLMAP-EOF
               CLOSE GLMAP-FILE
           END-IF.
      /
       P0065-STORE-ONE-MAPPING.

           IF  RGLM-DEPTNO        =  SPACES  OR
               RGLM-EXPENSE-ACCT  =  SPACES  OR
               RGLM-OFFSET-ACCT   =  SPACES
               DISPLAY 'BAD GLMAP010 CARD SKIPPED: ',
                       W-RGLM-RECORD(1:21)
               COMPUTE  A-MAPPINGS-BAD  =  A-MAPPINGS-BAD  +  1
           ELSE
               IF  W-MAP-COUNT  >=  C-MAX-MAP-ENTRIES
                   DISPLAY 'P0065 GLMAP010 OVERFLOWS TABLE'
                   MOVE  'P0065-STORE-ONE-MAPPING'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-MAP-COUNT  =  W-MAP-COUNT  +  1
               MOVE  RGLM-DEPTNO  TO  MAP-DEPTNO(W-MAP-COUNT)
               COMPUTE  A-MAPPINGS-LOADED  =  A-MAPPINGS-LOADED  +  1
           END-IF.

           PERFORM P8010-READ-GLMAP-FILE.
      /
      *****************************************************************
      *   L O A D   T H E   D E P A R T M E N T S                      *
      *****************************************************************
       P0100-LOAD-DEPT-TABLE.

           PERFORM P5050-OPEN-DEPT-LIST.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5058-FETCH-DEPT-LIST
               PERFORM P0105-STORE-ONE-DEPT UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5055-CLOSE-DEPT-LIST
           END-IF.
      /
       P0105-STORE-ONE-DEPT.

           IF  W-DEPT-COUNT  >=  C-MAX-DEPT-ENTRIES
               DISPLAY 'P0105 DEPARTMENTS OVERFLOW TABLE'
               MOVE  'P0105-STORE-ONE-DEPT'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-DEPT-COUNT  =  W-DEPT-COUNT  +  1.
           INITIALIZE  W-DEPT-ENTRY(W-DEPT-COUNT).
           MOVE  DEPTNO    TO  DPT-DEPTNO(W-DEPT-COUNT).
           MOVE  ADMRDEPT  TO  DPT-ADMRDEPT(W-DEPT-COUNT).
           MOVE  'Y'       TO  DPT-ON-TABLE-SW(W-DEPT-COUNT).
           MOVE  'N'       TO  DPT-RETIRE-SW(W-DEPT-COUNT).

           PERFORM P5058-FETCH-DEPT-LIST.
      /
      *****************************************************************
      *   L O A D   T H E   E M P L O Y E E S                          *
      *****************************************************************
       P0150-LOAD-EMP-TABLE.

           PERFORM P5000-OPEN-EMP-REORG.

           IF  SQLCODE  =  DB2-OK
               PERFORM P5020-FETCH-EMP-REORG
               PERFORM P0155-STORE-ONE-EMP UNTIL
                       SQLCODE  NOT =  DB2-OK
               PERFORM P5010-CLOSE-EMP-REORG
           END-IF.
      /
       P0155-STORE-ONE-EMP.

           IF  W-EMP-COUNT  >=  C-MAX-EMP-ENTRIES
               DISPLAY 'P0155 EMP ROWS OVERFLOW TABLE'
               MOVE  'P0155-STORE-ONE-EMP'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-EMP-COUNT  =  W-EMP-COUNT  +  1.
           INITIALIZE  W-EMP-ENTRY(W-EMP-COUNT).
           MOVE  EMPNO  TO  EMP-EMPNO(W-EMP-COUNT).
           MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)
                        TO  EMP-LAST-NAME(W-EMP-COUNT).

      *    A NULL WORKDEPT OR JOB IS CARRIED AS SPACES AND A NULL PAY
      *    COLUMN AS ZERO - AN EMPLOYEE WITH NO WORKDEPT IS IN NO
      *    DEPARTMENT'S FIGURES AND NO CARD CAN MOVE THEM
           IF  NULL_IND(3)  >=  ZERO
               MOVE  WORKDEPT  TO  EMP-OLD-DEPT(W-EMP-COUNT)
           END-IF.
           IF  NULL_IND(4)  >=  ZERO
               MOVE  JOB       TO  EMP-JOB(W-EMP-COUNT)
           END-IF.
           IF  NULL_IND(5)  >=  ZERO
               ADD  SALARY     TO  EMP-PAY(W-EMP-COUNT)
           END-IF.
           IF  NULL_IND(6)  >=  ZERO
               ADD  BONUS      TO  EMP-PAY(W-EMP-COUNT)
           END-IF.
           IF  NULL_IND(7)  >=  ZERO
               ADD  COMM       TO  EMP-PAY(W-EMP-COUNT)
           END-IF.
           MOVE  EMP-OLD-DEPT(W-EMP-COUNT)
                        TO  EMP-NEW-DEPT(W-EMP-COUNT).

           IF  EMP-OLD-DEPT(W-EMP-COUNT)  NOT =  SPACES
               MOVE  EMP-OLD-DEPT(W-EMP-COUNT)  TO  W-DEPT-KEY
               PERFORM P0190-FIND-DEPT
               IF  NOT  DEPT-FOUND
                   PERFORM P0195-ADD-DEPT-ENTRY
               END-IF
               ADD  1  TO  DPT-BEFORE-HC(W-DPT-HIT)
               ADD  EMP-PAY(W-EMP-COUNT)
                   TO  DPT-BEFORE-PAY(W-DPT-HIT)
           END-IF.

           PERFORM P5020-FETCH-EMP-REORG.
      /
      *****************************************************************
      *   F I N D   A   D E P A R T M E N T   I N   T H E   T A B L E  *
      *****************************************************************
       P0190-FIND-DEPT.

           MOVE  'N'   TO  W-DEPT-FOUND-SW.
           MOVE  ZERO  TO  W-DPT-HIT.

           PERFORM P0191-SCAN-DEPT
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT
                  OR   DEPT-FOUND.
      /
       P0191-SCAN-DEPT.

           IF  DPT-DEPTNO(W-DPT-SUB)  =  W-DEPT-KEY
               MOVE  W-DPT-SUB  TO  W-DPT-HIT
               MOVE  'Y'  TO  W-DEPT-FOUND-SW
           END-IF.
      /
      *    A WORKDEPT ON EMP WITH NO DEPT ROW - KEPT SO ITS PEOPLE ARE
      *    IN THE BEFORE/AFTER FIGURES, AND FLAGGED ON THE REPORT
       P0195-ADD-DEPT-ENTRY.

           IF  W-DEPT-COUNT  >=  C-MAX-DEPT-ENTRIES
               DISPLAY 'P0195 DEPARTMENTS OVERFLOW TABLE'
               MOVE  'P0195-ADD-DEPT-ENTRY'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-DEPT-COUNT  =  W-DEPT-COUNT  +  1.
           INITIALIZE  W-DEPT-ENTRY(W-DEPT-COUNT).
           MOVE  W-DEPT-KEY  TO  DPT-DEPTNO(W-DEPT-COUNT).
           MOVE  'N'         TO  DPT-ON-TABLE-SW(W-DEPT-COUNT).
           MOVE  'N'         TO  DPT-RETIRE-SW(W-DEPT-COUNT).
           MOVE  W-DEPT-COUNT  TO  W-DPT-HIT.
      /
      *****************************************************************
      *   E D I T   O N E   R E O R G   C A R D                        *
      *****************************************************************
       P0200-EDIT-ONE-CARD.

           MOVE  W-CRD-SUB  TO  W-REJ-CARD.
           MOVE  SPACES     TO  W-REJ-SUBJECT.
           STRING  'DEPT '  CRD-FROM-DEPT(W-CRD-SUB)
                   DELIMITED BY SIZE  INTO  W-REJ-SUBJECT.

           EVALUATE  TRUE
               WHEN  NOT  CRD-MOVE-DEPT(W-CRD-SUB)  AND
                     NOT  CRD-MOVE-JOB(W-CRD-SUB)   AND
                     NOT  CRD-RETIRE(W-CRD-SUB)
                   MOVE  'ACTION MUST BE M, J OR R'  TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  CRD-FROM-DEPT(W-CRD-SUB)  =  SPACES
                   MOVE  'FROM DEPARTMENT MISSING'   TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  CRD-RETIRE(W-CRD-SUB)
                   PERFORM P0210-EDIT-RETIRE-CARD
               WHEN  CRD-TO-DEPT(W-CRD-SUB)  =  SPACES
                   MOVE  'TO DEPARTMENT MISSING'     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  CRD-TO-DEPT(W-CRD-SUB)  =  CRD-FROM-DEPT(W-CRD-SUB)
                   MOVE  'TO AND FROM DEPARTMENT THE SAME'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  CRD-MOVE-JOB(W-CRD-SUB)  AND
                     CRD-JOB(W-CRD-SUB)  =  SPACES
                   MOVE  'JOB MISSING ON A J CARD'   TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  OTHER
                   PERFORM P0220-EDIT-MOVE-CARD
           END-EVALUATE.
      /
      *****************************************************************
      *   E D I T   A   R E T I R E   C A R D                          *
      *****************************************************************
       P0210-EDIT-RETIRE-CARD.

           MOVE  CRD-FROM-DEPT(W-CRD-SUB)  TO  W-DEPT-KEY.
           PERFORM P0190-FIND-DEPT.

           EVALUATE  TRUE
               WHEN  NOT  DEPT-FOUND
               WHEN  NOT  DPT-ON-TABLE(W-DPT-HIT)
                   MOVE  'DEPARTMENT NOT ON DSN8110.DEPT'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  DPT-RETIRED(W-DPT-HIT)
                   MOVE  'DEPARTMENT RETIRED BY AN EARLIER CARD'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               WHEN  OTHER
                   MOVE  'Y'  TO  DPT-RETIRE-SW(W-DPT-HIT)
                   COMPUTE  A-DEPTS-TO-RETIRE  =
                            A-DEPTS-TO-RETIRE  +  1
           END-EVALUATE.
      /
      *****************************************************************
      *   E D I T   A   M O V E   C A R D                              *
      *****************************************************************
       P0220-EDIT-MOVE-CARD.

      *    THE FROM DEPARTMENT NEED NOT HAVE A DEPT ROW - MOVING THE
      *    PEOPLE OUT OF A WORKDEPT DSN8110.DEPT NEVER HAD IS A FIX
           MOVE  CRD-FROM-DEPT(W-CRD-SUB)  TO  W-DEPT-KEY.
           PERFORM P0190-FIND-DEPT.
           IF  NOT  DEPT-FOUND
               MOVE  'FROM DEPARTMENT NOT ON DEPT OR EMP'
                                                     TO  W-REJ-TEXT
               PERFORM P0450-ADD-REJECT
           END-IF.

           MOVE  SPACES  TO  W-REJ-SUBJECT.
           STRING  'DEPT '  CRD-TO-DEPT(W-CRD-SUB)
                   DELIMITED BY SIZE  INTO  W-REJ-SUBJECT.

           MOVE  CRD-TO-DEPT(W-CRD-SUB)  TO  W-DEPT-KEY.
           PERFORM P0190-FIND-DEPT.
           IF  NOT  DEPT-FOUND
               MOVE  'TARGET NOT ON DSN8110.DEPT'    TO  W-REJ-TEXT
               PERFORM P0450-ADD-REJECT
           ELSE
               IF  NOT  DPT-ON-TABLE(W-DPT-HIT)
                   MOVE  'TARGET NOT ON DSN8110.DEPT'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               END-IF
           END-IF.

           PERFORM P0205-FIND-MAPPING.
           IF  NOT  MAP-FOUND
               MOVE  'TARGET HAS NO GLMAP010 ACCOUNT'
                                                     TO  W-REJ-TEXT
               PERFORM P0450-ADD-REJECT
           END-IF.
      /
      *****************************************************************
      *   F I N D   T H E   T A R G E T ' S   G L   M A P P I N G      *
      *****************************************************************
       P0205-FIND-MAPPING.

           MOVE  'N'  TO  W-MAP-FOUND-SW.

           PERFORM P0206-SCAN-MAP
               VARYING W-MAP-SUB FROM 1 BY 1
               UNTIL   W-MAP-SUB > W-MAP-COUNT
                  OR   MAP-FOUND.
      /
       P0206-SCAN-MAP.

           IF  MAP-DEPTNO(W-MAP-SUB)  =  W-DEPT-KEY
               MOVE  'Y'  TO  W-MAP-FOUND-SW
           END-IF.
      /
      *****************************************************************
      *   N O   M O V E S   I N T O   A   R E T I R E D   D E P T      *
      *****************************************************************
       P0230-CHECK-TARGET-RETIRED.

           IF  (CRD-MOVE-DEPT(W-CRD-SUB)  OR
                CRD-MOVE-JOB(W-CRD-SUB))  AND
               CRD-TO-DEPT(W-CRD-SUB)  NOT =  SPACES
               MOVE  CRD-TO-DEPT(W-CRD-SUB)  TO  W-DEPT-KEY
               PERFORM P0190-FIND-DEPT
               IF  DEPT-FOUND
                   IF  DPT-RETIRED(W-DPT-HIT)
                       MOVE  W-CRD-SUB  TO  W-REJ-CARD
                       MOVE  SPACES     TO  W-REJ-SUBJECT
                       STRING  'DEPT '  CRD-TO-DEPT(W-CRD-SUB)
                               DELIMITED BY SIZE  INTO  W-REJ-SUBJECT
                       MOVE  'TARGET IS RETIRED IN THIS RUN'
                                                     TO  W-REJ-TEXT
                       PERFORM P0450-ADD-REJECT
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   R E S O L V E   O N E   E M P L O Y E E ' S   M O V E S      *
      *****************************************************************
       P0300-RESOLVE-ONE-EMP.

           PERFORM P0310-APPLY-ONE-CARD
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  SPACES
               MOVE  EMP-NEW-DEPT(W-EMP-SUB)  TO  W-DEPT-KEY
               PERFORM P0190-FIND-DEPT
               IF  NOT  DEPT-FOUND
                   PERFORM P0195-ADD-DEPT-ENTRY
               END-IF
               ADD  1  TO  DPT-AFTER-HC(W-DPT-HIT)
               ADD  EMP-PAY(W-EMP-SUB)
                   TO  DPT-AFTER-PAY(W-DPT-HIT)
           END-IF.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  EMP-OLD-DEPT(W-EMP-SUB)
               COMPUTE  A-EMPS-MOVED  =  A-EMPS-MOVED  +  1
               MOVE  EMP-OLD-DEPT(W-EMP-SUB)  TO  W-DEPT-KEY
               PERFORM P0320-NOTE-GROUP
               MOVE  EMP-NEW-DEPT(W-EMP-SUB)  TO  W-DEPT-KEY
               PERFORM P0320-NOTE-GROUP
               MOVE  'Y'  TO  GRP-TARGET-SW(W-GRP-HIT)
               MOVE  EMP-CARD(W-EMP-SUB)  TO  GRP-CARD(W-GRP-HIT)
           END-IF.
      /
      *    CARDS ARE TAKEN IN FILE ORDER AGAINST WHERE THE EMPLOYEE
      *    STANDS SO FAR, SO ONE CARD'S TARGET CAN BE A LATER CARD'S
      *    FROM DEPARTMENT
       P0310-APPLY-ONE-CARD.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  =  CRD-FROM-DEPT(W-CRD-SUB)  AND
               CRD-TO-DEPT(W-CRD-SUB)   NOT =  SPACES
               IF  CRD-MOVE-DEPT(W-CRD-SUB)  OR
                  (CRD-MOVE-JOB(W-CRD-SUB)  AND
                   CRD-JOB(W-CRD-SUB)  =  EMP-JOB(W-EMP-SUB))
                   MOVE  CRD-TO-DEPT(W-CRD-SUB)
                         TO  EMP-NEW-DEPT(W-EMP-SUB)
                   MOVE  W-CRD-SUB  TO  EMP-CARD(W-EMP-SUB)
                   ADD  1  TO  CRD-MOVES(W-CRD-SUB)
               END-IF
           END-IF.
      /
      *****************************************************************
      *   N O T E   A   P O S I T I O N   M O V E D                    *
      *****************************************************************
       P0320-NOTE-GROUP.

           MOVE  'N'   TO  W-GROUP-FOUND-SW.
           MOVE  ZERO  TO  W-GRP-HIT.

           PERFORM P0321-SCAN-GROUP
               VARYING W-GRP-SUB FROM 1 BY 1
               UNTIL   W-GRP-SUB > W-GROUP-COUNT
                  OR   GROUP-FOUND.

           IF  NOT  GROUP-FOUND
               IF  W-GROUP-COUNT  >=  C-MAX-GROUP-ENTRIES
                   DISPLAY 'P0320 POSITIONS OVERFLOW TABLE'
                   MOVE  'P0320-NOTE-GROUP'
                         TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-GROUP-COUNT  =  W-GROUP-COUNT  +  1
               MOVE  W-DEPT-KEY  TO  GRP-WORKDEPT(W-GROUP-COUNT)
               MOVE  EMP-JOB(W-EMP-SUB)
                                 TO  GRP-JOB(W-GROUP-COUNT)
               MOVE  'N'         TO  GRP-TARGET-SW(W-GROUP-COUNT)
               MOVE  ZERO        TO  GRP-CARD(W-GROUP-COUNT)
               MOVE  W-GROUP-COUNT  TO  W-GRP-HIT
           END-IF.
      /
       P0321-SCAN-GROUP.

           IF  GRP-WORKDEPT(W-GRP-SUB)  =  W-DEPT-KEY  AND
               GRP-JOB(W-GRP-SUB)       =  EMP-JOB(W-EMP-SUB)
               MOVE  W-GRP-SUB  TO  W-GRP-HIT
               MOVE  'Y'  TO  W-GROUP-FOUND-SW
           END-IF.
      /
      *****************************************************************
      *   A   R E T I R E D   D E P T   M U S T   E N D   E M P T Y    *
      *****************************************************************
       P0400-CHECK-RETIREMENT.

           IF  CRD-RETIRE(W-CRD-SUB)  AND  NOT  CRD-IN-ERROR(W-CRD-SUB)
               MOVE  W-CRD-SUB  TO  W-REJ-CARD
               MOVE  SPACES     TO  W-REJ-SUBJECT
               STRING  'DEPT '  CRD-FROM-DEPT(W-CRD-SUB)
                       DELIMITED BY SIZE  INTO  W-REJ-SUBJECT
               MOVE  CRD-FROM-DEPT(W-CRD-SUB)  TO  W-DEPT-KEY
               PERFORM P0190-FIND-DEPT
               IF  DPT-AFTER-HC(W-DPT-HIT)  >  ZERO
                   MOVE  'EMPLOYEES LEFT IN IT AFTER THE MOVES'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               END-IF
               MOVE  ZERO  TO  W-CHILD-COUNT
               PERFORM P0405-COUNT-ONE-CHILD
                   VARYING W-DPT-SUB FROM 1 BY 1
                   UNTIL   W-DPT-SUB > W-DEPT-COUNT
               IF  W-CHILD-COUNT  >  ZERO
                   MOVE  'OTHER DEPARTMENTS STILL REPORT TO IT'
                                                     TO  W-REJ-TEXT
                   PERFORM P0450-ADD-REJECT
               END-IF
           END-IF.
      /
      *    A DEPARTMENT REPORTING TO ONE BEING RETIRED IS ONLY ALLOWED
      *    WHEN IT IS RETIRED IN THE SAME RUN
       P0405-COUNT-ONE-CHILD.

           IF  DPT-ADMRDEPT(W-DPT-SUB)  =  W-DEPT-KEY      AND
               DPT-DEPTNO(W-DPT-SUB)    NOT =  W-DEPT-KEY  AND
               DPT-ON-TABLE(W-DPT-SUB)                     AND
               NOT  DPT-RETIRED(W-DPT-SUB)
               ADD  1  TO  W-CHILD-COUNT
           END-IF.
      /
      *****************************************************************
      *   A   M O V E R   N E E D S   A   J O B                        *
      *****************************************************************
       P0410-CHECK-MOVER-JOB.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  EMP-OLD-DEPT(W-EMP-SUB)
               AND  EMP-JOB(W-EMP-SUB)  =  SPACES
               MOVE  EMP-CARD(W-EMP-SUB)  TO  W-REJ-CARD
               MOVE  SPACES               TO  W-REJ-SUBJECT
               STRING  'EMPNO '  EMP-EMPNO(W-EMP-SUB)
                       DELIMITED BY SIZE  INTO  W-REJ-SUBJECT
               MOVE  'JOB MISSING - NO POSITION'     TO  W-REJ-TEXT
               PERFORM P0450-ADD-REJECT
           END-IF.
      /
      *****************************************************************
      *   E D I T   O N E   T A R G E T   P O S I T I O N              *
      *****************************************************************
       P0420-CHECK-ONE-GROUP.

           IF  GRP-TARGET(W-GRP-SUB)  AND
               GRP-JOB(W-GRP-SUB)  NOT =  SPACES
               MOVE  GRP-CARD(W-GRP-SUB)  TO  W-REJ-CARD
               MOVE  SPACES               TO  W-REJ-SUBJECT
               STRING  GRP-WORKDEPT(W-GRP-SUB)  '/'
                       GRP-JOB(W-GRP-SUB)
                       DELIMITED BY SIZE  INTO  W-REJ-SUBJECT
               MOVE  GRP-WORKDEPT(W-GRP-SUB)  TO  POSN-WORKDEPT
               MOVE  GRP-JOB(W-GRP-SUB)       TO  POSN-JOB
               PERFORM P0537-READ-POSITION
               EVALUATE  TRUE
                   WHEN  NOT  POSITION-FOUND
                       MOVE  'NO POSITION FOR DEPT/JOB'
                                                     TO  W-REJ-TEXT
                       PERFORM P0450-ADD-REJECT
                   WHEN  POSN-CLOSED
                       MOVE  'POSITION CLOSED'       TO  W-REJ-TEXT
                       PERFORM P0450-ADD-REJECT
                   WHEN  OTHER
                       MOVE  ZERO  TO  W-AFTER-COUNT
                       PERFORM P0425-COUNT-ONE-AFTER
                           VARYING W-EMP-SUB FROM 1 BY 1
                           UNTIL   W-EMP-SUB > W-EMP-COUNT
                       IF  W-AFTER-COUNT  >  POSN-AUTHORIZED
                           MOVE  'NO VACANCY IN POSITION FOR ALL'
                                                     TO  W-REJ-TEXT
                           PERFORM P0450-ADD-REJECT
                       END-IF
               END-EVALUATE
           END-IF.
      /
      *    HEADCOUNT OF THE POSITION ONCE EVERY MOVE IS MADE
       P0425-COUNT-ONE-AFTER.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  =  GRP-WORKDEPT(W-GRP-SUB)  AND
               EMP-JOB(W-EMP-SUB)       =  GRP-JOB(W-GRP-SUB)
               ADD  1  TO  W-AFTER-COUNT
           END-IF.
      /
      *****************************************************************
      *   W A R N   O F   U N M A T C H E D   C A R D S                *
      *****************************************************************
       P0430-CHECK-NO-MATCH.

           IF  (CRD-MOVE-DEPT(W-CRD-SUB)  OR
                CRD-MOVE-JOB(W-CRD-SUB))      AND
               NOT  CRD-IN-ERROR(W-CRD-SUB)   AND
               CRD-MOVES(W-CRD-SUB)  =  ZERO
               MOVE  'WARNING - NO EMPLOYEES MATCHED'
                     TO  CRD-RESULT(W-CRD-SUB)
               COMPUTE  A-WARNINGS  =  A-WARNINGS  +  1
           END-IF.
      /
      *****************************************************************
      *   R E C O R D   O N E   R E F U S A L                          *
      *****************************************************************
       P0450-ADD-REJECT.

           IF  W-REJ-COUNT  >=  C-MAX-REJ-ENTRIES
               DISPLAY 'P0450 REFUSAL REASONS OVERFLOW TABLE'
               MOVE  'P0450-ADD-REJECT'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-REJ-COUNT  =  W-REJ-COUNT  +  1.
           MOVE  W-REJ-CARD     TO  REJ-CARD(W-REJ-COUNT).
           MOVE  W-REJ-SUBJECT  TO  REJ-SUBJECT(W-REJ-COUNT).
           MOVE  W-REJ-TEXT     TO  REJ-TEXT(W-REJ-COUNT).
           COMPUTE  A-REJECTS  =  A-REJECTS  +  1.

      *    THE CARD LINE SHOWS THE FIRST REASON AGAINST IT
           IF  W-REJ-CARD  >  ZERO
               MOVE  'Y'  TO  CRD-ERROR-SW(W-REJ-CARD)
               IF  CRD-RESULT(W-REJ-CARD)  =  SPACES
                   MOVE  W-REJ-TEXT  TO  CRD-RESULT(W-REJ-CARD)
               END-IF
           END-IF.
      /
      *****************************************************************
      *   A P P L Y   T H E   R E O R G A N I Z A T I O N              *
      *****************************************************************
       P0500-APPLY-REORG.

      *    THE HISTORY FILE IS OPENED FIRST SO A BAD EHST0010 DD
      *    STOPS THE RUN BEFORE ANY ROW IS TOUCHED
           OPEN EXTEND EHST-FILE.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'OPEN EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN EHST0010'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P5045-GET-CURRENT-TS.

           MOVE  'Y'  TO  W-UNIT-OPEN-SW.

           PERFORM P0510-MOVE-ONE-EMP
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           PERFORM P0520-RETIRE-ONE-DEPT
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT.

           PERFORM P5095-COMMIT-WORK.

           MOVE  'N'  TO  W-UNIT-OPEN-SW.
           MOVE  'Y'  TO  W-APPLIED-SW.

      *    THE HISTORY AND THE POSITIONS FOLLOW THE COMMIT SO A
      *    ROLLED-BACK RUN LEAVES NOTHING BEHIND IN EITHER FILE
           PERFORM P0515-WRITE-HISTORY-RECORD
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           CLOSE EHST-FILE.

           MOVE  W-CURRENT-TS(1:10)  TO  W-POSN-STAMP-DATE.

           PERFORM P0530-RESTAMP-ONE-GROUP
               VARYING W-GRP-SUB FROM 1 BY 1
               UNTIL   W-GRP-SUB > W-GROUP-COUNT.

           PERFORM P0540-CLOSE-DEPT-POSITIONS
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT.
      /
      *****************************************************************
      *   M O V E   O N E   E M P L O Y E E                            *
      *****************************************************************
       P0510-MOVE-ONE-EMP.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  EMP-OLD-DEPT(W-EMP-SUB)
               MOVE  EMP-EMPNO(W-EMP-SUB)     TO  EMPNO
               MOVE  EMP-NEW-DEPT(W-EMP-SUB)  TO  WORKDEPT
               MOVE  EMP-OLD-DEPT(W-EMP-SUB)  TO  W-OLD-WORKDEPT
               PERFORM P5040-UPDATE-WORKDEPT
               COMPUTE  A-EMP-UPDATED  =  A-EMP-UPDATED  +  1
           END-IF.
      /
      *****************************************************************
      *   A P P E N D   O N E   H I S T O R Y   R E C O R D            *
      *****************************************************************
       P0515-WRITE-HISTORY-RECORD.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  EMP-OLD-DEPT(W-EMP-SUB)
               INITIALIZE  W-EHST-RECORD
               MOVE  EMP-EMPNO(W-EMP-SUB)     TO  EHST-EMPNO
               MOVE  'WORKDEPT'               TO  EHST-FIELD
               MOVE  EMP-OLD-DEPT(W-EMP-SUB)  TO  EHST-OLD-VALUE
               MOVE  EMP-NEW-DEPT(W-EMP-SUB)  TO  EHST-NEW-VALUE
               MOVE  C-THIS-PGM               TO  EHST-PROGRAM
               MOVE  W-CURRENT-TS             TO  EHST-TIMESTAMP
               WRITE EHST-RECORD  FROM  W-EHST-RECORD
               IF  WS-EHST-STATUS  NOT =  '00'
                   DISPLAY 'P0515 WRITE EHST0010 FAILED'
                   DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
                   DISPLAY 'REORG IS COMMITTED - HISTORY WRITTEN FOR '
                           A-HISTORY-WRITTEN ' OF ' A-EMP-UPDATED
                           ' MOVES'
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0515-WRITE-HISTORY-RECORD'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  A-HISTORY-WRITTEN  =  A-HISTORY-WRITTEN  +  1
           END-IF.
      /
      *****************************************************************
      *   R E T I R E   O N E   D E P A R T M E N T                    *
      *****************************************************************
       P0520-RETIRE-ONE-DEPT.

           IF  DPT-RETIRED(W-DPT-SUB)
               MOVE  DPT-DEPTNO(W-DPT-SUB)  TO  DEPTNO
      *        THE EMP ROWS ARE COUNTED AGAIN INSIDE THE UNIT - A HIRE
      *        INTO THE DEPARTMENT SINCE THE EDIT STOPS THE RUN
               PERFORM P5033-COUNT-EMP-IN-DEPT
               IF  W-EMP-IN-DEPT  >  ZERO
                   DISPLAY 'P0520 DEPARTMENT ', DEPTNO,
                           ' HAS ', W-EMP-IN-DEPT,
                           ' EMPLOYEES AFTER THE MOVES'
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0520-RETIRE-ONE-DEPT'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
               END-IF
               PERFORM P5070-DELETE-DEPT
               COMPUTE  A-DEPT-DELETED  =  A-DEPT-DELETED  +  1
           END-IF.
      /
      *****************************************************************
      *   R E S T A M P   A   M O V E R ' S   P O S I T I O N          *
      *****************************************************************
       P0530-RESTAMP-ONE-GROUP.

      *    A RETIRED DEPARTMENT'S POSITIONS ARE CLOSED INSTEAD
           MOVE  GRP-WORKDEPT(W-GRP-SUB)  TO  W-DEPT-KEY.
           PERFORM P0190-FIND-DEPT.

           IF  DEPT-FOUND
               IF  NOT  DPT-RETIRED(W-DPT-HIT)
                   MOVE  GRP-WORKDEPT(W-GRP-SUB)  TO  POSN-WORKDEPT
                   MOVE  GRP-JOB(W-GRP-SUB)       TO  POSN-JOB
                   PERFORM P0535-RESTAMP-POSITION
               END-IF
           END-IF.
      /
      *****************************************************************
      *   B R I N G   V A C A N T - S I N C E   I N   L I N E          *
      *****************************************************************
       P0535-RESTAMP-POSITION.

      *    A POSITION NOT ON FILE OR CLOSED IS LEFT ALONE - THE
      *    EMPPOS10 REPORT LISTS ITS INCUMBENTS AS EXCEPTIONS
           IF  POSN-WORKDEPT  =  SPACES  OR
               POSN-JOB       =  SPACES
               MOVE  'N'  TO  W-POSN-FOUND-SW
           ELSE
               PERFORM P0537-READ-POSITION
           END-IF.

           IF  POSITION-FOUND  AND  POSN-OPEN
               PERFORM P5036-COUNT-FILLED
               EVALUATE  TRUE
                   WHEN  W-FILLED-COUNT  <  POSN-AUTHORIZED  AND
                         POSN-VACANT-SINCE  =  SPACES
                       MOVE  W-POSN-STAMP-DATE  TO  POSN-VACANT-SINCE
                       PERFORM P0538-REWRITE-POSITION
                       COMPUTE  A-POSITIONS-STAMPED  =
                                A-POSITIONS-STAMPED  +  1
                   WHEN  W-FILLED-COUNT  NOT <  POSN-AUTHORIZED  AND
                         POSN-VACANT-SINCE  NOT =  SPACES
                       MOVE  SPACES             TO  POSN-VACANT-SINCE
                       PERFORM P0538-REWRITE-POSITION
                       COMPUTE  A-POSITIONS-STAMPED  =
                                A-POSITIONS-STAMPED  +  1
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   R E A D   T H E   P O S I T I O N   R E C O R D              *
      *****************************************************************
       P0537-READ-POSITION.

           READ  POSN-FILE.

           EVALUATE  WS-POSN-STATUS
               WHEN  '00'
                   MOVE  'Y'  TO  W-POSN-FOUND-SW
               WHEN  '23'
                   MOVE  'N'  TO  W-POSN-FOUND-SW
               WHEN  OTHER
                   DISPLAY 'P0537 READ POSMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0537-READ-POSITION'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
      *****************************************************************
      *   R E W R I T E   T H E   P O S I T I O N   R E C O R D        *
      *****************************************************************
       P0538-REWRITE-POSITION.

           MOVE  W-CURRENT-TS     TO  POSN-LAST-CHANGE-TS.
           MOVE  C-THIS-PGM       TO  POSN-LAST-CHANGE-BY.

           REWRITE  POSN-RECORD.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'P0538 REWRITE POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0538-REWRITE-POSITION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   C L O S E   R E T I R E D   P O S I T I O N S                *
      *****************************************************************
       P0540-CLOSE-DEPT-POSITIONS.

           IF  DPT-RETIRED(W-DPT-SUB)
               MOVE  DPT-DEPTNO(W-DPT-SUB)  TO  W-POSN-RETIRE-DEPT
               MOVE  W-POSN-RETIRE-DEPT     TO  POSN-WORKDEPT
               MOVE  LOW-VALUES             TO  POSN-JOB
               MOVE  'N'                    TO  W-POSN-END-SW
               START POSN-FILE
                   KEY IS NOT LESS THAN POSN-KEY
               EVALUATE  WS-POSN-STATUS
                   WHEN  '00'
                       PERFORM P8020-READ-POSITION-NEXT
                       PERFORM P0545-CLOSE-ONE-POSITION
                           UNTIL POSITION-END
                   WHEN  '23'
                       CONTINUE
                   WHEN  OTHER
                       DISPLAY 'START POSMAST FAILED'
                       DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                       MOVE  'F'  TO  W-ABEND-CAUSE-SW
                       MOVE  'P0540-CLOSE-DEPT-POSITIONS'
                             TO  W-ERR-PARAGRAPH
                       PERFORM P9999-ABEND-PGM
               END-EVALUATE
           END-IF.
      /
       P0545-CLOSE-ONE-POSITION.

           IF  POSN-OPEN
               MOVE  'C'                  TO  POSN-STATUS
               MOVE  W-POSN-STAMP-DATE    TO  POSN-CLOSED-DATE
               MOVE  SPACES               TO  POSN-VACANT-SINCE
               PERFORM P0538-REWRITE-POSITION
               COMPUTE  A-POSITIONS-CLOSED  =
                        A-POSITIONS-CLOSED  +  1
           END-IF.

           PERFORM P8020-READ-POSITION-NEXT.
      /
      *****************************************************************
      *   P R I N T   T H E   R E O R G   R E P O R T                  *
      *****************************************************************
       P0600-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE.

           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  TITLE-RUN-DATE.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           IF  APPLY-RUN
               MOVE  'APPLY               '  TO  RMO-MODE
           ELSE
               MOVE  'PREVIEW             '  TO  RMO-MODE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-RO-MODE-LINE.

           MOVE  W-RUN-RESULT  TO  RRL-RESULT.
           WRITE REPORT-RECORD  FROM  W-RO-RESULT-LINE.

           WRITE REPORT-RECORD  FROM  W-RO-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-INSTRUCTIONS.
           WRITE REPORT-RECORD  FROM  W-RO-CARD-HEADER1.
           WRITE REPORT-RECORD  FROM  W-RO-CARD-HEADER2.

           PERFORM P0610-PRINT-ONE-CARD
               VARYING W-CRD-SUB FROM 1 BY 1
               UNTIL   W-CRD-SUB > W-CARD-COUNT.

           WRITE REPORT-RECORD  FROM  W-RO-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-MOVES.
           WRITE REPORT-RECORD  FROM  W-RO-MOVE-HEADER1.
           WRITE REPORT-RECORD  FROM  W-RO-MOVE-HEADER2.

           PERFORM P0620-PRINT-ONE-MOVE
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

           IF  A-EMPS-MOVED  =  ZERO
               MOVE  'NONE'  TO  RTL-TEXT
               WRITE REPORT-RECORD  FROM  W-RO-TEXT-LINE
           END-IF.

           WRITE REPORT-RECORD  FROM  W-RO-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-DEPTS.
           WRITE REPORT-RECORD  FROM  W-RO-DEPT-HEADER1.
           WRITE REPORT-RECORD  FROM  W-RO-DEPT-HEADER2.

           PERFORM P0630-PRINT-ONE-DEPT
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT.

           INITIALIZE  W-RO-DEPT-LINE.
           MOVE  'ALL'               TO  RDL-DEPT.
           MOVE  A-TOTAL-BEFORE-HC   TO  RDL-BEFORE-HC.
           MOVE  A-TOTAL-BEFORE-PAY  TO  RDL-BEFORE-PAY.
           MOVE  A-TOTAL-AFTER-HC    TO  RDL-AFTER-HC.
           MOVE  A-TOTAL-AFTER-PAY   TO  RDL-AFTER-PAY.
           COMPUTE  RDL-HC-CHANGE  =  A-TOTAL-AFTER-HC  -
                                      A-TOTAL-BEFORE-HC.
           COMPUTE  RDL-PAY-CHANGE  =  A-TOTAL-AFTER-PAY  -
                                       A-TOTAL-BEFORE-PAY.
           WRITE REPORT-RECORD  FROM  W-RO-DEPT-LINE.

           IF  A-REJECTS  >  ZERO
               WRITE REPORT-RECORD  FROM  W-RO-BLANK-LINE
               WRITE REPORT-RECORD  FROM  W-SECTION-REFUSED
               WRITE REPORT-RECORD  FROM  W-RO-ERROR-HEADER1
               PERFORM P0640-PRINT-ONE-REJECT
                   VARYING W-REJ-SUB FROM 1 BY 1
                   UNTIL   W-REJ-SUB > W-REJ-COUNT
           END-IF.

           PERFORM P0650-PRINT-RUN-COUNTS.

           CLOSE REPORT-FILE.
      /
       P0610-PRINT-ONE-CARD.

           INITIALIZE  W-RO-CARD-LINE.
           MOVE  W-CRD-SUB                  TO  RCL-SEQ.
           MOVE  CRD-ACTION(W-CRD-SUB)      TO  RCL-ACTION.
           MOVE  CRD-FROM-DEPT(W-CRD-SUB)   TO  RCL-FROM.
           MOVE  CRD-TO-DEPT(W-CRD-SUB)     TO  RCL-TO.
           MOVE  CRD-JOB(W-CRD-SUB)         TO  RCL-JOB.
           MOVE  CRD-MOVES(W-CRD-SUB)       TO  RCL-MOVES.

           EVALUATE  TRUE
               WHEN  CRD-RESULT(W-CRD-SUB)  NOT =  SPACES
                   MOVE  CRD-RESULT(W-CRD-SUB)  TO  RCL-RESULT
               WHEN  CRD-RETIRE(W-CRD-SUB)  AND  REORG-APPLIED
                   MOVE  'DEPARTMENT RETIRED'   TO  RCL-RESULT
               WHEN  CRD-RETIRE(W-CRD-SUB)
                   MOVE  'OK - DEPARTMENT TO BE RETIRED'
                                                TO  RCL-RESULT
               WHEN  REORG-APPLIED
                   MOVE  'EMPLOYEES MOVED'      TO  RCL-RESULT
               WHEN  OTHER
                   MOVE  'OK'                   TO  RCL-RESULT
           END-EVALUATE.

           WRITE REPORT-RECORD  FROM  W-RO-CARD-LINE.
      /
       P0620-PRINT-ONE-MOVE.

           IF  EMP-NEW-DEPT(W-EMP-SUB)  NOT =  EMP-OLD-DEPT(W-EMP-SUB)
               INITIALIZE  W-RO-MOVE-LINE
               MOVE  EMP-EMPNO(W-EMP-SUB)      TO  RML-EMPNO
               MOVE  EMP-LAST-NAME(W-EMP-SUB)  TO  RML-LAST-NAME
               MOVE  EMP-JOB(W-EMP-SUB)        TO  RML-JOB
               MOVE  EMP-OLD-DEPT(W-EMP-SUB)   TO  RML-FROM
               MOVE  EMP-NEW-DEPT(W-EMP-SUB)   TO  RML-TO
               MOVE  EMP-PAY(W-EMP-SUB)        TO  RML-PAY
               EVALUATE  TRUE
                   WHEN  REORG-APPLIED
                       MOVE  'MOVED'    TO  RML-FLAG
                   WHEN  A-REJECTS  >  ZERO
                       MOVE  'REFUSED'  TO  RML-FLAG
                   WHEN  OTHER
                       MOVE  'PREVIEW'  TO  RML-FLAG
               END-EVALUATE
               WRITE REPORT-RECORD  FROM  W-RO-MOVE-LINE
           END-IF.
      /
       P0630-PRINT-ONE-DEPT.

           INITIALIZE  W-RO-DEPT-LINE.
           MOVE  DPT-DEPTNO(W-DPT-SUB)      TO  RDL-DEPT.
           MOVE  DPT-BEFORE-HC(W-DPT-SUB)   TO  RDL-BEFORE-HC.
           MOVE  DPT-BEFORE-PAY(W-DPT-SUB)  TO  RDL-BEFORE-PAY.
           MOVE  DPT-AFTER-HC(W-DPT-SUB)    TO  RDL-AFTER-HC.
           MOVE  DPT-AFTER-PAY(W-DPT-SUB)   TO  RDL-AFTER-PAY.
           COMPUTE  RDL-HC-CHANGE  =  DPT-AFTER-HC(W-DPT-SUB)  -
                                      DPT-BEFORE-HC(W-DPT-SUB).
           COMPUTE  RDL-PAY-CHANGE  =  DPT-AFTER-PAY(W-DPT-SUB)  -
                                       DPT-BEFORE-PAY(W-DPT-SUB).

           EVALUATE  TRUE
               WHEN  DPT-RETIRED(W-DPT-SUB)  AND  REORG-APPLIED
                   MOVE  'RETIRED'      TO  RDL-NOTE
               WHEN  DPT-RETIRED(W-DPT-SUB)
                   MOVE  'TO RETIRE'    TO  RDL-NOTE
               WHEN  NOT  DPT-ON-TABLE(W-DPT-SUB)
                   MOVE  'NOT ON DEPT'  TO  RDL-NOTE
           END-EVALUATE.

           ADD  DPT-BEFORE-HC(W-DPT-SUB)   TO  A-TOTAL-BEFORE-HC.
           ADD  DPT-BEFORE-PAY(W-DPT-SUB)  TO  A-TOTAL-BEFORE-PAY.
           ADD  DPT-AFTER-HC(W-DPT-SUB)    TO  A-TOTAL-AFTER-HC.
           ADD  DPT-AFTER-PAY(W-DPT-SUB)   TO  A-TOTAL-AFTER-PAY.

           WRITE REPORT-RECORD  FROM  W-RO-DEPT-LINE.
      /
       P0640-PRINT-ONE-REJECT.

           MOVE  REJ-CARD(W-REJ-SUB)     TO  REL-CARD.
           MOVE  REJ-SUBJECT(W-REJ-SUB)  TO  REL-SUBJECT.
           MOVE  REJ-TEXT(W-REJ-SUB)     TO  REL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RO-ERROR-LINE.
      /
      *****************************************************************
      *   P R I N T   T H E   R U N   C O U N T S                      *
      *****************************************************************
       P0650-PRINT-RUN-COUNTS.

           WRITE REPORT-RECORD  FROM  W-RO-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNTS.

           MOVE  'REORG CARDS READ'         TO  RCT-LABEL.
           MOVE  A-CARDS-READ               TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'GLMAP010 MAPPINGS LOADED' TO  RCT-LABEL.
           MOVE  A-MAPPINGS-LOADED          TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'BAD GLMAP010 CARDS SKIPPED' TO  RCT-LABEL.
           MOVE  A-MAPPINGS-BAD             TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'DEPT ROWS READ'           TO  RCT-LABEL.
           MOVE  A-DEPTS-READ               TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'EMP ROWS READ'            TO  RCT-LABEL.
           MOVE  A-RECORDS-READ             TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'EMPLOYEES TO MOVE'        TO  RCT-LABEL.
           MOVE  A-EMPS-MOVED               TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'DEPARTMENTS TO RETIRE'    TO  RCT-LABEL.
           MOVE  A-DEPTS-TO-RETIRE          TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'EMP ROWS UPDATED'         TO  RCT-LABEL.
           MOVE  A-EMP-UPDATED              TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'DEPT ROWS DELETED'        TO  RCT-LABEL.
           MOVE  A-DEPT-DELETED             TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'EHST0010 RECORDS WRITTEN' TO  RCT-LABEL.
           MOVE  A-HISTORY-WRITTEN          TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'POSITIONS RESTAMPED'      TO  RCT-LABEL.
           MOVE  A-POSITIONS-STAMPED        TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'POSITIONS CLOSED'         TO  RCT-LABEL.
           MOVE  A-POSITIONS-CLOSED         TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'MOVE CARDS MATCHING NOBODY' TO  RCT-LABEL.
           MOVE  A-WARNINGS                 TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.

           MOVE  'REASONS RUN REFUSED'      TO  RCT-LABEL.
           MOVE  A-REJECTS                  TO  RCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-RO-COUNT-LINE.
      /
      ******************************************************************
      *      O P E N  E M P  R E O R G  C U R S O R                    *
      ******************************************************************
       P5000-OPEN-EMP-REORG.

             EXEC SQL
               OPEN EMP_REORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP REORG'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-REORG'
                 MOVE  'P5000-OPEN-EMP-REORG'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  E M P  R E O R G  C U R S O R                  *
      ******************************************************************
       P5010-CLOSE-EMP-REORG.

             EXEC SQL
               CLOSE EMP_REORG
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-REORG'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5010-CLOSE-EMP-REORG'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  E M P  R E O R G  D A T A                      *
      ******************************************************************
       P5020-FETCH-EMP-REORG.

           INITIALIZE DCLEMP.

           EXEC SQL
              FETCH EMP_REORG

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.LASTNAME,
                    :DCLEMP.WORKDEPT,
                    :DCLEMP.JOB,
                    :DCLEMP.SALARY,
                    :DCLEMP.BONUS,
                    :DCLEMP.COMM

              INDICATOR :NULL_IND

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                  ELSE
                      DISPLAY 'P5020 EMP REORG FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5020-FETCH-EMP-REORG'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O U N T   E M P   R O W S   I N   A   D E P A R T M E N T  *
      *****************************************************************
       P5033-COUNT-EMP-IN-DEPT.

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :W-EMP-IN-DEPT
                   FROM DSN8110.EMP
                  WHERE WORKDEPT = :DCLDEPT.DEPTNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5033 COUNT EMP IN DEPT'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5033-COUNT-EMP-IN-DEPT'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O U N T   P O S I T I O N   H O L D E R S                  *
      *****************************************************************
       P5036-COUNT-FILLED.

           MOVE  POSN-WORKDEPT  TO  WORKDEPT.
           MOVE  POSN-JOB       TO  JOB.

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :W-FILLED-COUNT
                   FROM DSN8110.EMP
                  WHERE WORKDEPT = :DCLEMP.WORKDEPT
                    AND JOB      = :DCLEMP.JOB
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5036 COUNT FILLED'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5036-COUNT-FILLED'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   M O V E   O N E   E M P   R O W                              *
      *****************************************************************
       P5040-UPDATE-WORKDEPT.

      *    THE OLD WORKDEPT IN THE WHERE CLAUSE MAKES A ROW CHANGED BY
      *    ANOTHER JOB SINCE THE CURSOR READ IT A NOT-FOUND, NOT A
      *    SILENT OVERWRITE
             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET WORKDEPT = :DCLEMP.WORKDEPT,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO    = :DCLEMP.EMPNO
                    AND WORKDEPT = :W-OLD-WORKDEPT
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 IF  SQLCODE  =  DB2-END-OF-TABLE
                     DISPLAY 'P5040 EMP ROW CHANGED DURING THE RUN'
                     DISPLAY 'EMPNO = ', EMPNO,
                             ' WAS IN WORKDEPT ', W-OLD-WORKDEPT
                     MOVE  'F'  TO  W-ABEND-CAUSE-SW
                     MOVE  'P5040-UPDATE-WORKDEPT'
                           TO  W-ERR-PARAGRAPH
                     PERFORM P9999-ABEND-PGM
                 ELSE
                     DISPLAY 'P5040 UPDATE WORKDEPT'
                     DISPLAY 'SQLCODE = ', SQLCODE
                     MOVE  'P5040-UPDATE-WORKDEPT'
                           TO  W-ERR-PARAGRAPH
                     PERFORM P9999-ABEND-PGM.
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
      ******************************************************************
      *      O P E N  D E P T  L I S T  C U R S O R                    *
      ******************************************************************
       P5050-OPEN-DEPT-LIST.

             EXEC SQL
               OPEN DEPT_LIST
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO DEPT LIST'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5050-OPEN-DEPT-LIST'
                 MOVE  'P5050-OPEN-DEPT-LIST'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  D E P T  L I S T  C U R S O R                  *
      ******************************************************************
       P5055-CLOSE-DEPT-LIST.

             EXEC SQL
               CLOSE DEPT_LIST
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5055-CLOSE-DEPT-LIST'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5055-CLOSE-DEPT-LIST'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  D E P T  L I S T  D A T A                      *
      ******************************************************************
       P5058-FETCH-DEPT-LIST.

           INITIALIZE DCLDEPT.

           EXEC SQL
              FETCH DEPT_LIST

              INTO  :DCLDEPT.DEPTNO,
                    :DCLDEPT.ADMRDEPT

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-DEPTS-READ  =  A-DEPTS-READ  +  1
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLDEPT
                  ELSE
                      DISPLAY 'P5058 DEPT LIST FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5058-FETCH-DEPT-LIST'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   D E L E T E   A   R E T I R E D   D E P A R T M E N T        *
      *****************************************************************
       P5070-DELETE-DEPT.

      *    NOT FOUND IS ACCEPTED - THE ROW MAY ALREADY HAVE GONE WITH
      *    A DEPARTMENT IT REPORTED TO THAT IS RETIRED IN THE SAME RUN
             EXEC SQL
                 DELETE FROM DSN8110.DEPT
                  WHERE DEPTNO = :DCLDEPT.DEPTNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK  OR
                 SQLCODE  =  DB2-END-OF-TABLE
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5070 DELETE DEPT'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5070-DELETE-DEPT'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O M M I T   T H E   R E O R G A N I Z A T I O N            *
      *****************************************************************
       P5095-COMMIT-WORK.

             EXEC SQL
                 COMMIT
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 COMPUTE  A-COMMITS-TAKEN  =  A-COMMITS-TAKEN  +  1
             ELSE
                 DISPLAY 'P5095 COMMIT WORK'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5095-COMMIT-WORK'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   R E A D   N E X T   R E O R G   C A R D                      *
      *****************************************************************
       P8000-READ-RORG-FILE.

           READ RORG-FILE INTO W-RORG-RECORD
               AT END
                   MOVE  'Y'  TO  W-RORG-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   G L M A P 0 1 0   C A R D                *
      *****************************************************************
       P8010-READ-GLMAP-FILE.

           READ GLMAP-FILE INTO W-RGLM-RECORD
               AT END
                   MOVE  'Y'  TO  W-GLMAP-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   T H E   N E X T   P O S I T I O N   O F   A        *
      *   R E T I R E D   D E P A R T M E N T                          *
      *****************************************************************
       P8020-READ-POSITION-NEXT.

           READ POSN-FILE NEXT RECORD.

           EVALUATE  WS-POSN-STATUS
               WHEN  '00'
                   IF  POSN-WORKDEPT  NOT =  W-POSN-RETIRE-DEPT
                       MOVE  'Y'  TO  W-POSN-END-SW
                   END-IF
               WHEN  '10'
                   MOVE  'Y'  TO  W-POSN-END-SW
               WHEN  OTHER
                   DISPLAY 'READ NEXT POSMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P8020-READ-POSITION-NEXT'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
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
               MOVE  DEPTNO    TO  W-ERR-DEPTNO
               MOVE  EMPNO     TO  W-ERR-EMPNO
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.

      *    BACK OUT EVERY EMP MOVE AND DEPT DELETE NOT YET COMMITTED SO
      *    THE RUN CAN BE RESUBMITTED AS IT STANDS
           IF  UNIT-OPEN
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'REORG ROLLED BACK - EMP AND DEPT UNCHANGED'
           END-IF.

           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
