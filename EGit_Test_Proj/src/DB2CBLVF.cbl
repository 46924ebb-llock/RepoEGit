      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: UR
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CBLVF.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  THREE-WAY EMPLOYEE MASTER VERIFY - THE EMPLOYEE POPULATION
      *  IS HELD THREE TIMES: DSN8110.EMP ITSELF, THE EXTO0010
      *  MASTER EXTRACT DB2CBLEX WRITES EVERY NIGHT, AND THE EMPMAST
      *  VSAM KSDS DB2CBLVL REFRESHES.  THIS STEP READS ALL THREE IN
      *  EMPNO SEQUENCE (THE EXTRACT, WHICH IS IN WORKDEPT/LASTNAME
      *  ORDER, IS LOADED AND KEPT IN EMPNO ORDER) AND LISTS EVERY
      *  DISCREPANCY AGAINST DSN8110.EMP:
      *
      *    *MISSING* - AN EMP ROW WITH NO EXTO0010 OR EMPMAST RECORD
      *    *EXTRA*   - AN EXTO0010 RECORD WITH NO EMP ROW
      *    *STALE*   - AN EMPMAST RECORD WITH NO EMP ROW - A DEPARTED
      *                EMPLOYEE THE DB2CBLVL DELTA CANNOT REMOVE
      *    FIELD     - FIRSTNME, LASTNAME, WORKDEPT, DEPTNAME, SALARY,
      *                BONUS, COMM OR TOTALCOMP DIFFERING FROM EMP
      *                (NULL BONUS/COMM AND TOTAL COMP AS DB2CBLEX
      *                AND DB2CBLVL BUILD THEM)
      *
      *  THE STEP RUNS AFTER DB2CBLEX AND AHEAD OF DB2CBLVL.  AN
      *  EMPMAST DISCREPANCY ON AN EMP ROW WHOSE LASTCHG IS NEWER
      *  THAN THE VLRN0010 LAST-LOAD TIMESTAMP IS ONLY A CHANGE THE
      *  NEXT DELTA WILL CARRY - IT IS LISTED WITH A '*' AND DOES NOT
      *  CALL FOR A RELOAD.  ANY OTHER EMPMAST DISCREPANCY (A STALE
      *  RECORD, OR A ROW CHANGED WITHOUT A LASTCHG BUMP) IS ONE NO
      *  DELTA WILL EVER REPAIR, AND THE RETURN CODE ASKS FOR A
      *  FORCED FULL RELOAD.  WHEN VLRN0010 IS EMPTY DB2CBLVL RELOADS
      *  IN FULL ANYWAY AND NO FORCED RELOAD IS ASKED FOR.
      *
      *  THE EXTO0010 HDR/TRL CYCLE-INTEGRITY RECORDS ARE VERIFIED
      *  BEFORE ANY MATCHING IS DONE.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *                EMPMAST  - VSAM KSDS EMPLOYEE MASTER
      *                VLRN0010 - DB2CBLVL LAST-LOAD TIMESTAMP
      *
      *  OUTPUT FILES: RPTO0270 - THREE-WAY VERIFY REPORT
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                DCLDEPT
      *                EXTMAST
      *                EMPMREC
      *                REPORTVF
      *                CYCLPRM
      *    TABLES:
      *            DSN8110.EMP
      *            DSN8110.DEPT
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN ALL THREE COPIES REACH END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN OPEN, FETCH OR CLOSE RETURNS AN UNEXPECTED
      *             SQLCODE, THE EXTRACT FAILS VERIFICATION OR
      *             OVERFLOWS THE WORK TABLE, OR A VSAM OPEN, START OR
      *             READ RETURNS A BAD FILE STATUS
      *
      *    RETURN CODES:
      *             0  - ALL THREE COPIES AGREE, APART FROM CHANGES
      *                  THE NEXT DB2CBLVL DELTA WILL CARRY
      *             4  - EXTO0010 DIFFERS FROM DSN8110.EMP (ROWS
      *                  CHANGED SINCE THE EXTRACT); EMPMAST NEEDS
      *                  NO FORCED RELOAD
      *             8  - THE CYCLE IS NOT READY
      *             12 - FORCE A FULL EMPMAST RELOAD TONIGHT - RUN
      *                  DB2CBLVL WITH PARM F
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - THREE-WAY VERIFY    2026-10-15      *
      *          OF DSN8110.EMP, EXTO0010 AND THE                      *
      *          EMPMAST KSDS WITH A FORCED-RELOAD                     *
      *          RETURN CODE                                           *
      *  LOUIS - REFUSES A CYCLE IT HAS ALREADY        2026-10-15      *
      *          COMPLETED - NO NEW CYCLE MEANS DB2CBLEX               *
      *          WAS SKIPPED                                           *
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
           SELECT EMPM-FILE           ASSIGN TO EMPMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS EMPM-EMPNO
                                       ALTERNATE RECORD KEY IS
                                           EMPM-LAST-NAME
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           EMPM-WORK-DEPT
                                           WITH DUPLICATES
                                       FILE STATUS IS WS-EMPM-STATUS.
           SELECT VLRN-FILE           ASSIGN TO VLRN0010
                                       FILE STATUS IS WS-VLRN-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0270.

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
      * FILE:  EMPM-FILE                          DDNAME - EMPMAST     *
      *        VSAM KSDS EMPLOYEE MASTER KEYED BY EMPNO WITH           *
      *        LAST-NAME AND WORKDEPT ALTERNATE PATHS                  *
      ******************************************************************

       FD  EMPM-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS EMPM-RECORD.
       COPY EMPMREC.

      ******************************************************************
      * FILE:  VLRN-FILE                           DDNAME - VLRN0010   *
      *        TIMESTAMP OF THE LAST SUCCESSFUL EMPMAST LOAD           *
      ******************************************************************

       FD  VLRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VLRN-RECORD.
       01  VLRN-RECORD.
           05  VLRN-LAST-TS      PIC X(26).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0270    *
      *        THREE-WAY VERIFY REPORT                                 *
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
           VALUE 'DB2CBLVF START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLVF'.
      /
       COPY EXTMAST.
      /
       COPY REPORTVF.
      /
       COPY CYCLPRM.
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
      /
       01 NULL_AREA.
      *    NULL_IND(1) EMPNO   NULL_IND(2) FIRSTNME NULL_IND(3) LASTNAME
      *    NULL_IND(4) WORKDEPT             NULL_IND(5) SALARY
      *    NULL_IND(6) DEPTNAME             NULL_IND(7) BONUS
      *    NULL_IND(8) COMM                 NULL_IND(9) LASTCHG
          05 NULL_IND           PIC S9(4) COMP OCCURS 9 TIMES.

      ****************************************************************
      *   * CURSOR CALL FOR THE VERIFY - THE COLUMNS DB2CBLEX AND   **
      *   * DB2CBLVL CARRY ONTO THEIR COPIES, PLUS LASTCHG TO TELL  **
      *   * A CHANGE THE NEXT DELTA WILL CARRY FROM REAL DRIFT,     **
      *   * IN EMPNO ORDER FOR THE MATCH                            **
      ****************************************************************
             EXEC SQL
                  DECLARE EMP_VERIFY  CURSOR FOR

                     SELECT E.EMPNO,
                            E.FIRSTNME,
                            E.LASTNAME,
                            E.WORKDEPT,
                            E.SALARY,
                            D.DEPTNAME,
                            E.BONUS,
                            E.COMM,
                            E.LASTCHG
                     FROM DSN8110.EMP E
                          LEFT OUTER JOIN DSN8110.DEPT D
                            ON  E.WORKDEPT  =  D.DEPTNO
                     ORDER BY E.EMPNO ASC

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
       01   WS-EMPM-STATUS       PIC X(02) VALUE SPACES.
       01   WS-VLRN-STATUS       PIC X(02) VALUE SPACES.

       01   W-EXT-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-HDR-SEEN                  VALUE 'Y'.
       01   W-EXT-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-TRL-SEEN                  VALUE 'Y'.
       01   W-EXT-CYCLE-DATE     PIC X(10) VALUE SPACES.
       01   W-EXT-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-TRL-COUNT      PIC 9(09) VALUE ZERO.
       01   W-EXT-TRL-HASH       PIC 9(13)V9(2) VALUE ZERO.

       01   W-LAST-LOAD-TS       PIC X(26) VALUE SPACES.
       01   W-RELOAD-DUE-SW      PIC X(01) VALUE 'N'.
           88  FULL-RELOAD-DUE               VALUE 'Y'.

      *    THE CURRENT KEY OF EACH COPY - HIGH-VALUES ONCE A COPY IS
      *    EXHAUSTED, SO THE OTHERS RUN ON TO THEIR OWN END
       01   W-MATCH-KEYS.
            05  W-DB2-KEY         PIC X(06) VALUE SPACES.
            05  W-EXT-KEY         PIC X(06) VALUE SPACES.
            05  W-MST-KEY         PIC X(06) VALUE SPACES.
            05  W-LOW-KEY         PIC X(06) VALUE SPACES.
       01   W-ON-DB2-SW          PIC X(01) VALUE 'N'.
           88  KEY-ON-DB2                    VALUE 'Y'.
       01   W-ON-EXT-SW          PIC X(01) VALUE 'N'.
           88  KEY-ON-EXTRACT                VALUE 'Y'.
       01   W-ON-MST-SW          PIC X(01) VALUE 'N'.
           88  KEY-ON-MASTER                 VALUE 'Y'.
       01   W-PENDING-SW         PIC X(01) VALUE 'N'.
           88  DELTA-PENDING                 VALUE 'Y'.

      *    THE EMP ROW AS DB2CBLEX AND DB2CBLVL WOULD WRITE IT
       01   W-DB2-ROW.
            05  DBR-FIRST-NAME       PIC X(12).
            05  DBR-LAST-NAME        PIC X(15).
            05  DBR-WORK-DEPT        PIC X(03).
            05  DBR-DEPT-NAME        PIC X(36).
            05  DBR-SALARY           PIC S9(7)V9(2) COMP-3.
            05  DBR-BONUS            PIC S9(7)V9(2) COMP-3.
            05  DBR-COMM             PIC S9(7)V9(2) COMP-3.
            05  DBR-TOTAL-COMP       PIC S9(9)V9(2) COMP-3.
            05  DBR-LASTCHG          PIC X(26).

       01   C-MAX-EMP-ENTRIES    PIC S9(4) COMP VALUE +5000.

      *    THE EXTRACT DETAILS, KEPT IN EMPNO ORDER AS THEY ARE LOADED
       01   W-EMP-TABLE-AREA.
            05  W-EMP-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-EMP-ENTRY      OCCURS 5000 TIMES.
                10  EMP-EMPNO         PIC X(06).
                10  EMP-FIRST-NAME    PIC X(12).
                10  EMP-LAST-NAME     PIC X(15).
                10  EMP-WORK-DEPT     PIC X(03).
                10  EMP-DEPT-NAME     PIC X(36).
                10  EMP-SALARY        PIC S9(7)V9(2) COMP-3.
                10  EMP-BONUS         PIC S9(7)V9(2) COMP-3.
                10  EMP-COMM          PIC S9(7)V9(2) COMP-3.
                10  EMP-TOTAL-COMP    PIC S9(9)V9(2) COMP-3.

      *    THE COMPARED FIELDS, IN REPORT ORDER
       01   W-FIELD-NAME-VALUES.
            05  FILLER              PIC X(09) VALUE 'FIRSTNME'.
            05  FILLER              PIC X(09) VALUE 'LASTNAME'.
            05  FILLER              PIC X(09) VALUE 'WORKDEPT'.
            05  FILLER              PIC X(09) VALUE 'DEPTNAME'.
            05  FILLER              PIC X(09) VALUE 'SALARY'.
            05  FILLER              PIC X(09) VALUE 'BONUS'.
            05  FILLER              PIC X(09) VALUE 'COMM'.
            05  FILLER              PIC X(09) VALUE 'TOTALCOMP'.
       01   W-FIELD-NAME-TABLE REDEFINES W-FIELD-NAME-VALUES.
            05  W-FIELD-NAME        PIC X(09) OCCURS 8 TIMES.
       01   C-FIELD-COUNT           PIC S9(4) COMP VALUE +8.

       01   W-FIELD-COUNT-AREA.
            05  W-FIELD-COUNTS      OCCURS 8 TIMES.
                10  FLC-EXT-COUNT     PIC S9(8) COMP.
                10  FLC-MST-COUNT     PIC S9(8) COMP.

       01   W-COMPARE-AREA.
            05  W-CMP-COPY-SW        PIC X(01) VALUE 'X'.
                88  CMP-EXTRACT                VALUE 'X'.
                88  CMP-MASTER                 VALUE 'M'.
            05  W-CMP-DB2-VALUE      PIC X(36) VALUE SPACES.
            05  W-CMP-COPY-VALUE     PIC X(36) VALUE SPACES.
            05  W-CMP-DB2-MONEY      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
            05  W-CMP-COPY-MONEY     PIC S9(9)V9(2) COMP-3 VALUE ZERO.

       01   W-MONEY-EDIT         PIC -(9)9.99.
       01   W-NAME-WORK          PIC X(36) VALUE SPACES.
       01   W-NEW-EMPNO          PIC X(06) VALUE SPACES.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(06) VALUE 'EMPNO='.
            05  W-ERR-EMPNO       PIC X(06) VALUE SPACES.
            05  FILLER            PIC X(10) VALUE ' WORKDEPT='.
            05  W-ERR-WORKDEPT    PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(15) VALUE SPACES.

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
           05  W-INS-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-FLD-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-DB2-ROWS-READ          PIC S9(8) COMP  VALUE ZERO.
          05  A-MST-RECORDS-READ       PIC S9(8) COMP  VALUE ZERO.
          05  A-KEYS-ON-ALL-THREE      PIC S9(8) COMP  VALUE ZERO.
          05  A-MISSING-FROM-EXTRACT   PIC S9(8) COMP  VALUE ZERO.
          05  A-EXTRA-ON-EXTRACT       PIC S9(8) COMP  VALUE ZERO.
          05  A-MISSING-FROM-MASTER    PIC S9(8) COMP  VALUE ZERO.
          05  A-STALE-ON-MASTER        PIC S9(8) COMP  VALUE ZERO.
          05  A-EXT-MISMATCHES         PIC S9(8) COMP  VALUE ZERO.
          05  A-MST-MISMATCHES         PIC S9(8) COMP  VALUE ZERO.
          05  A-DELTA-PENDING          PIC S9(8) COMP  VALUE ZERO.
          05  A-RELOAD-ITEMS           PIC S9(8) COMP  VALUE ZERO.
          05  A-EXT-DISCREPANCIES      PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'DB2CBLVF ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'DB2CBLVF ENDED - PREDECESSOR NOT COMPLETE'
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

           INITIALIZE  W-FIELD-COUNT-AREA.

           PERFORM P0100-READ-LAST-LOAD-DATE.
           PERFORM P0300-LOAD-EXTRACT-TABLE.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           INITIALIZE  W-VFY-INFO-LINE.
           MOVE  'EXTRACT CYCLE DATE'  TO  VIL-LABEL.
           MOVE  W-EXT-CYCLE-DATE      TO  VIL-VALUE.
           WRITE REPORT-RECORD  FROM  W-VFY-INFO-LINE.
           INITIALIZE  W-VFY-INFO-LINE.
           MOVE  'LAST EMPMAST LOAD'   TO  VIL-LABEL.
           IF  FULL-RELOAD-DUE
               MOVE  'NONE RECORDED - FULL RELOAD DUE'  TO  VIL-VALUE
           ELSE
               MOVE  W-LAST-LOAD-TS    TO  VIL-VALUE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-VFY-INFO-LINE.
           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-DISCREPANCIES.
           WRITE REPORT-RECORD  FROM  W-VFY-HEADER1.
           WRITE REPORT-RECORD  FROM  W-VFY-HEADER2.

           PERFORM P0400-OPEN-MASTER.
           PERFORM P5000-OPEN-EMP-VERIFY.

           PERFORM P5020-FETCH-EMP-VERIFY.
           PERFORM P8010-READ-MASTER-NEXT.
           MOVE  1  TO  W-EMP-SUB.
           PERFORM P0420-SET-EXTRACT-KEY.

           PERFORM P0500-MATCH-ONE-KEY
               UNTIL  W-DB2-KEY  =  HIGH-VALUES
                 AND  W-EXT-KEY  =  HIGH-VALUES
                 AND  W-MST-KEY  =  HIGH-VALUES.

           PERFORM P5010-CLOSE-EMP-VERIFY.
           CLOSE EMPM-FILE.

           PERFORM P0600-PRINT-SUMMARY.

           DISPLAY 'TOTAL EMP ROWS READ       '  A-DB2-ROWS-READ.
           DISPLAY 'TOTAL EXTRACT RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'TOTAL EMPMAST RECORDS READ'  A-MST-RECORDS-READ.
           DISPLAY 'TOTAL EXTRACT DISCREPANCIES'  A-EXT-DISCREPANCIES.
           DISPLAY 'TOTAL EMPMAST NEEDING RELOAD'  A-RELOAD-ITEMS.
           DISPLAY 'TOTAL EMPMAST DELTA PENDING'  A-DELTA-PENDING.

           CLOSE REPORT-FILE.

           IF  A-RELOAD-ITEMS  >  ZERO  AND
               NOT  FULL-RELOAD-DUE
               DISPLAY 'FORCED FULL RELOAD REQUIRED - RUN DB2CBLVL ',
                       'WITH PARM F'
               MOVE  12  TO  RETURN-CODE
           ELSE
               IF  A-EXT-DISCREPANCIES  >  ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
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
      *   R E A D   T H E   L A S T - L O A D   T I M E S T A M P      *
      *****************************************************************
       P0100-READ-LAST-LOAD-DATE.

      *    SAME TEST DB2CBLVL MAKES - NO TIMESTAMP MEANS ITS NEXT RUN
      *    IS A FULL RELOAD WHATEVER THIS STEP FINDS
           MOVE  SPACES  TO  W-LAST-LOAD-TS.
           OPEN INPUT VLRN-FILE.
           IF  WS-VLRN-STATUS  =  '00'
               READ VLRN-FILE
               IF  WS-VLRN-STATUS  =  '00'  AND
                   VLRN-LAST-TS  NOT =  SPACES  AND
                   VLRN-LAST-TS  NOT =  LOW-VALUES
                   MOVE  VLRN-LAST-TS  TO  W-LAST-LOAD-TS
               END-IF
               CLOSE VLRN-FILE
           END-IF.

           IF  W-LAST-LOAD-TS  =  SPACES
               MOVE  'Y'  TO  W-RELOAD-DUE-SW
               DISPLAY 'NO VLRN0010 LAST-LOAD TIMESTAMP - DB2CBLVL ',
                       'WILL RELOAD IN FULL'
           ELSE
               DISPLAY 'LAST EMPMAST LOAD ', W-LAST-LOAD-TS
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   E X T R A C T   I N   E M P N O   O R D E R*
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

      *    OPEN A SLOT AT THE EMPNO'S PLACE BY SHIFTING THE HIGHER
      *    ENTRIES UP ONE
           MOVE  EXT-EMPNO  TO  W-NEW-EMPNO.
           COMPUTE  W-EMP-COUNT  =  W-EMP-COUNT  +  1.
           MOVE  W-EMP-COUNT  TO  W-INS-SUB.
           PERFORM P0318-SHIFT-ONE-ENTRY
               UNTIL  W-INS-SUB  =  1
                  OR  EMP-EMPNO(W-INS-SUB - 1)  <  W-NEW-EMPNO.

           MOVE  EXT-EMPNO        TO  EMP-EMPNO(W-INS-SUB).
           MOVE  EXT-FIRST-NAME   TO  EMP-FIRST-NAME(W-INS-SUB).
           MOVE  EXT-LAST-NAME    TO  EMP-LAST-NAME(W-INS-SUB).
           MOVE  EXT-WORK-DEPT    TO  EMP-WORK-DEPT(W-INS-SUB).
           MOVE  EXT-DEPT-NAME    TO  EMP-DEPT-NAME(W-INS-SUB).
           MOVE  EXT-SALARY       TO  EMP-SALARY(W-INS-SUB).
           MOVE  EXT-BONUS        TO  EMP-BONUS(W-INS-SUB).
           MOVE  EXT-COMM         TO  EMP-COMM(W-INS-SUB).
           MOVE  EXT-TOTAL-COMP   TO  EMP-TOTAL-COMP(W-INS-SUB).
      /
       P0318-SHIFT-ONE-ENTRY.

           MOVE  W-EMP-ENTRY(W-INS-SUB - 1)
                 TO  W-EMP-ENTRY(W-INS-SUB).
           COMPUTE  W-INS-SUB  =  W-INS-SUB  -  1.
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
      *    WOULD OTHERWISE SHOW A WHOLE DAY'S CHANGES AS DRIFT
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
      *   P O S I T I O N   E M P M A S T   A T   T H E   S T A R T    *
      *****************************************************************
       P0400-OPEN-MASTER.

           OPEN INPUT EMPM-FILE.
           IF  WS-EMPM-STATUS  NOT =  '00'
               DISPLAY 'OPEN EMPMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-EMPM-STATUS
               MOVE  'P0400-OPEN-MASTER'  TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           MOVE  LOW-VALUES  TO  EMPM-EMPNO.
           START EMPM-FILE
               KEY IS NOT LESS THAN EMPM-EMPNO.

      *    AN EMPTY CLUSTER IS NOT AN ERROR HERE - EVERY EMP ROW IS
      *    THEN REPORTED MISSING FROM EMPMAST
           EVALUATE  WS-EMPM-STATUS
               WHEN  '00'
                   CONTINUE
               WHEN  '23'
                   MOVE  HIGH-VALUES  TO  W-MST-KEY
               WHEN  OTHER
                   DISPLAY 'START EMPMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-EMPM-STATUS
                   MOVE  'P0400-OPEN-MASTER'  TO  W-ERR-PARAGRAPH
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
      *****************************************************************
      *   N E X T   E X T R A C T   K E Y   F R O M   T H E   T A B L E*
      *****************************************************************
       P0420-SET-EXTRACT-KEY.

           IF  W-EMP-SUB  >  W-EMP-COUNT
               MOVE  HIGH-VALUES           TO  W-EXT-KEY
           ELSE
               MOVE  EMP-EMPNO(W-EMP-SUB)  TO  W-EXT-KEY
           END-IF.
      /
      *****************************************************************
      *   M A T C H   T H E   L O W E S T   K E Y   O N   A L L   3    *
      *****************************************************************
       P0500-MATCH-ONE-KEY.

           MOVE  W-DB2-KEY  TO  W-LOW-KEY.
           IF  W-EXT-KEY  <  W-LOW-KEY
               MOVE  W-EXT-KEY  TO  W-LOW-KEY
           END-IF.
           IF  W-MST-KEY  <  W-LOW-KEY
               MOVE  W-MST-KEY  TO  W-LOW-KEY
           END-IF.

           MOVE  'N'  TO  W-ON-DB2-SW
                          W-ON-EXT-SW
                          W-ON-MST-SW
                          W-PENDING-SW.
           IF  W-DB2-KEY  =  W-LOW-KEY
               MOVE  'Y'  TO  W-ON-DB2-SW
           END-IF.
           IF  W-EXT-KEY  =  W-LOW-KEY
               MOVE  'Y'  TO  W-ON-EXT-SW
           END-IF.
           IF  W-MST-KEY  =  W-LOW-KEY
               MOVE  'Y'  TO  W-ON-MST-SW
           END-IF.

           IF  KEY-ON-DB2
      *        A ROW CHANGED SINCE THE LAST LOAD IS PICKED UP BY THE
      *        NEXT DELTA; A NULL LASTCHG NEVER IS
               IF  NOT  FULL-RELOAD-DUE  AND
                   NULL_IND(9)  >=  ZERO  AND
                   DBR-LASTCHG  >  W-LAST-LOAD-TS
                   MOVE  'Y'  TO  W-PENDING-SW
               END-IF
               IF  KEY-ON-EXTRACT
                   PERFORM P0520-COMPARE-EXTRACT
               ELSE
                   PERFORM P0540-REPORT-MISSING-EXTRACT
               END-IF
               IF  KEY-ON-MASTER
                   PERFORM P0530-COMPARE-MASTER
               ELSE
                   PERFORM P0545-REPORT-MISSING-MASTER
               END-IF
               IF  KEY-ON-EXTRACT  AND  KEY-ON-MASTER
                   ADD  1  TO  A-KEYS-ON-ALL-THREE
               END-IF
           ELSE
               IF  KEY-ON-EXTRACT
                   PERFORM P0550-REPORT-EXTRA-EXTRACT
               END-IF
               IF  KEY-ON-MASTER
                   PERFORM P0555-REPORT-STALE-MASTER
               END-IF
           END-IF.

           IF  KEY-ON-DB2
               PERFORM P5020-FETCH-EMP-VERIFY
           END-IF.
           IF  KEY-ON-EXTRACT
               ADD  1  TO  W-EMP-SUB
               PERFORM P0420-SET-EXTRACT-KEY
           END-IF.
           IF  KEY-ON-MASTER
               PERFORM P8010-READ-MASTER-NEXT
           END-IF.
      /
      *****************************************************************
      *   C O M P A R E   E M P   W I T H   E X T O 0 0 1 0            *
      *****************************************************************
       P0520-COMPARE-EXTRACT.

           MOVE  'X'  TO  W-CMP-COPY-SW.

           MOVE  1  TO  W-FLD-SUB.
           IF  EMP-FIRST-NAME(W-EMP-SUB)  NOT =  DBR-FIRST-NAME
               MOVE  DBR-FIRST-NAME             TO  W-CMP-DB2-VALUE
               MOVE  EMP-FIRST-NAME(W-EMP-SUB)  TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  2  TO  W-FLD-SUB.
           IF  EMP-LAST-NAME(W-EMP-SUB)  NOT =  DBR-LAST-NAME
               MOVE  DBR-LAST-NAME              TO  W-CMP-DB2-VALUE
               MOVE  EMP-LAST-NAME(W-EMP-SUB)   TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  3  TO  W-FLD-SUB.
           IF  EMP-WORK-DEPT(W-EMP-SUB)  NOT =  DBR-WORK-DEPT
               MOVE  DBR-WORK-DEPT              TO  W-CMP-DB2-VALUE
               MOVE  EMP-WORK-DEPT(W-EMP-SUB)   TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  4  TO  W-FLD-SUB.
           IF  EMP-DEPT-NAME(W-EMP-SUB)  NOT =  DBR-DEPT-NAME
               MOVE  DBR-DEPT-NAME              TO  W-CMP-DB2-VALUE
               MOVE  EMP-DEPT-NAME(W-EMP-SUB)   TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  5  TO  W-FLD-SUB.
           IF  EMP-SALARY(W-EMP-SUB)  NOT =  DBR-SALARY
               MOVE  DBR-SALARY                 TO  W-CMP-DB2-MONEY
               MOVE  EMP-SALARY(W-EMP-SUB)      TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  6  TO  W-FLD-SUB.
           IF  EMP-BONUS(W-EMP-SUB)  NOT =  DBR-BONUS
               MOVE  DBR-BONUS                  TO  W-CMP-DB2-MONEY
               MOVE  EMP-BONUS(W-EMP-SUB)       TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  7  TO  W-FLD-SUB.
           IF  EMP-COMM(W-EMP-SUB)  NOT =  DBR-COMM
               MOVE  DBR-COMM                   TO  W-CMP-DB2-MONEY
               MOVE  EMP-COMM(W-EMP-SUB)        TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  8  TO  W-FLD-SUB.
           IF  EMP-TOTAL-COMP(W-EMP-SUB)  NOT =  DBR-TOTAL-COMP
               MOVE  DBR-TOTAL-COMP             TO  W-CMP-DB2-MONEY
               MOVE  EMP-TOTAL-COMP(W-EMP-SUB)  TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.
      /
      *****************************************************************
      *   C O M P A R E   E M P   W I T H   E M P M A S T              *
      *****************************************************************
       P0530-COMPARE-MASTER.

           MOVE  'M'  TO  W-CMP-COPY-SW.

           MOVE  1  TO  W-FLD-SUB.
           IF  EMPM-FIRST-NAME  NOT =  DBR-FIRST-NAME
               MOVE  DBR-FIRST-NAME             TO  W-CMP-DB2-VALUE
               MOVE  EMPM-FIRST-NAME            TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  2  TO  W-FLD-SUB.
           IF  EMPM-LAST-NAME  NOT =  DBR-LAST-NAME
               MOVE  DBR-LAST-NAME              TO  W-CMP-DB2-VALUE
               MOVE  EMPM-LAST-NAME             TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  3  TO  W-FLD-SUB.
           IF  EMPM-WORK-DEPT  NOT =  DBR-WORK-DEPT
               MOVE  DBR-WORK-DEPT              TO  W-CMP-DB2-VALUE
               MOVE  EMPM-WORK-DEPT             TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  4  TO  W-FLD-SUB.
           IF  EMPM-DEPT-NAME  NOT =  DBR-DEPT-NAME
               MOVE  DBR-DEPT-NAME              TO  W-CMP-DB2-VALUE
               MOVE  EMPM-DEPT-NAME             TO  W-CMP-COPY-VALUE
               PERFORM P0580-WRITE-MISMATCH
           END-IF.

           MOVE  5  TO  W-FLD-SUB.
           IF  EMPM-SALARY  NOT =  DBR-SALARY
               MOVE  DBR-SALARY                 TO  W-CMP-DB2-MONEY
               MOVE  EMPM-SALARY                TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  6  TO  W-FLD-SUB.
           IF  EMPM-BONUS  NOT =  DBR-BONUS
               MOVE  DBR-BONUS                  TO  W-CMP-DB2-MONEY
               MOVE  EMPM-BONUS                 TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  7  TO  W-FLD-SUB.
           IF  EMPM-COMM  NOT =  DBR-COMM
               MOVE  DBR-COMM                   TO  W-CMP-DB2-MONEY
               MOVE  EMPM-COMM                  TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.

           MOVE  8  TO  W-FLD-SUB.
           IF  EMPM-TOTAL-COMP  NOT =  DBR-TOTAL-COMP
               MOVE  DBR-TOTAL-COMP             TO  W-CMP-DB2-MONEY
               MOVE  EMPM-TOTAL-COMP            TO  W-CMP-COPY-MONEY
               PERFORM P0575-EDIT-MONEY-MISMATCH
           END-IF.
      /
      *****************************************************************
      *   K E Y   D I S C R E P A N C I E S                            *
      *****************************************************************
       P0540-REPORT-MISSING-EXTRACT.

           INITIALIZE  W-VFY-DETAIL.
           MOVE  W-LOW-KEY     TO  VFD-EMPNO.
           MOVE  'EXTO0010'    TO  VFD-COPY.
           MOVE  '*MISSING*'   TO  VFD-FIELD.
           PERFORM P0590-FORMAT-DB2-NAME.
           MOVE  W-NAME-WORK   TO  VFD-DB2-VALUE.
           MOVE  '** NOT ON EXTO0010 **'  TO  VFD-COPY-VALUE.
           WRITE REPORT-RECORD  FROM  W-VFY-DETAIL.

           ADD  1  TO  A-MISSING-FROM-EXTRACT
                       A-EXT-DISCREPANCIES.
      /
       P0545-REPORT-MISSING-MASTER.

           INITIALIZE  W-VFY-DETAIL.
           MOVE  W-LOW-KEY     TO  VFD-EMPNO.
           MOVE  'EMPMAST'     TO  VFD-COPY.
           MOVE  '*MISSING*'   TO  VFD-FIELD.
           PERFORM P0590-FORMAT-DB2-NAME.
           MOVE  W-NAME-WORK   TO  VFD-DB2-VALUE.
           MOVE  '** NOT ON EMPMAST **'   TO  VFD-COPY-VALUE.
           PERFORM P0595-CLASSIFY-MASTER-ITEM.
           WRITE REPORT-RECORD  FROM  W-VFY-DETAIL.

           ADD  1  TO  A-MISSING-FROM-MASTER.
      /
       P0550-REPORT-EXTRA-EXTRACT.

           INITIALIZE  W-VFY-DETAIL.
           MOVE  W-LOW-KEY     TO  VFD-EMPNO.
           MOVE  'EXTO0010'    TO  VFD-COPY.
           MOVE  '*EXTRA*'     TO  VFD-FIELD.
           MOVE  '** NOT ON DSN8110.EMP **'  TO  VFD-DB2-VALUE.
           MOVE  SPACES  TO  W-NAME-WORK.
           STRING  EMP-LAST-NAME(W-EMP-SUB)   DELIMITED BY '  '
                   ', '                       DELIMITED BY SIZE
                   EMP-FIRST-NAME(W-EMP-SUB)  DELIMITED BY '  '
                   ' ('                       DELIMITED BY SIZE
                   EMP-WORK-DEPT(W-EMP-SUB)   DELIMITED BY SIZE
                   ')'                        DELIMITED BY SIZE
                   INTO W-NAME-WORK.
           MOVE  W-NAME-WORK   TO  VFD-COPY-VALUE.
           WRITE REPORT-RECORD  FROM  W-VFY-DETAIL.

           ADD  1  TO  A-EXTRA-ON-EXTRACT
                       A-EXT-DISCREPANCIES.
      /
       P0555-REPORT-STALE-MASTER.

      *    NO DELTA EVER REMOVES A KEY - ONLY A FULL RELOAD CLEARS A
      *    DEPARTED EMPLOYEE FROM THE CLUSTER
           INITIALIZE  W-VFY-DETAIL.
           MOVE  W-LOW-KEY     TO  VFD-EMPNO.
           MOVE  'EMPMAST'     TO  VFD-COPY.
           MOVE  '*STALE*'     TO  VFD-FIELD.
           MOVE  '** NOT ON DSN8110.EMP **'  TO  VFD-DB2-VALUE.
           MOVE  SPACES  TO  W-NAME-WORK.
           STRING  EMPM-LAST-NAME             DELIMITED BY '  '
                   ', '                       DELIMITED BY SIZE
                   EMPM-FIRST-NAME            DELIMITED BY '  '
                   ' ('                       DELIMITED BY SIZE
                   EMPM-WORK-DEPT             DELIMITED BY SIZE
                   ')'                        DELIMITED BY SIZE
                   INTO W-NAME-WORK.
           MOVE  W-NAME-WORK   TO  VFD-COPY-VALUE.
           WRITE REPORT-RECORD  FROM  W-VFY-DETAIL.

           ADD  1  TO  A-STALE-ON-MASTER
                       A-RELOAD-ITEMS.
      /
      *****************************************************************
      *   F I E L D   M I S M A T C H E S                              *
      *****************************************************************
       P0575-EDIT-MONEY-MISMATCH.

           MOVE  SPACES  TO  W-CMP-DB2-VALUE
                             W-CMP-COPY-VALUE.
           MOVE  W-CMP-DB2-MONEY   TO  W-MONEY-EDIT.
           MOVE  W-MONEY-EDIT      TO  W-CMP-DB2-VALUE.
           MOVE  W-CMP-COPY-MONEY  TO  W-MONEY-EDIT.
           MOVE  W-MONEY-EDIT      TO  W-CMP-COPY-VALUE.

           PERFORM P0580-WRITE-MISMATCH.
      /
       P0580-WRITE-MISMATCH.

           INITIALIZE  W-VFY-DETAIL.
           MOVE  W-LOW-KEY                TO  VFD-EMPNO.
           MOVE  W-FIELD-NAME(W-FLD-SUB)  TO  VFD-FIELD.
           MOVE  W-CMP-DB2-VALUE          TO  VFD-DB2-VALUE.
           MOVE  W-CMP-COPY-VALUE         TO  VFD-COPY-VALUE.

           IF  CMP-EXTRACT
               MOVE  'EXTO0010'  TO  VFD-COPY
               ADD  1  TO  FLC-EXT-COUNT(W-FLD-SUB)
                           A-EXT-MISMATCHES
                           A-EXT-DISCREPANCIES
           ELSE
               MOVE  'EMPMAST'   TO  VFD-COPY
               ADD  1  TO  FLC-MST-COUNT(W-FLD-SUB)
                           A-MST-MISMATCHES
               PERFORM P0595-CLASSIFY-MASTER-ITEM
           END-IF.

           WRITE REPORT-RECORD  FROM  W-VFY-DETAIL.
      /
      *****************************************************************
      *   N A M E   O F   T H E   E M P   R O W                        *
      *****************************************************************
       P0590-FORMAT-DB2-NAME.

           MOVE  SPACES  TO  W-NAME-WORK.
           STRING  DBR-LAST-NAME              DELIMITED BY '  '
                   ', '                       DELIMITED BY SIZE
                   DBR-FIRST-NAME             DELIMITED BY '  '
                   ' ('                       DELIMITED BY SIZE
                   DBR-WORK-DEPT              DELIMITED BY SIZE
                   ')'                        DELIMITED BY SIZE
                   INTO W-NAME-WORK.
      /
      *****************************************************************
      *   D E L T A   O R   F U L L   R E L O A D                      *
      *****************************************************************
       P0595-CLASSIFY-MASTER-ITEM.

      *    '*' - THE EMP ROW CHANGED SINCE THE LAST LOAD AND THE NEXT
      *    DELTA WILL CARRY IT; ANYTHING ELSE STAYS WRONG UNTIL A
      *    FULL RELOAD
           IF  DELTA-PENDING
               MOVE  '*'  TO  VFD-MARK
               ADD  1  TO  A-DELTA-PENDING
           ELSE
               ADD  1  TO  A-RELOAD-ITEMS
           END-IF.
      /
      *****************************************************************
      *   D I S C R E P A N C Y   C O U N T S   A N D   V E R D I C T  *
      *****************************************************************
       P0600-PRINT-SUMMARY.

           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.
           INITIALIZE  W-VFY-TEXT-LINE.
           MOVE
           '* EMP CHANGED SINCE THE LAST LOAD - NEXT DELTA CARRIES IT'
                 TO  VTL-TEXT.
           WRITE REPORT-RECORD  FROM  W-VFY-TEXT-LINE.
           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-SUMMARY.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMP ROWS READ'             TO  SCL-LABEL.
           MOVE  A-DB2-ROWS-READ             TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EXTO0010 DETAILS READ'     TO  SCL-LABEL.
           MOVE  W-EXT-DETAIL-COUNT          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPMAST RECORDS READ'      TO  SCL-LABEL.
           MOVE  A-MST-RECORDS-READ          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPNOS ON ALL THREE'       TO  SCL-LABEL.
           MOVE  A-KEYS-ON-ALL-THREE         TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'MISSING FROM EXTO0010'     TO  SCL-LABEL.
           MOVE  A-MISSING-FROM-EXTRACT      TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'ON EXTO0010 BUT NOT EMP'   TO  SCL-LABEL.
           MOVE  A-EXTRA-ON-EXTRACT          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EXTO0010 FIELD MISMATCHES' TO  SCL-LABEL.
           MOVE  A-EXT-MISMATCHES            TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'MISSING FROM EMPMAST'      TO  SCL-LABEL.
           MOVE  A-MISSING-FROM-MASTER       TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'STALE EMPMAST RECORDS'     TO  SCL-LABEL.
           MOVE  A-STALE-ON-MASTER           TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPMAST FIELD MISMATCHES'  TO  SCL-LABEL.
           MOVE  A-MST-MISMATCHES            TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-FIELD-COUNT-HEADER.
           PERFORM P0610-PRINT-ONE-FIELD-COUNT
               VARYING W-FLD-SUB FROM 1 BY 1
               UNTIL   W-FLD-SUB > C-FIELD-COUNT.

           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPMAST - NEXT DELTA CARRIES'  TO  SCL-LABEL.
           MOVE  A-DELTA-PENDING                 TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPMAST - NEEDS FULL RELOAD'   TO  SCL-LABEL.
           MOVE  A-RELOAD-ITEMS                  TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           WRITE REPORT-RECORD  FROM  W-VFY-BLANK-LINE.

           INITIALIZE  W-VFY-INFO-LINE.
           MOVE  'FORCED EMPMAST FULL RELOAD'  TO  VIL-LABEL.
           IF  A-RELOAD-ITEMS  >  ZERO
               IF  FULL-RELOAD-DUE
                   MOVE  'NOT FORCED - FULL RELOAD ALREADY DUE'
                         TO  VIL-VALUE
               ELSE
                   MOVE  'REQUIRED - RUN DB2CBLVL WITH PARM F'
                         TO  VIL-VALUE
               END-IF
           ELSE
               MOVE  'NOT REQUIRED'  TO  VIL-VALUE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-VFY-INFO-LINE.

           INITIALIZE  W-VFY-INFO-LINE.
           MOVE  'EXTO0010 AGAINST EMP'  TO  VIL-LABEL.
           IF  A-EXT-DISCREPANCIES  >  ZERO
               MOVE  'DIFFERS - EMP CHANGED SINCE THE EXTRACT'
                     TO  VIL-VALUE
           ELSE
               MOVE  'AGREES'  TO  VIL-VALUE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-VFY-INFO-LINE.
      /
       P0610-PRINT-ONE-FIELD-COUNT.

           INITIALIZE  W-FIELD-COUNT-LINE.
           MOVE  W-FIELD-NAME(W-FLD-SUB)    TO  FCL-LABEL.
           MOVE  FLC-EXT-COUNT(W-FLD-SUB)   TO  FCL-EXT-COUNT.
           MOVE  FLC-MST-COUNT(W-FLD-SUB)   TO  FCL-MST-COUNT.
           WRITE REPORT-RECORD  FROM  W-FIELD-COUNT-LINE.
      /
      ******************************************************************
      *      O P E N  V E R I F Y  C U R S O R                         *
      ******************************************************************
       P5000-OPEN-EMP-VERIFY.

             EXEC SQL
               OPEN EMP_VERIFY
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO EMP VERIFY'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-EMP-VERIFY'
                 MOVE  'P5000-OPEN-EMP-VERIFY'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  V E R I F Y  C U R S O R                       *
      ******************************************************************
       P5010-CLOSE-EMP-VERIFY.

             EXEC SQL
               CLOSE EMP_VERIFY
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-EMP-VERIFY'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5010-CLOSE-EMP-VERIFY'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  V E R I F Y  D A T A                           *
      ******************************************************************
       P5020-FETCH-EMP-VERIFY.

           INITIALIZE DCLEMP.
           INITIALIZE DCLDEPT.

           EXEC SQL
              FETCH EMP_VERIFY

              INTO  :DCLEMP.EMPNO,
                    :DCLEMP.FIRSTNME,
                    :DCLEMP.LASTNAME,
                    :DCLEMP.WORKDEPT,
                    :DCLEMP.SALARY,
                    :DCLDEPT.DEPTNAME,
                    :DCLEMP.BONUS,
                    :DCLEMP.COMM,
                    :DCLEMP.LASTCHG

              INDICATOR :NULL_IND

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-DB2-ROWS-READ  =  A-DB2-ROWS-READ  +  1
                  PERFORM P5030-BUILD-DB2-ROW
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                      INITIALIZE DCLDEPT
                      MOVE  HIGH-VALUES  TO  W-DB2-KEY
                  ELSE
                      DISPLAY 'P5020 EMP VERIFY FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5020-FETCH-EMP-VERIFY'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   B U I L D   T H E   E M P   R O W   A S   T H E   C O P I E S*
      *****************************************************************
       P5030-BUILD-DB2-ROW.

      *    SAME RULES AS THE DB2CBLEX EXTRACT AND THE DB2CBLVL LOAD -
      *    A NULL DEPTNAME IS BLANK, A NULL BONUS OR COMM IS ZERO AND
      *    LEAVES TOTAL COMP AT SALARY PLUS WHAT IS THERE
           MOVE  SPACES  TO  W-DB2-ROW.
           MOVE  EMPNO                          TO  W-DB2-KEY.
           MOVE  FIRSTNME-TEXT(1:FIRSTNME-LEN)  TO  DBR-FIRST-NAME.
           MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)  TO  DBR-LAST-NAME.
           MOVE  WORKDEPT                       TO  DBR-WORK-DEPT.
           MOVE  SALARY                         TO  DBR-SALARY.
           IF  NULL_IND(6)  >=  ZERO
               MOVE  DEPTNAME-TEXT(1:DEPTNAME-LEN)  TO  DBR-DEPT-NAME
           END-IF.
           COMPUTE  DBR-TOTAL-COMP  =  SALARY.
           MOVE  ZERO  TO  DBR-BONUS
                           DBR-COMM.
           IF  NULL_IND(7)  >=  ZERO
               MOVE  BONUS  TO  DBR-BONUS
               COMPUTE  DBR-TOTAL-COMP  =  DBR-TOTAL-COMP  +  BONUS
           END-IF.
           IF  NULL_IND(8)  >=  ZERO
               MOVE  COMM   TO  DBR-COMM
               COMPUTE  DBR-TOTAL-COMP  =  DBR-TOTAL-COMP  +  COMM
           END-IF.
           IF  NULL_IND(9)  >=  ZERO
               MOVE  LASTCHG  TO  DBR-LASTCHG
           END-IF.
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
      *   R E A D   N E X T   E M P M A S T   R E C O R D              *
      *****************************************************************
       P8010-READ-MASTER-NEXT.

      *    THE START FOUND AN EMPTY CLUSTER - NOTHING TO READ
           IF  W-MST-KEY  NOT =  HIGH-VALUES
               READ EMPM-FILE NEXT RECORD
               EVALUATE  WS-EMPM-STATUS
                   WHEN  '00'
                   WHEN  '02'
                       MOVE  EMPM-EMPNO  TO  W-MST-KEY
                       COMPUTE  A-MST-RECORDS-READ  =
                                A-MST-RECORDS-READ  +  1
                   WHEN  '10'
                       MOVE  HIGH-VALUES  TO  W-MST-KEY
                   WHEN  OTHER
                       DISPLAY 'READ NEXT EMPMAST FAILED'
                       DISPLAY 'FILE STATUS = ', WS-EMPM-STATUS
                       MOVE  'P8010-READ-MASTER-NEXT'
                             TO  W-ERR-PARAGRAPH
                       MOVE  'F'  TO  W-ABEND-CAUSE-SW
                       PERFORM P9999-ABEND-PGM
               END-EVALUATE
           END-IF.
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
      *    ABEND - A VSAM OR TABLE FAILURE WOULD HAND IT A STALE SQLCA
      *    AND MISDIRECT THE OPERATOR
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
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  W-ERR-PARAGRAPH  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
