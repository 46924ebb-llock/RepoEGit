      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPOS10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  POSITION VACANCY REPORT - LISTS EVERY POSMAST POSITION BY
      *  DEPARTMENT WITH ITS AUTHORIZED COUNT, THE FILLED COUNT
      *  TAKEN LIVE FROM DSN8110.EMP, THE VACANCIES, AND HOW MANY
      *  DAYS THE OLDEST VACANCY HAS BEEN OPEN (FROM VACANT-SINCE).
      *  DEPARTMENT AND GRAND TOTALS FOLLOW.
      *
      *  EXCEPTIONS FLAGGED:
      *    OVERFILLED           - OPEN POSITION WITH MORE INCUMBENTS
      *                           THAN AUTHORIZED
      *    CLOSED - STILL FILLED - CLOSED POSITION THAT STILL HAS
      *                           INCUMBENTS
      *    NO POSITION ON FILE  - EMP ROWS WHOSE WORKDEPT AND JOB
      *                           MATCH NO POSMAST POSITION, LISTED
      *                           IN A SECTION OF THEIR OWN
      *
      *  VACANT-SINCE IS MAINTAINED BY EMPPSM10 AND DB2CBLEM.  A
      *  VACANCY CREATED BEHIND THEIR BACKS (A DBA FIX, A ROW LOADED
      *  BEFORE POSITION CONTROL) HAS NO DATE; THIS REPORT STAMPS
      *  IT WITH TODAY AND FLAGS IT, AND CLEARS A DATE LEFT ON A
      *  POSITION THAT IS FULL AGAIN, SO THE AGEING IS RIGHT FROM
      *  THE NEXT RUN ON.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  NONE
      *
      *  OUTPUT FILES: RPTO0230 - POSITION VACANCY REPORT
      *
      *  I-O FILES:    POSMAST  - VSAM KSDS POSITION MASTER
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                POSNREC
      *                REPORTPS
      *    TABLES:
      *            DSN8110.EMP
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN POSMAST AND THE INCUMBENT CURSOR REACH END
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN AN SQL CALL RETURNS AN UNEXPECTED SQLCODE OR
      *             A POSMAST OPEN, READ OR REWRITE FAILS
      *
      *    RETURN CODES:
      *             0 - NO EXCEPTIONS
      *             4 - OVERFILLED, CLOSED-BUT-FILLED OR UNPOSITIONED
      *                 INCUMBENTS LISTED
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - POSITION VACANCY    2026-10-15      *
      *          AND OVERFILL REPORT OFF POSMAST                       *
      *  LOUIS - SPLIT THE RESTAMP COUNT INTO          2026-10-15      *
      *          VACANCIES OPENED AND VACANCIES FILLED                 *
      *  LOUIS - COUNT AND VACANCY-DAYS SQL THROUGH    2026-10-15      *
      *          DCLEMP AND W-VACANT-SINCE, NOT POSMAST                *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT POSN-FILE           ASSIGN TO POSMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS POSN-KEY
                                       FILE STATUS IS WS-POSN-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0230.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  POSN-FILE                          DDNAME - POSMAST     *
      *        VSAM KSDS POSITION MASTER KEYED BY WORKDEPT AND JOB     *
      ******************************************************************

       FD  POSN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POSN-RECORD.

       COPY POSNREC.

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0230    *
      *        POSITION VACANCY REPORT                                 *
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
           VALUE 'EMPPOS10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPPOS10'.
      /
       COPY REPORTPS.
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
      /
      ****************************************************************
      *   * CURSOR CALL FOR THE INCUMBENT COUNTS                    **
      *   * ONE ROW PER WORKDEPT AND JOB ACTUALLY HELD ON EMP, SO    **
      *   * EACH CAN BE LOOKED UP ON POSMAST                        **
      ****************************************************************
             EXEC SQL
                  DECLARE INCUMBENT_RECORD  CURSOR FOR

                     SELECT WORKDEPT,
                            JOB,
                            COUNT(*)
                     FROM DSN8110.EMP
                     GROUP BY WORKDEPT, JOB
                     ORDER BY WORKDEPT, JOB

                   END-EXEC.

      /
       01   W-POSN-EOF-SW        PIC X(01) VALUE 'N'.
           88  POSN-EOF                      VALUE 'Y'.
       01   W-POSN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  POSITION-FOUND                VALUE 'Y'.
       01   W-RESTAMP-SW         PIC X(01) VALUE 'N'.
           88  POSITION-RESTAMPED            VALUE 'Y'.

       01   WS-POSN-STATUS       PIC X(02) VALUE SPACES.
       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.
       01   W-PREV-WORKDEPT      PIC X(03) VALUE SPACES.
       01   W-FILLED-COUNT       PIC S9(09) COMP  VALUE ZERO.
       01   W-VACANT-COUNT       PIC S9(09) COMP  VALUE ZERO.
       01   W-VACANCY-DAYS       PIC S9(09) COMP  VALUE ZERO.
       01   W-VACANT-SINCE       PIC X(10) VALUE SPACES.
       01   W-GROUP-COUNT        PIC S9(09) COMP  VALUE ZERO.
       01   W-WORKDEPT-IND       PIC S9(4) COMP VALUE ZERO.
       01   W-JOB-IND            PIC S9(4) COMP VALUE ZERO.

      *    DEPARTMENT AND GRAND TOTALS - AUTHORIZED AND VACANCIES
      *    COUNT OPEN POSITIONS ONLY; AN OVERFILLED POSITION DOES NOT
      *    OFFSET A VACANCY ELSEWHERE IN THE DEPARTMENT
       01   W-DEPT-TOTALS.
            05  W-DEPT-AUTHORIZED    PIC S9(09) COMP  VALUE ZERO.
            05  W-DEPT-FILLED        PIC S9(09) COMP  VALUE ZERO.
            05  W-DEPT-VACANT        PIC S9(09) COMP  VALUE ZERO.
       01   W-GRAND-TOTALS.
            05  W-GRAND-AUTHORIZED   PIC S9(09) COMP  VALUE ZERO.
            05  W-GRAND-FILLED       PIC S9(09) COMP  VALUE ZERO.
            05  W-GRAND-VACANT       PIC S9(09) COMP  VALUE ZERO.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(09) VALUE 'POSITION='.
            05  W-ERR-WORKDEPT    PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(01) VALUE '/'.
            05  W-ERR-JOB         PIC X(08) VALUE SPACES.
            05  FILLER            PIC X(19) VALUE SPACES.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

      /
       01  ACCUMULATORS.
          05  A-POSITIONS-READ         PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITIONS-OPEN         PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITIONS-VACANT       PIC S9(8) COMP  VALUE ZERO.
          05  A-VACANCIES-OPENED       PIC S9(8) COMP  VALUE ZERO.
          05  A-VACANCIES-FILLED       PIC S9(8) COMP  VALUE ZERO.
          05  A-OVERFILLED             PIC S9(8) COMP  VALUE ZERO.
          05  A-CLOSED-FILLED          PIC S9(8) COMP  VALUE ZERO.
          05  A-GROUPS-READ            PIC S9(8) COMP  VALUE ZERO.
          05  A-NO-POSITION-GROUPS     PIC S9(8) COMP  VALUE ZERO.
          05  A-NO-POSITION-EMPS       PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-WRITTEN        PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           OPEN OUTPUT REPORT-FILE.
           OPEN I-O POSN-FILE.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'OPEN I-O POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN I-O POSMAST'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P5090-GET-CURRENT-TS.
           MOVE  W-CURRENT-TS(1:10)  TO  TITLE-ASOF-DATE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

      *    SECTION 1 - EVERY POSITION ON FILE, IN DEPARTMENT ORDER
           MOVE  SPACES  TO  W-POS-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.
           MOVE  '--- POSITIONS BY DEPARTMENT ---'  TO  PSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-POS-HEADER1.
           WRITE REPORT-RECORD  FROM  W-POS-HEADER2.

           PERFORM P8000-READ-POSN-FILE.

           PERFORM P0100-PROCESS-POSITION UNTIL
                   POSN-EOF.

           IF  W-PREV-WORKDEPT  NOT =  SPACES
               PERFORM P0150-WRITE-DEPT-TOTAL
           END-IF.

           PERFORM P0160-WRITE-GRAND-TOTAL.

      *    SECTION 2 - INCUMBENTS HOLDING NO POSITION
           MOVE  SPACES  TO  W-POS-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.
           MOVE  '--- INCUMBENTS WITH NO POSITION ON FILE ---'
                 TO  PSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.

           PERFORM P5000-OPEN-INCUMBENT-RECORD.

           IF  SQLCODE  =  DB2-OK
               PERFORM  P5020-FETCH-INCUMBENT-RECORD
               IF  SQLCODE  =  DB2-OK
                   PERFORM P0200-PROCESS-INCUMBENT-GROUP UNTIL
                           SQLCODE  NOT =  DB2-OK
                   PERFORM P5010-CLOSE-INCUMBENT-RECORD
               ELSE
                   NEXT SENTENCE
               END-IF
           ELSE
               NEXT SENTENCE
           END-IF.

           PERFORM P0300-WRITE-SUMMARY.

           DISPLAY 'TOTAL POSITIONS READ      '  A-POSITIONS-READ.
           DISPLAY 'TOTAL POSITIONS OPEN      '  A-POSITIONS-OPEN.
           DISPLAY 'TOTAL POSITIONS VACANT    '  A-POSITIONS-VACANT.
           DISPLAY 'TOTAL VACANCIES OPENED    '  A-VACANCIES-OPENED.
           DISPLAY 'TOTAL VACANCIES FILLED    '  A-VACANCIES-FILLED.
           DISPLAY 'TOTAL OVERFILLED          '  A-OVERFILLED.
           DISPLAY 'TOTAL CLOSED STILL FILLED '  A-CLOSED-FILLED.
           DISPLAY 'TOTAL EMPS NO POSITION    '  A-NO-POSITION-EMPS.
           DISPLAY 'TOTAL RECORDS WRITTEN     '  A-RECORDS-WRITTEN.

           IF  A-OVERFILLED          >  ZERO  OR
               A-CLOSED-FILLED       >  ZERO  OR
               A-NO-POSITION-GROUPS  >  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE POSN-FILE.

       EXIT-PROGRAM.
           GOBACK.
      /
       P0100-PROCESS-POSITION.

      ******************************************************************
      ******************************************************************

           IF  POSN-WORKDEPT  NOT =  W-PREV-WORKDEPT
               IF  W-PREV-WORKDEPT  NOT =  SPACES
                   PERFORM P0150-WRITE-DEPT-TOTAL
               END-IF
               MOVE  POSN-WORKDEPT  TO  W-PREV-WORKDEPT
           END-IF.

           PERFORM P5036-COUNT-FILLED.

           INITIALIZE  W-POS-DETAIL.
           MOVE  'N'               TO  W-RESTAMP-SW.
           MOVE  POSN-WORKDEPT     TO  PSD-WORKDEPT.
           MOVE  POSN-JOB          TO  PSD-JOB.
           MOVE  POSN-AUTHORIZED   TO  PSD-AUTHORIZED.
           MOVE  W-FILLED-COUNT    TO  PSD-FILLED.

           COMPUTE  W-DEPT-FILLED  =  W-DEPT-FILLED  +  W-FILLED-COUNT.

           IF  POSN-OPEN
               PERFORM P0110-EDIT-OPEN-POSITION
           ELSE
               MOVE  'CLOSED'      TO  PSD-STATUS
               IF  W-FILLED-COUNT  >  ZERO
                   MOVE  'CLOSED - STILL FILLED'  TO  PSD-FLAG
                   COMPUTE  A-CLOSED-FILLED  =  A-CLOSED-FILLED  +  1
               END-IF
           END-IF.

           WRITE REPORT-RECORD  FROM  W-POS-DETAIL.
           COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1.

           PERFORM P8000-READ-POSN-FILE.
      /
      *****************************************************************
      *   V A C A N C Y   A N D   A G E   O F   A N   O P E N          *
      *   P O S I T I O N                                              *
      *****************************************************************
       P0110-EDIT-OPEN-POSITION.

           MOVE  'OPEN'  TO  PSD-STATUS.
           COMPUTE  A-POSITIONS-OPEN  =  A-POSITIONS-OPEN  +  1.

           COMPUTE  W-VACANT-COUNT  =
                    POSN-AUTHORIZED  -  W-FILLED-COUNT.
           MOVE  W-VACANT-COUNT  TO  PSD-VACANT.

           COMPUTE  W-DEPT-AUTHORIZED  =
                    W-DEPT-AUTHORIZED  +  POSN-AUTHORIZED.

           PERFORM P0120-CHECK-VACANCY-STAMP.

           EVALUATE  TRUE
               WHEN  W-VACANT-COUNT  >  ZERO
                   COMPUTE  W-DEPT-VACANT  =
                            W-DEPT-VACANT  +  W-VACANT-COUNT
                   COMPUTE  A-POSITIONS-VACANT  =
                            A-POSITIONS-VACANT  +  1
                   MOVE  POSN-VACANT-SINCE  TO  PSD-VACANT-SINCE
                   PERFORM P5040-GET-VACANCY-DAYS
                   MOVE  W-VACANCY-DAYS     TO  W-POS-DAYS-EDIT
                   MOVE  W-POS-DAYS-EDIT    TO  PSD-DAYS-OPEN
                   IF  POSITION-RESTAMPED
                       MOVE  'VACANCY FIRST SEEN'  TO  PSD-FLAG
                   END-IF
               WHEN  W-VACANT-COUNT  <  ZERO
                   MOVE  'OVERFILLED'       TO  PSD-FLAG
                   COMPUTE  A-OVERFILLED  =  A-OVERFILLED  +  1
           END-EVALUATE.
      /
      *****************************************************************
      *   B R I N G   V A C A N T - S I N C E   I N   L I N E          *
      *****************************************************************
       P0120-CHECK-VACANCY-STAMP.

           EVALUATE  TRUE
               WHEN  W-VACANT-COUNT  >  ZERO  AND
                     POSN-VACANT-SINCE  =  SPACES
                   MOVE  W-CURRENT-TS(1:10)  TO  POSN-VACANT-SINCE
                   MOVE  'Y'                 TO  W-RESTAMP-SW
                   PERFORM P0130-REWRITE-POSITION
                   COMPUTE  A-VACANCIES-OPENED  =
                            A-VACANCIES-OPENED  +  1
               WHEN  W-VACANT-COUNT  NOT >  ZERO  AND
                     POSN-VACANT-SINCE  NOT =  SPACES
                   MOVE  SPACES              TO  POSN-VACANT-SINCE
                   PERFORM P0130-REWRITE-POSITION
                   COMPUTE  A-VACANCIES-FILLED  =
                            A-VACANCIES-FILLED  +  1
           END-EVALUATE.
      /
      *****************************************************************
      *   R E W R I T E   T H E   P O S I T I O N   R E C O R D        *
      *****************************************************************
       P0130-REWRITE-POSITION.

           MOVE  W-CURRENT-TS     TO  POSN-LAST-CHANGE-TS.
           MOVE  C-THIS-PGM       TO  POSN-LAST-CHANGE-BY.

           REWRITE  POSN-RECORD.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'P0130 REWRITE POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0130-REWRITE-POSITION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   D E P A R T M E N T   T O T A L   L I N E                    *
      *****************************************************************
       P0150-WRITE-DEPT-TOTAL.

           INITIALIZE  W-POS-TOTAL-LINE.
           STRING  '  DEPT '  W-PREV-WORKDEPT  ' TOTAL'
                   DELIMITED BY SIZE
                   INTO  PST-LABEL.
           MOVE  W-DEPT-AUTHORIZED  TO  PST-AUTHORIZED.
           MOVE  W-DEPT-FILLED      TO  PST-FILLED.
           MOVE  W-DEPT-VACANT      TO  PST-VACANT.
           WRITE REPORT-RECORD  FROM  W-POS-TOTAL-LINE.

           MOVE  SPACES  TO  W-POS-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.

           COMPUTE  W-GRAND-AUTHORIZED  =
                    W-GRAND-AUTHORIZED  +  W-DEPT-AUTHORIZED.
           COMPUTE  W-GRAND-FILLED  =
                    W-GRAND-FILLED  +  W-DEPT-FILLED.
           COMPUTE  W-GRAND-VACANT  =
                    W-GRAND-VACANT  +  W-DEPT-VACANT.

           INITIALIZE  W-DEPT-TOTALS.
      /
      *****************************************************************
      *   G R A N D   T O T A L   L I N E                              *
      *****************************************************************
       P0160-WRITE-GRAND-TOTAL.

           INITIALIZE  W-POS-TOTAL-LINE.
           MOVE  '  GRAND TOTAL'      TO  PST-LABEL.
           MOVE  W-GRAND-AUTHORIZED   TO  PST-AUTHORIZED.
           MOVE  W-GRAND-FILLED       TO  PST-FILLED.
           MOVE  W-GRAND-VACANT       TO  PST-VACANT.
           WRITE REPORT-RECORD  FROM  W-POS-TOTAL-LINE.
      /
      *****************************************************************
      *   O N E   W O R K D E P T / J O B   G R O U P   O N   E M P    *
      *****************************************************************
       P0200-PROCESS-INCUMBENT-GROUP.

           IF  W-WORKDEPT-IND  <  ZERO  OR
               W-JOB-IND       <  ZERO
               MOVE  'N'  TO  W-POSN-FOUND-SW
           ELSE
               MOVE  WORKDEPT  TO  POSN-WORKDEPT
               MOVE  JOB       TO  POSN-JOB
               PERFORM P0210-READ-POSITION
           END-IF.

           IF  NOT  POSITION-FOUND
               INITIALIZE  W-POS-NOPOS-DETAIL
               IF  W-WORKDEPT-IND  <  ZERO
                   MOVE  '---'       TO  PSN-WORKDEPT
               ELSE
                   MOVE  WORKDEPT    TO  PSN-WORKDEPT
               END-IF
               IF  W-JOB-IND  <  ZERO
                   MOVE  '*NULL*'    TO  PSN-JOB
                   MOVE  'JOB NOT SET ON EMP'     TO  PSN-NOTE
               ELSE
                   MOVE  JOB         TO  PSN-JOB
                   MOVE  'NO POSITION ON FILE'    TO  PSN-NOTE
               END-IF
               MOVE  W-GROUP-COUNT   TO  PSN-HEADCOUNT
               WRITE REPORT-RECORD  FROM  W-POS-NOPOS-DETAIL
               COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1
               COMPUTE A-NO-POSITION-GROUPS =
                       A-NO-POSITION-GROUPS + 1
               COMPUTE A-NO-POSITION-EMPS =
                       A-NO-POSITION-EMPS + W-GROUP-COUNT
           END-IF.

           PERFORM P5020-FETCH-INCUMBENT-RECORD.
      /
      *****************************************************************
      *   R E A D   O N E   P O S I T I O N   B Y   K E Y              *
      *****************************************************************
       P0210-READ-POSITION.

           READ  POSN-FILE.

           EVALUATE  WS-POSN-STATUS
               WHEN  '00'
                   MOVE  'Y'  TO  W-POSN-FOUND-SW
               WHEN  '23'
                   MOVE  'N'  TO  W-POSN-FOUND-SW
               WHEN  OTHER
                   DISPLAY 'P0210 READ POSMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0210-READ-POSITION'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
      *****************************************************************
      *   S U M M A R Y   C O U N T S                                  *
      *****************************************************************
       P0300-WRITE-SUMMARY.

           MOVE  SPACES  TO  W-POS-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.
           MOVE  '--- SUMMARY ---'  TO  PSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-POS-SECTION-LINE.

           INITIALIZE  W-POS-COUNT-LINE.
           MOVE  'POSITIONS ON FILE'          TO  PCL-LABEL.
           MOVE  A-POSITIONS-READ             TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'POSITIONS OPEN'             TO  PCL-LABEL.
           MOVE  A-POSITIONS-OPEN             TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'POSITIONS WITH VACANCIES'   TO  PCL-LABEL.
           MOVE  A-POSITIONS-VACANT           TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'VACANCIES OPENED'           TO  PCL-LABEL.
           MOVE  A-VACANCIES-OPENED           TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'VACANCIES FILLED'           TO  PCL-LABEL.
           MOVE  A-VACANCIES-FILLED           TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'OVERFILLED POSITIONS'       TO  PCL-LABEL.
           MOVE  A-OVERFILLED                 TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'CLOSED POSITIONS STILL FILLED'  TO  PCL-LABEL.
           MOVE  A-CLOSED-FILLED              TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.

           MOVE  'INCUMBENTS WITH NO POSITION' TO  PCL-LABEL.
           MOVE  A-NO-POSITION-EMPS           TO  PCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-POS-COUNT-LINE.
      /
      *****************************************************************
      *   R E A D   N E X T   P O S I T I O N                          *
      *****************************************************************
       P8000-READ-POSN-FILE.

           READ  POSN-FILE  NEXT  RECORD
               AT END
                   MOVE  'Y'  TO  W-POSN-EOF-SW
               NOT AT END
                   COMPUTE  A-POSITIONS-READ  =  A-POSITIONS-READ  +  1
           END-READ.

           IF  WS-POSN-STATUS  NOT =  '00'  AND
               WS-POSN-STATUS  NOT =  '10'
               DISPLAY 'P8000 READ POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P8000-READ-POSN-FILE'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      ******************************************************************
      *      O P E N  I N C U M B E N T  C U R S O R                   *
      ******************************************************************
       P5000-OPEN-INCUMBENT-RECORD.

             EXEC SQL
               OPEN INCUMBENT_RECORD
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'ERROR IN DB2 CALL TO INCUMBENT RECORD'
                 DISPLAY 'SQLCODE =', SQLCODE
                 DISPLAY 'P5000-OPEN-INCUMBENT-REC'
                 MOVE  'P5000-OPEN-INCUMBENT-RECORD'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      C L O S E  I N C U M B E N T  C U R S O R                 *
      ******************************************************************
       P5010-CLOSE-INCUMBENT-RECORD.

             EXEC SQL
               CLOSE INCUMBENT_RECORD
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY ' P5010-CLOSE-INCUMBENT-REC'
                 DISPLAY ' SQLCODE', SQLCODE
                 MOVE  'P5010-CLOSE-INCUMBENT-RECORD'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      ******************************************************************
      *      F E T C H  I N C U M B E N T  C O U N T S                 *
      ******************************************************************
       P5020-FETCH-INCUMBENT-RECORD.

           INITIALIZE DCLEMP.

           EXEC SQL
              FETCH INCUMBENT_RECORD

              INTO  :DCLEMP.WORKDEPT :W-WORKDEPT-IND,
                    :DCLEMP.JOB      :W-JOB-IND,
                    :W-GROUP-COUNT

           END-EXEC.

              IF  SQLCODE  =  DB2-OK
                  COMPUTE  A-GROUPS-READ  =  A-GROUPS-READ  +  1
              ELSE
                  IF  SQLCODE  =  DB2-END-OF-TABLE
                      INITIALIZE DCLEMP
                  ELSE
                      DISPLAY 'P5020 INCUMBENT REC FETCH'
                      DISPLAY 'SQLCODE = ', SQLCODE
                      MOVE  'P5020-FETCH-INCUMBENT-RECORD'
                            TO  W-ERR-PARAGRAPH
                      PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O U N T   I N C U M B E N T S   I N   P O S I T I O N      *
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
      *   D A Y S   S I N C E   T H E   V A C A N C Y   O P E N E D    *
      *****************************************************************
       P5040-GET-VACANCY-DAYS.

           MOVE  POSN-VACANT-SINCE  TO  W-VACANT-SINCE.

             EXEC SQL
                 SET :W-VACANCY-DAYS =
                     DAYS(CURRENT DATE) - DAYS(:W-VACANT-SINCE)
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5040 GET VACANCY DAYS'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5040-GET-VACANCY-DAYS'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C U R R E N T   D B 2   T I M E S T A M P                    *
      *****************************************************************
       P5090-GET-CURRENT-TS.

             EXEC SQL
                 SET :W-CURRENT-TS = CURRENT TIMESTAMP
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5090 GET CURRENT TS'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5090-GET-CURRENT-TS'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *          A B E N D  O N  U N E X P E C T E D  S Q L C O D E    *
      *****************************************************************
       P9999-ABEND-PGM.

           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  POSN-WORKDEPT  TO  W-ERR-WORKDEPT
               MOVE  POSN-JOB       TO  W-ERR-JOB
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
