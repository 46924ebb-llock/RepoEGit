      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEQT10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  PAY EQUITY REPORT - READS THE EXTO0010 MASTER EXTRACT AND
      *  GROUPS THE EMPLOYEES BY JOB CODE, THEN BY EDLEVEL BAND AND
      *  BY TENURE BAND (COMPLETED YEARS FROM EXT-HIRE-DATE TO THE
      *  EXTRACT CYCLE DATE).  FOR EACH GROUP IT PRINTS THE
      *  HEADCOUNT, AVERAGE AND MEDIAN SALARY OF THE MEN AND OF THE
      *  WOMEN SIDE BY SIDE, AND THE GAP - MALE AVERAGE LESS FEMALE
      *  AVERAGE - AS AN AMOUNT AND AS A PERCENT OF THE MALE
      *  AVERAGE.  A GROUP WHOSE GAP, EITHER WAY, IS WIDER THAN THE
      *  CTLQ0010 THRESHOLD IS FLAGGED.
      *
      *  A GROUP WITH FEWER THAN THE CTLQ0010 MINIMUM OF EITHER SEX
      *  IS NOT PRINTED AT ALL, ONLY COUNTED, SO NO ONE'S SALARY CAN
      *  BE READ OFF THE REPORT.  FOR THE SAME REASON NO JOB OR
      *  COMPANY SALARY TOTALS ARE PRINTED - THEY WOULD LET A
      *  SUPPRESSED GROUP BE WORKED OUT BY SUBTRACTION.
      *
      *  THE EXTO0010 HDR/TRL CYCLE-INTEGRITY RECORDS ARE VERIFIED
      *  BEFORE ANYTHING IS REPORTED.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *                CTLQ0010 - PAY EQUITY CONTROL RECORD
      *
      *  OUTPUT FILES: PAY EQUITY REPORT
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                EXTMAST
      *                EQTYCTLR
      *                REPORTEQ
      *                CYCLPRM
      *    TABLES:  NONE - FILE DRIVEN OFF THE MASTER EXTRACT
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN EVERY JOB'S GROUPS HAVE BEEN COMPARED
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN THE EXTRACT FAILS VERIFICATION OR OVERFLOWS
      *             THE WORK TABLES
      *
      *    RETURN CODES:
      *             0 - NO GROUP OVER THE GAP THRESHOLD
      *             4 - AT LEAST ONE GROUP FLAGGED
      *             8 - CTLQ0010 MISSING OR GARBLED, OR THE CYCLE IS
      *                 NOT READY
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - PAY BY SEX WITHIN   2026-10-15      *
      *          JOB, EDLEVEL BAND AND TENURE BAND                     *
      *          WITH GAP FLAGGING AND SMALL-GROUP                     *
      *          SUPPRESSION                                           *
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
           SELECT CTLQ-FILE           ASSIGN TO CTLQ0010
                                       FILE STATUS IS WS-CTLQ-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0260.

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
      * FILE:  CTLQ-FILE                           DDNAME - CTLQ0010   *
      *        PAY EQUITY CONTROL RECORD READ AT STARTUP               *
      ******************************************************************

       FD  CTLQ-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLQ-RECORD.

       01  CTLQ-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0260    *
      *        PAY EQUITY REPORT                                       *
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
           VALUE 'EMPEQT10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPEQT10'.
      /
       COPY EXTMAST.
      /
       COPY EQTYCTLR.
      /
       COPY REPORTEQ.
      /
       COPY CYCLPRM.
      /
       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.

       01   W-EXT-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-HDR-SEEN                  VALUE 'Y'.
       01   W-EXT-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-TRL-SEEN                  VALUE 'Y'.
       01   W-EXT-CYCLE-DATE     PIC X(10) VALUE SPACES.
       01   W-EXT-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-TRL-COUNT      PIC 9(09) VALUE ZERO.
       01   W-EXT-TRL-HASH       PIC 9(13)V9(2) VALUE ZERO.

       01   WS-CTLQ-STATUS       PIC X(02) VALUE SPACES.
       01   W-CTLQ-OK-SW         PIC X(01) VALUE 'N'.
           88  EQUITY-LIMITS-OK              VALUE 'Y'.

       01   C-MAX-EMP-ENTRIES    PIC S9(4) COMP VALUE +5000.
       01   C-MAX-LIST-ENTRIES   PIC S9(4) COMP VALUE +200.
       01   C-BAND-COUNT         PIC S9(4) COMP VALUE +5.

      *    EMP-SEX-SUB 1 = MALE, 2 = FEMALE, 0 = NOT COMPARED
       01   W-EMP-TABLE-AREA.
            05  W-EMP-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-EMP-ENTRY      OCCURS 5000 TIMES.
                10  EMP-JOB           PIC X(08).
                10  EMP-SEX-SUB       PIC S9(4) COMP.
                10  EMP-ED-BAND       PIC S9(4) COMP.
                10  EMP-TEN-BAND      PIC S9(4) COMP.
                10  EMP-HIRE-DATE     PIC X(10).
                10  EMP-SALARY        PIC S9(7)V9(2) COMP-3.

       01   W-JOB-LIST-AREA.
            05  W-JOB-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-JOB-LIST       OCCURS 200 TIMES.
                10  JLS-JOB           PIC X(08).

       01   W-BAND-LABEL-AREA.
            05  W-ED-BAND-LABEL   PIC X(05)  OCCURS 5 TIMES.
            05  W-TEN-BAND-LABEL  PIC X(05)  OCCURS 5 TIMES.

      *    ONE SORTED SALARY LIST PER SEX FOR THE GROUP IN HAND
       01   W-SEX-LIST-AREA.
            05  W-SEX-LIST       OCCURS 2 TIMES.
                10  SXL-COUNT         PIC S9(4) COMP.
                10  SXL-TOTAL         PIC S9(11)V9(2) COMP-3.
                10  SXL-AVERAGE       PIC S9(7)V9(2) COMP-3.
                10  SXL-MEDIAN        PIC S9(7)V9(2) COMP-3.
                10  SXL-VALUE         PIC S9(7)V9(2) COMP-3
                                      OCCURS 5000 TIMES.

       01   W-LIST-VALUE-X8       PIC X(08) VALUE SPACES.
       01   W-WORK-SALARY         PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01   W-GAP-AMOUNT          PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01   W-GAP-PCT             PIC S9(5)V9(2) COMP-3 VALUE ZERO.
       01   W-FOUND-SUB           PIC S9(4) COMP VALUE ZERO.
       01   W-HALF-SUB            PIC S9(4) COMP VALUE ZERO.
       01   W-HALF-REM            PIC S9(4) COMP VALUE ZERO.
       01   W-TENURE-YEARS        PIC S9(4) COMP VALUE ZERO.
       01   W-HIRE-YEAR           PIC 9(04) VALUE ZERO.
       01   W-CYCLE-YEAR          PIC 9(04) VALUE ZERO.
       01   W-BAND-LOW            PIC 9(02) VALUE ZERO.
       01   W-BAND-HIGH           PIC 9(02) VALUE ZERO.
       01   W-GAP-PCT-EDIT        PIC ZZ9.99.
       01   W-MIN-GROUP-EDIT      PIC ZZ9.

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'DB2CBLEX'.

       01  SUBSCRIPTS.
           05  W-EMP-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-JOB-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-LST-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-INS-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-SEX-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-ED-SUB       PIC S9(4) COMP VALUE ZERO.
           05  W-TEN-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-BND-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-WRITTEN        PIC S9(8) COMP  VALUE ZERO.
          05  A-GROUPS-FOUND           PIC S9(8) COMP  VALUE ZERO.
          05  A-GROUPS-COMPARED        PIC S9(8) COMP  VALUE ZERO.
          05  A-GROUPS-FLAGGED         PIC S9(8) COMP  VALUE ZERO.
          05  A-GROUPS-SUPPRESSED      PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPS-SUPPRESSED        PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPS-NOT-COMPARED      PIC S9(8) COMP  VALUE ZERO.

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
                   DISPLAY 'EMPEQT10 ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'EMPEQT10 ENDED - PREDECESSOR NOT COMPLETE'
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

           PERFORM P0012-READ-EQUITY-LIMITS.

           IF  NOT  EQUITY-LIMITS-OK
               DISPLAY 'EMPEQT10 ENDED - CTLQ0010 PAY EQUITY'
               DISPLAY 'CONTROL RECORD MISSING OR GARBLED'
               DISPLAY 'FILE STATUS = ', WS-CTLQ-STATUS
               MOVE  'FAILED'              TO  CYCQ-STATUS
               MOVE  8                     TO  CYCQ-STEP-RC
               MOVE  'BAD CONTROL RECORD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0300-LOAD-EXTRACT-TABLE.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           PERFORM P0200-PRINT-CONTROL-ECHO.

           WRITE REPORT-RECORD  FROM  W-SECTION-GROUPS.
           WRITE REPORT-RECORD  FROM  W-EQ-HEADER1.
           WRITE REPORT-RECORD  FROM  W-EQ-HEADER2.

           PERFORM P0400-ANALYZE-ONE-JOB
               VARYING W-JOB-SUB FROM 1 BY 1
               UNTIL   W-JOB-SUB > W-JOB-COUNT.

           PERFORM P0600-PRINT-TOTALS.

           DISPLAY 'TOTAL EXTRACT RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'TOTAL GROUPS COMPARED     '  A-GROUPS-COMPARED.
           DISPLAY 'TOTAL GROUPS FLAGGED      '  A-GROUPS-FLAGGED.
           DISPLAY 'TOTAL GROUPS SUPPRESSED   '  A-GROUPS-SUPPRESSED.

           CLOSE REPORT-FILE.

           IF  A-GROUPS-FLAGGED  >  ZERO
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
      *   R E A D   T H E   P A Y   E Q U I T Y   C O N T R O L        *
      *****************************************************************
       P0012-READ-EQUITY-LIMITS.

           MOVE  'N'  TO  W-CTLQ-OK-SW.

           OPEN INPUT CTLQ-FILE.
           IF  WS-CTLQ-STATUS  =  '00'
               READ CTLQ-FILE INTO W-CTLQ-RECORD
               IF  WS-CTLQ-STATUS  =  '00'  AND
                   CTLQ-GAP-PCT-X       NUMERIC  AND
                   CTLQ-MIN-GROUP-X     NUMERIC  AND
                   CTLQ-ED-LIMITS-X     NUMERIC  AND
                   CTLQ-TEN-LIMITS-X    NUMERIC
                   MOVE  CTLQ-GAP-PCT-9    TO  W-LIM-GAP-PCT
                   MOVE  CTLQ-MIN-GROUP-9  TO  W-LIM-MIN-GROUP
                   PERFORM P0014-STORE-ONE-BAND-LIMIT
                       VARYING W-BND-SUB FROM 1 BY 1
                       UNTIL   W-BND-SUB > 4
      *            A GROUP OF ONE WOULD PRINT SOMEONE'S SALARY, AND
      *            THE BANDS MUST CLIMB SO EVERY VALUE FALLS IN ONE
                   IF  W-LIM-MIN-GROUP     >=  2  AND
                       W-LIM-ED-LIMIT(1)   <   W-LIM-ED-LIMIT(2)  AND
                       W-LIM-ED-LIMIT(2)   <   W-LIM-ED-LIMIT(3)  AND
                       W-LIM-ED-LIMIT(3)   <   W-LIM-ED-LIMIT(4)  AND
                       W-LIM-ED-LIMIT(4)   <   99                 AND
                       W-LIM-TEN-LIMIT(1)  <   W-LIM-TEN-LIMIT(2) AND
                       W-LIM-TEN-LIMIT(2)  <   W-LIM-TEN-LIMIT(3) AND
                       W-LIM-TEN-LIMIT(3)  <   W-LIM-TEN-LIMIT(4) AND
                       W-LIM-TEN-LIMIT(4)  <   99
                       MOVE  'Y'  TO  W-CTLQ-OK-SW
                       PERFORM P0016-BUILD-BAND-LABELS
                   END-IF
               END-IF
               CLOSE CTLQ-FILE
           END-IF.
      /
       P0014-STORE-ONE-BAND-LIMIT.

           MOVE  CTLQ-ED-LIMIT-9(W-BND-SUB)
                 TO  W-LIM-ED-LIMIT(W-BND-SUB).
           MOVE  CTLQ-TEN-LIMIT-9(W-BND-SUB)
                 TO  W-LIM-TEN-LIMIT(W-BND-SUB).
      /
      *****************************************************************
      *   B U I L D   T H E   B A N D   L A B E L S                    *
      *****************************************************************
       P0016-BUILD-BAND-LABELS.

      *    BAND 1 STARTS AT ZERO, BANDS 2-4 START ONE PAST THE LIMIT
      *    BELOW, AND BAND 5 IS OPEN-ENDED - '00-12', '13-14', '19+ '
           PERFORM P0017-BUILD-ONE-BAND-LABEL
               VARYING W-BND-SUB FROM 1 BY 1
               UNTIL   W-BND-SUB > 4.

           MOVE  SPACES  TO  W-ED-BAND-LABEL(5).
           COMPUTE  W-BAND-LOW  =  W-LIM-ED-LIMIT(4)  +  1.
           STRING  W-BAND-LOW  '+'  DELIMITED BY SIZE
                   INTO  W-ED-BAND-LABEL(5).

           MOVE  SPACES  TO  W-TEN-BAND-LABEL(5).
           COMPUTE  W-BAND-LOW  =  W-LIM-TEN-LIMIT(4)  +  1.
           STRING  W-BAND-LOW  '+'  DELIMITED BY SIZE
                   INTO  W-TEN-BAND-LABEL(5).
      /
       P0017-BUILD-ONE-BAND-LABEL.

           IF  W-BND-SUB  =  1
               MOVE  ZERO  TO  W-BAND-LOW
           ELSE
               COMPUTE  W-BAND-LOW  =
                        W-LIM-ED-LIMIT(W-BND-SUB - 1)  +  1
           END-IF.
           MOVE  W-LIM-ED-LIMIT(W-BND-SUB)  TO  W-BAND-HIGH.
           MOVE  SPACES  TO  W-ED-BAND-LABEL(W-BND-SUB).
           STRING  W-BAND-LOW  '-'  W-BAND-HIGH  DELIMITED BY SIZE
                   INTO  W-ED-BAND-LABEL(W-BND-SUB).

           IF  W-BND-SUB  =  1
               MOVE  ZERO  TO  W-BAND-LOW
           ELSE
               COMPUTE  W-BAND-LOW  =
                        W-LIM-TEN-LIMIT(W-BND-SUB - 1)  +  1
           END-IF.
           MOVE  W-LIM-TEN-LIMIT(W-BND-SUB)  TO  W-BAND-HIGH.
           MOVE  SPACES  TO  W-TEN-BAND-LABEL(W-BND-SUB).
           STRING  W-BAND-LOW  '-'  W-BAND-HIGH  DELIMITED BY SIZE
                   INTO  W-TEN-BAND-LABEL(W-BND-SUB).
      /
      *****************************************************************
      *   E C H O   T H E   C O N T R O L   R E C O R D                *
      *****************************************************************
       P0200-PRINT-CONTROL-ECHO.

           INITIALIZE  W-EQ-PARM-LINE.
           MOVE  'EXTRACT CYCLE DATE'     TO  EPL-LABEL.
           MOVE  W-EXT-CYCLE-DATE         TO  EPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-EQ-PARM-LINE.

           INITIALIZE  W-EQ-PARM-LINE.
           MOVE  'GAP THRESHOLD PERCENT'  TO  EPL-LABEL.
           MOVE  W-LIM-GAP-PCT            TO  W-GAP-PCT-EDIT.
           MOVE  W-GAP-PCT-EDIT           TO  EPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-EQ-PARM-LINE.

           INITIALIZE  W-EQ-PARM-LINE.
           MOVE  'MINIMUM OF EACH SEX'    TO  EPL-LABEL.
           MOVE  W-LIM-MIN-GROUP          TO  W-MIN-GROUP-EDIT.
           MOVE  W-MIN-GROUP-EDIT         TO  EPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-EQ-PARM-LINE.

           INITIALIZE  W-EQ-PARM-LINE.
           MOVE  'EDLEVEL BANDS'          TO  EPL-LABEL.
           STRING  W-ED-BAND-LABEL(1)  ' '  W-ED-BAND-LABEL(2)  ' '
                   W-ED-BAND-LABEL(3)  ' '  W-ED-BAND-LABEL(4)  ' '
                   W-ED-BAND-LABEL(5)  DELIMITED BY SIZE
                   INTO  EPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-EQ-PARM-LINE.

           INITIALIZE  W-EQ-PARM-LINE.
           MOVE  'TENURE BANDS (YEARS)'   TO  EPL-LABEL.
           STRING  W-TEN-BAND-LABEL(1)  ' '  W-TEN-BAND-LABEL(2)  ' '
                   W-TEN-BAND-LABEL(3)  ' '  W-TEN-BAND-LABEL(4)  ' '
                   W-TEN-BAND-LABEL(5)  DELIMITED BY SIZE
                   INTO  EPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-EQ-PARM-LINE.

           INITIALIZE  W-EQ-TEXT-LINE.
           MOVE  'GAP = MALE AVERAGE LESS FEMALE AVERAGE, PERCENT OF'
                 TO  ETL-TEXT.
           WRITE REPORT-RECORD  FROM  W-EQ-TEXT-LINE.
           INITIALIZE  W-EQ-TEXT-LINE.
           MOVE  'THE MALE AVERAGE.  GROUPS UNDER THE MINIMUM ARE NOT'
                 TO  ETL-TEXT.
           WRITE REPORT-RECORD  FROM  W-EQ-TEXT-LINE.
           INITIALIZE  W-EQ-TEXT-LINE.
           MOVE  'PRINTED.'  TO  ETL-TEXT.
           WRITE REPORT-RECORD  FROM  W-EQ-TEXT-LINE.
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

      *    TENURE IS MEASURED TO THE CYCLE DATE, SO IT CAN ONLY BE
      *    BANDED ONCE THE HDR HAS BEEN SEEN AND VERIFIED
           MOVE  W-EXT-CYCLE-DATE(1:4)  TO  W-CYCLE-YEAR.
           PERFORM P0340-BAND-ONE-TENURE
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.
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
               PERFORM P9999-ABEND-PGM
           END-IF.

           ADD  1           TO  W-EXT-DETAIL-COUNT.
           ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY.

           COMPUTE  W-EMP-COUNT  =  W-EMP-COUNT  +  1.
           MOVE  EXT-JOB          TO  EMP-JOB(W-EMP-COUNT).
           MOVE  EXT-HIRE-DATE    TO  EMP-HIRE-DATE(W-EMP-COUNT).
           MOVE  EXT-SALARY       TO  EMP-SALARY(W-EMP-COUNT).

           EVALUATE  EXT-SEX
               WHEN  'M'
                   MOVE  1     TO  EMP-SEX-SUB(W-EMP-COUNT)
               WHEN  'F'
                   MOVE  2     TO  EMP-SEX-SUB(W-EMP-COUNT)
               WHEN  OTHER
                   MOVE  ZERO  TO  EMP-SEX-SUB(W-EMP-COUNT)
                   COMPUTE  A-EMPS-NOT-COMPARED  =
                            A-EMPS-NOT-COMPARED  +  1
           END-EVALUATE.

           MOVE  C-BAND-COUNT  TO  EMP-ED-BAND(W-EMP-COUNT).
           PERFORM P0318-BAND-ONE-EDLEVEL
               VARYING W-BND-SUB FROM 4 BY -1
               UNTIL   W-BND-SUB < 1.

           MOVE  EXT-JOB  TO  W-LIST-VALUE-X8.
           PERFORM P0320-REGISTER-JOB.
      /
       P0318-BAND-ONE-EDLEVEL.

      *    WORKING DOWN FROM THE TOP, THE LAST LIMIT THAT STILL
      *    HOLDS THE VALUE IS ITS BAND
           IF  EXT-EDLEVEL  <=  W-LIM-ED-LIMIT(W-BND-SUB)
               MOVE  W-BND-SUB  TO  EMP-ED-BAND(W-EMP-COUNT)
           END-IF.
      /
      *****************************************************************
      *   K E E P   T H E   J O B   L I S T   S O R T E D              *
      *****************************************************************
       P0320-REGISTER-JOB.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0325-SCAN-ONE-JOB
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-JOB-COUNT
                  OR   W-FOUND-SUB > ZERO.

           IF  W-FOUND-SUB  =  ZERO
               IF  W-JOB-COUNT  >=  C-MAX-LIST-ENTRIES
                   DISPLAY 'P0320 JOB LIST OVERFLOWS TABLE'
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-JOB-COUNT  =  W-JOB-COUNT  +  1
               MOVE  W-JOB-COUNT  TO  W-LST-SUB
               PERFORM P0328-SHIFT-ONE-JOB
                   UNTIL  W-LST-SUB  =  1
                      OR  JLS-JOB(W-LST-SUB - 1)  <  W-LIST-VALUE-X8
               MOVE  W-LIST-VALUE-X8  TO  JLS-JOB(W-LST-SUB)
           END-IF.
      /
       P0325-SCAN-ONE-JOB.

           IF  JLS-JOB(W-LST-SUB)  =  W-LIST-VALUE-X8
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0328-SHIFT-ONE-JOB.

           MOVE  JLS-JOB(W-LST-SUB - 1)  TO  JLS-JOB(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
      *****************************************************************
      *   B A N D   O N E   E M P L O Y E E ' S   T E N U R E          *
      *****************************************************************
       P0340-BAND-ONE-TENURE.

           MOVE  ZERO  TO  W-TENURE-YEARS.
           IF  EMP-HIRE-DATE(W-EMP-SUB)(1:4)  NUMERIC
               MOVE  EMP-HIRE-DATE(W-EMP-SUB)(1:4)  TO  W-HIRE-YEAR
               COMPUTE  W-TENURE-YEARS  =  W-CYCLE-YEAR  -  W-HIRE-YEAR
      *        NOT YET A FULL YEAR IF THE ANNIVERSARY IS STILL TO COME
               IF  EMP-HIRE-DATE(W-EMP-SUB)(6:5)  >
                   W-EXT-CYCLE-DATE(6:5)
                   COMPUTE  W-TENURE-YEARS  =  W-TENURE-YEARS  -  1
               END-IF
               IF  W-TENURE-YEARS  <  ZERO
                   MOVE  ZERO  TO  W-TENURE-YEARS
               END-IF
           END-IF.

           MOVE  C-BAND-COUNT  TO  EMP-TEN-BAND(W-EMP-SUB).
           PERFORM P0345-BAND-ONE-YEAR-LIMIT
               VARYING W-BND-SUB FROM 4 BY -1
               UNTIL   W-BND-SUB < 1.
      /
       P0345-BAND-ONE-YEAR-LIMIT.

           IF  W-TENURE-YEARS  <=  W-LIM-TEN-LIMIT(W-BND-SUB)
               MOVE  W-BND-SUB  TO  EMP-TEN-BAND(W-EMP-SUB)
           END-IF.
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
      *    WOULD OTHERWISE REPORT THE WRONG NIGHT
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
      *   C O M P A R E   E V E R Y   G R O U P   I N   O N E   J O B  *
      *****************************************************************
       P0400-ANALYZE-ONE-JOB.

           PERFORM P0410-ANALYZE-ONE-GROUP
               VARYING W-ED-SUB  FROM 1 BY 1
               UNTIL   W-ED-SUB  > C-BAND-COUNT
                 AFTER W-TEN-SUB FROM 1 BY 1
               UNTIL   W-TEN-SUB > C-BAND-COUNT.
      /
       P0410-ANALYZE-ONE-GROUP.

           MOVE  ZERO  TO  SXL-COUNT(1)  SXL-COUNT(2).
           MOVE  ZERO  TO  SXL-TOTAL(1)  SXL-TOTAL(2).

           PERFORM P0420-COLLECT-ONE-SALARY
               VARYING W-EMP-SUB FROM 1 BY 1
               UNTIL   W-EMP-SUB > W-EMP-COUNT.

      *    A BAND COMBINATION NOBODY FALLS IN IS NOT A GROUP
           IF  SXL-COUNT(1)  >  ZERO  OR
               SXL-COUNT(2)  >  ZERO
               COMPUTE  A-GROUPS-FOUND  =  A-GROUPS-FOUND  +  1
               IF  SXL-COUNT(1)  <  W-LIM-MIN-GROUP  OR
                   SXL-COUNT(2)  <  W-LIM-MIN-GROUP
                   COMPUTE  A-GROUPS-SUPPRESSED  =
                            A-GROUPS-SUPPRESSED  +  1
                   COMPUTE  A-EMPS-SUPPRESSED  =  A-EMPS-SUPPRESSED
                            +  SXL-COUNT(1)  +  SXL-COUNT(2)
               ELSE
                   PERFORM P0430-COMPUTE-ONE-SEX
                       VARYING W-SEX-SUB FROM 1 BY 1
                       UNTIL   W-SEX-SUB > 2
                   PERFORM P0450-PRINT-ONE-GROUP
               END-IF
           END-IF.
      /
       P0420-COLLECT-ONE-SALARY.

           IF  EMP-JOB(W-EMP-SUB)       =  JLS-JOB(W-JOB-SUB)  AND
               EMP-ED-BAND(W-EMP-SUB)   =  W-ED-SUB            AND
               EMP-TEN-BAND(W-EMP-SUB)  =  W-TEN-SUB           AND
               EMP-SEX-SUB(W-EMP-SUB)   >  ZERO
               MOVE  EMP-SEX-SUB(W-EMP-SUB)  TO  W-SEX-SUB
               MOVE  EMP-SALARY(W-EMP-SUB)   TO  W-WORK-SALARY
               ADD   W-WORK-SALARY  TO  SXL-TOTAL(W-SEX-SUB)
               COMPUTE  SXL-COUNT(W-SEX-SUB)  =
                        SXL-COUNT(W-SEX-SUB)  +  1
               MOVE  SXL-COUNT(W-SEX-SUB)  TO  W-INS-SUB
               PERFORM P0425-SHIFT-ONE-SALARY
                   UNTIL  W-INS-SUB  =  1
                      OR  SXL-VALUE(W-SEX-SUB, W-INS-SUB - 1)  <=
                          W-WORK-SALARY
               MOVE  W-WORK-SALARY  TO  SXL-VALUE(W-SEX-SUB, W-INS-SUB)
           END-IF.
      /
       P0425-SHIFT-ONE-SALARY.

           MOVE  SXL-VALUE(W-SEX-SUB, W-INS-SUB - 1)
                 TO  SXL-VALUE(W-SEX-SUB, W-INS-SUB).
           COMPUTE  W-INS-SUB  =  W-INS-SUB  -  1.
      /
      *****************************************************************
      *   A V E R A G E   A N D   M E D I A N   F O R   O N E   S E X  *
      *****************************************************************
       P0430-COMPUTE-ONE-SEX.

           COMPUTE  SXL-AVERAGE(W-SEX-SUB)  ROUNDED  =
                    SXL-TOTAL(W-SEX-SUB)  /  SXL-COUNT(W-SEX-SUB).

           DIVIDE  SXL-COUNT(W-SEX-SUB)  BY  2
                   GIVING  W-HALF-SUB  REMAINDER  W-HALF-REM.

           IF  W-HALF-REM  =  1
               MOVE  SXL-VALUE(W-SEX-SUB, W-HALF-SUB + 1)
                     TO  SXL-MEDIAN(W-SEX-SUB)
           ELSE
               COMPUTE  SXL-MEDIAN(W-SEX-SUB)  ROUNDED  =
                        (SXL-VALUE(W-SEX-SUB, W-HALF-SUB)
                      +  SXL-VALUE(W-SEX-SUB, W-HALF-SUB + 1))  /  2
           END-IF.
      /
      *****************************************************************
      *   P R I N T   O N E   C O M P A R E D   G R O U P              *
      *****************************************************************
       P0450-PRINT-ONE-GROUP.

           COMPUTE  A-GROUPS-COMPARED  =  A-GROUPS-COMPARED  +  1.

           COMPUTE  W-GAP-AMOUNT  =  SXL-AVERAGE(1)  -  SXL-AVERAGE(2).
           IF  SXL-AVERAGE(1)  >  ZERO
               COMPUTE  W-GAP-PCT  ROUNDED  =
                        W-GAP-AMOUNT  *  100  /  SXL-AVERAGE(1)
           ELSE
               MOVE  ZERO  TO  W-GAP-PCT
           END-IF.

           INITIALIZE  W-EQ-DETAIL.
           MOVE  JLS-JOB(W-JOB-SUB)           TO  EQD-JOB.
           MOVE  W-ED-BAND-LABEL(W-ED-SUB)    TO  EQD-ED-BAND.
           MOVE  W-TEN-BAND-LABEL(W-TEN-SUB)  TO  EQD-TEN-BAND.
           MOVE  SXL-COUNT(1)                 TO  EQD-M-COUNT.
           MOVE  SXL-AVERAGE(1)               TO  EQD-M-AVG.
           MOVE  SXL-MEDIAN(1)                TO  EQD-M-MED.
           MOVE  SXL-COUNT(2)                 TO  EQD-F-COUNT.
           MOVE  SXL-AVERAGE(2)               TO  EQD-F-AVG.
           MOVE  SXL-MEDIAN(2)                TO  EQD-F-MED.
           MOVE  W-GAP-AMOUNT                 TO  EQD-GAP-AMT.
           MOVE  W-GAP-PCT                    TO  EQD-GAP-PCT.

           IF  W-GAP-PCT  >  W-LIM-GAP-PCT  OR
               W-GAP-PCT  <  ZERO  -  W-LIM-GAP-PCT
               MOVE  '***'  TO  EQD-FLAG
               COMPUTE  A-GROUPS-FLAGGED  =  A-GROUPS-FLAGGED  +  1
           END-IF.

           WRITE REPORT-RECORD  FROM  W-EQ-DETAIL.
           COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1.
      /
      *****************************************************************
      *   G R O U P   C O U N T S                                      *
      *****************************************************************
       P0600-PRINT-TOTALS.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'GROUPS FOUND'             TO  SCL-LABEL.
           MOVE  A-GROUPS-FOUND             TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'GROUPS COMPARED'          TO  SCL-LABEL.
           MOVE  A-GROUPS-COMPARED          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'GROUPS OVER GAP THRESHOLD' TO  SCL-LABEL.
           MOVE  A-GROUPS-FLAGGED           TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'GROUPS SUPPRESSED'        TO  SCL-LABEL.
           MOVE  A-GROUPS-SUPPRESSED        TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPLOYEES IN SUPPRESSED GROUPS' TO  SCL-LABEL.
           MOVE  A-EMPS-SUPPRESSED          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           INITIALIZE  W-SECTION-COUNT-LINE.
           MOVE  'EMPLOYEES NOT CODED M OR F'  TO  SCL-LABEL.
           MOVE  A-EMPS-NOT-COMPARED        TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.
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
      *          A B E N D  O N  T A B L E  O V E R F L O W            *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - EQUITY TABLE OVERFLOW'.
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'EQUITY TABLE OVERFLOW'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
