      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCYC10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  NIGHTLY CYCLE STATUS BOARD - THE 6 A.M. OPERATIONS REPORT.
      *  READS THE CYCL0010 CYCLE-CONTROL EVENTS WRITTEN THROUGH
      *  CYCLCTL AND PRINTS ONE LINE PER STEP OF THE NIGHTLY STREAM
      *  FOR THE CYCLE: WHAT COMPLETED, WHAT FAILED, WHAT WAS BLOCKED
      *  BY AN UNFINISHED PREDECESSOR, WHAT IS STILL RUNNING OR DIED
      *  WITHOUT AN END EVENT, AND WHAT HAS NOT RUN AT ALL.
      *
      *  THE STREAM STEPS ARE LISTED IN W-STREAM-STEP-VALUES IN RUN
      *  ORDER.  ANY OTHER PROGRAM THAT LOGGED AGAINST THE CYCLE IS
      *  PRINTED AFTER THEM.
      *
      *  ONLY DB2CBLEX OPENS A CYCLE, SO A NIGHT IT WAS SKIPPED LEAVES
      *  THE LAST CYCLE LOOKING COMPLETE.  THE LATEST CYCLE MUST BE NO
      *  OLDER THAN THE BUSINESS DAY BEFORE THE RUN DATE (CALNCTL
      *  PRIORBUS OVER CALN0010) OR THE BOARD ENDS RC 8 WITH
      *  NO CYCLE OPENED SINCE THAT CYCLE.  A CYCLE NAMED ON THE PARM
      *  IS A LOOK BACK AND IS NOT AGED.
      *
      *  INPUT PARMS:  SYSIN CARD COLS 01-10 - CYCLE DATE YYYY-MM-DD,
      *                BLANK OR MISSING = LATEST CYCLE ON CYCL0010
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  CYCL0010 - CYCLE-CONTROL EVENTS
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                           CALNCTL FOR THE PRIOR BUSINESS DAY
      *
      *  OUTPUT FILES: RPTO0220 - CYCLE STATUS BOARD
      *
      *  COPY MEMBERS:
      *                REPORTCY
      *                CYCLREC
      *                CYCLPRM
      *                CALNPRM
      *    TABLES:  NONE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN CYCL0010 REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN CYCL0010 CANNOT BE READ OR MORE PROGRAMS
      *             LOGGED THAN THE STEP TABLE HOLDS
      *
      *    RETURN CODES:
      *             0 - EVERY STREAM STEP COMPLETE
      *             4 - A STEP IS PENDING OR HAS NO END EVENT
      *             8 - A STEP FAILED OR WAS BLOCKED, NO CYCLE ON
      *                 CYCL0010, NO CYCLE OPENED SINCE THE BUSINESS
      *                 DAY BEFORE THE RUN DATE (OR NO CALENDAR TO
      *                 TELL), OR INVALID CYCLE DATE PARM
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - NIGHTLY CYCLE       2026-10-15      *
      *          STATUS BOARD OFF CYCL0010                             *
      *  LOUIS - DB2CBLVF THREE-WAY VERIFY ADDED TO    2026-10-15      *
      *          THE STREAM AHEAD OF DB2CBLVL                          *
      *  LOUIS - RC 8 WHEN NO CYCLE HAS BEEN OPENED    2026-10-15      *
      *          SINCE THE PRIOR BUSINESS DAY                          *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CYCL-FILE           ASSIGN TO CYCL0010
                                       FILE STATUS IS WS-CYCL-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0220.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  CYCL-FILE                          DDNAME - CYCL0010    *
      *        NIGHTLY CYCLE-CONTROL EVENTS                            *
      ******************************************************************

       FD  CYCL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCL-RECORD.

       01  CYCL-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0220    *
      *                                                                *
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
           VALUE 'EMPCYC10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPCYC10'.
      /
       COPY REPORTCY.
      /
       COPY CYCLREC.
      /
       COPY CYCLPRM.
      /
       COPY CALNPRM.
      /
       01   W-CYCL-EOF-SW       PIC X(01) VALUE 'N'.
           88  CYCL-EOF                      VALUE 'Y'.
       01   W-FOUND-SW          PIC X(01) VALUE 'N'.
           88  STEP-FOUND                    VALUE 'Y'.
       01   WS-CYCL-STATUS      PIC X(02) VALUE SPACES.

       01   W-PARM-CARD.
            05  W-PARM-CYCLE-DATE    PIC X(10).
            05  FILLER               PIC X(70).
       01   W-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-BOARD-CYCLE       PIC X(10) VALUE SPACES.
       01   W-BOARD-CYCLE-PARTS REDEFINES W-BOARD-CYCLE.
            05  W-BOARD-YYYY         PIC X(04).
            05  W-BOARD-DASH1        PIC X(01).
            05  W-BOARD-MM           PIC X(02).
            05  W-BOARD-DASH2        PIC X(01).
            05  W-BOARD-DD           PIC X(02).
       01   W-PRODUCER-STATUS   PIC X(08) VALUE SPACES.
       01   W-STALE-CYCLE-SW    PIC X(01) VALUE 'N'.
           88  CYCLE-IS-STALE                VALUE 'Y'.
       01   W-STALE-TEXT.
            05  FILLER               PIC X(22)
                VALUE 'NO CYCLE OPENED SINCE '.
            05  W-STALE-CYCLE        PIC X(10).
            05  FILLER               PIC X(28) VALUE SPACES.

       01   W-RUN-DATE-YMD.
              05  W-RUN-YYYY     PIC X(4) VALUE ' '.
              05  DASH1          PIC X(1) VALUE '-'.
              05  W-RUN-MM       PIC X(2) VALUE ' '.
              05  DASH2          PIC X(1) VALUE '-'.
              05  W-RUN-DD       PIC X(2) VALUE ' '.
       01   C-RUN-DATE-YMD  REDEFINES W-RUN-DATE-YMD  PIC X(10).

       01   WS-SYS-DATE-8.
            05  WS-SYS-DATE-YYYY   PIC 9(4).
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).
       01   WS-SYS-TIME-8.
            05  WS-SYS-TIME-HH     PIC 9(2).
            05  WS-SYS-TIME-MM     PIC 9(2).
            05  WS-SYS-TIME-SS     PIC 9(2).
            05  WS-SYS-TIME-HS     PIC 9(2).
       01   W-TS-WORK.
            05  W-TS-YYYY          PIC 9(4).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-MO            PIC 9(2).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-DD            PIC 9(2).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-HH            PIC 9(2).
            05  FILLER             PIC X VALUE '.'.
            05  W-TS-MI            PIC 9(2).
            05  FILLER             PIC X VALUE '.'.
            05  W-TS-SS            PIC 9(2).
            05  FILLER             PIC X(07) VALUE SPACES.

      *    THE NIGHTLY STREAM IN RUN ORDER - DB2CBLEX OPENS THE CYCLE
      *    AND EVERY OTHER STEP WAITS ON IT
       01   W-STREAM-STEP-VALUES.
            05  FILLER              PIC X(08) VALUE 'DB2CBLEX'.
            05  FILLER              PIC X(08) VALUE 'DB2CBLVF'.
            05  FILLER              PIC X(08) VALUE 'DB2CBLVL'.
            05  FILLER              PIC X(08) VALUE 'DB2CBLFD'.
            05  FILLER              PIC X(08) VALUE 'DB2CBLNH'.
            05  FILLER              PIC X(08) VALUE 'DB2CBLBR'.
            05  FILLER              PIC X(08) VALUE 'EMPBND10'.
            05  FILLER              PIC X(08) VALUE 'EMPGLD10'.
            05  FILLER              PIC X(08) VALUE 'EMPCMP10'.
       01   W-STREAM-STEP-TABLE REDEFINES W-STREAM-STEP-VALUES.
            05  W-STREAM-STEP       PIC X(08) OCCURS 9 TIMES.
       01   C-STREAM-STEP-COUNT     PIC S9(4) COMP VALUE +9.
       01   C-MAX-STEP-ENTRIES      PIC S9(4) COMP VALUE +50.

       01   W-STEP-TABLE-AREA.
            05  W-STEP-COUNT    PIC S9(4) COMP VALUE ZERO.
            05  W-STEP-ENTRY    OCCURS 50 TIMES.
                10  STP-PROGRAM     PIC X(08).
                10  STP-STATUS      PIC X(08).
                10  STP-FIRST-TS    PIC X(26).
                10  STP-LAST-TS     PIC X(26).
                10  STP-RC          PIC 9(04).
                10  STP-NOTE        PIC X(24).
                10  STP-RUNS        PIC S9(4) COMP.

       01   CONSTANTS.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-PRODUCER PIC X(08)  VALUE  'DB2CBLEX'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-STP-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-EVENTS-READ            PIC S9(8) COMP  VALUE ZERO.
          05  A-EVENTS-FOR-CYCLE       PIC S9(8) COMP  VALUE ZERO.
          05  A-STEPS-COMPLETE         PIC S9(8) COMP  VALUE ZERO.
          05  A-STEPS-FAILED           PIC S9(8) COMP  VALUE ZERO.
          05  A-STEPS-BLOCKED          PIC S9(8) COMP  VALUE ZERO.
          05  A-STEPS-RUNNING          PIC S9(8) COMP  VALUE ZERO.
          05  A-STEPS-PENDING          PIC S9(8) COMP  VALUE ZERO.

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
               DISPLAY 'EMPCYC10 ENDED - INVALID CYCLE DATE'
               DISPLAY 'PARM (NEED YYYY-MM-DD): ', W-PARM-CYCLE-DATE
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0020-FIND-BOARD-CYCLE.

           IF  W-BOARD-CYCLE  =  SPACES
               DISPLAY 'EMPCYC10 ENDED - NO CYCLE ON CYCL0010'
               DISPLAY 'DB2CBLEX HAS NOT OPENED A CYCLE YET'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  W-PARM-CYCLE-DATE  =  SPACES
               PERFORM P0030-CHECK-CYCLE-AGE
           END-IF.

           PERFORM P0100-LOAD-STREAM-STEPS
               VARYING W-STP-SUB FROM 1 BY 1
               UNTIL   W-STP-SUB > C-STREAM-STEP-COUNT.

           PERFORM P0200-LOAD-CYCLE-EVENTS.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           PERFORM P0190-BUILD-TIMESTAMP.
           MOVE  W-BOARD-CYCLE    TO  TITLE-CYCLE-DATE.
           MOVE  W-TS-WORK(1:19)  TO  TITLE-PRINT-TS.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           WRITE REPORT-RECORD  FROM  W-CYS-HEADER1.
           WRITE REPORT-RECORD  FROM  W-CYS-HEADER2.

           PERFORM P0300-PRINT-ONE-STEP
               VARYING W-STP-SUB FROM 1 BY 1
               UNTIL   W-STP-SUB > W-STEP-COUNT.

           PERFORM P0400-PRINT-TOTALS.

           IF  CYCLE-IS-STALE
               MOVE  SPACES  TO  CSL-TEXT
               WRITE REPORT-RECORD  FROM  W-CYS-SECTION-LINE
               MOVE  W-STALE-TEXT  TO  CSL-TEXT
               WRITE REPORT-RECORD  FROM  W-CYS-SECTION-LINE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'CYCLE REPORTED            '  W-BOARD-CYCLE.
           DISPLAY 'TOTAL CYCL0010 EVENTS READ'  A-EVENTS-READ.
           DISPLAY 'TOTAL EVENTS FOR CYCLE    '  A-EVENTS-FOR-CYCLE.

           IF  A-STEPS-FAILED   >  ZERO  OR
               A-STEPS-BLOCKED  >  ZERO  OR
               CYCLE-IS-STALE
               MOVE  8  TO  RETURN-CODE
           ELSE
               IF  A-STEPS-RUNNING  >  ZERO  OR
                   A-STEPS-PENDING  >  ZERO
                   MOVE  4  TO  RETURN-CODE
               END-IF
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   T H E   C Y C L E   D A T E   P A R M          *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-CARD.
           ACCEPT  W-PARM-CARD  FROM  SYSIN.

           MOVE  W-PARM-CYCLE-DATE  TO  W-BOARD-CYCLE.

           IF  W-BOARD-CYCLE  NOT =  SPACES
               IF  W-BOARD-YYYY   NOT NUMERIC  OR
                   W-BOARD-MM     NOT NUMERIC  OR
                   W-BOARD-DD     NOT NUMERIC  OR
                   W-BOARD-DASH1  NOT =  '-'   OR
                   W-BOARD-DASH2  NOT =  '-'
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               ELSE
                   IF  W-BOARD-MM  <  '01'  OR
                       W-BOARD-MM  >  '12'  OR
                       W-BOARD-DD  <  '01'  OR
                       W-BOARD-DD  >  '31'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   F I N D   T H E   C Y C L E   T O   R E P O R T              *
      *****************************************************************
       P0020-FIND-BOARD-CYCLE.

      *    CYCLCTL RESOLVES A BLANK CYCLE DATE TO THE LATEST CYCLE ON
      *    CYCL0010 THE SAME WAY THE STREAM STEPS DO - A NOT-COMPLETE
      *    PRODUCER IS REPORTED BELOW, NOT AN ERROR HERE
           INITIALIZE  W-CYCQ-AREA.
           MOVE  'CHECK'           TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM        TO  CYCQ-PROGRAM.
           MOVE  W-BOARD-CYCLE     TO  CYCQ-CYCLE-DATE.
           MOVE  C-CYCLE-PRODUCER  TO  CYCQ-PREDECESSOR.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

           IF  CYCQ-FILE-ERROR
               DISPLAY 'EMPCYC10 - CYCL0010 COULD NOT BE READ'
               PERFORM P9999-ABEND-PGM
           END-IF.

           MOVE  CYCQ-CYCLE-DATE   TO  W-BOARD-CYCLE.
           MOVE  CYCQ-PRED-STATUS  TO  W-PRODUCER-STATUS.
      /
      *****************************************************************
      *   H A S   A   C Y C L E   B E E N   O P E N E D   S I N C E   *
      *   T H E   L A S T   B U S I N E S S   D A Y                    *
      *****************************************************************
       P0030-CHECK-CYCLE-AGE.

      *    THE STREAM RUNS EVERY BUSINESS NIGHT, SO ITS CYCLE IS THE
      *    RUN DATE OR, PAST MIDNIGHT, THE BUSINESS DAY BEFORE - AN
      *    OLDER ONE MEANS DB2CBLEX DID NOT RUN AND EVERY STEP BELOW
      *    IS SHOWING THE LAST CYCLE IT DID
           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-RUN-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-RUN-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-RUN-DD.

           INITIALIZE  W-CALQ-AREA.
           MOVE  'PRIORBUS'       TO  CALQ-FUNCTION.
           MOVE  C-THIS-PGM       TO  CALQ-PROGRAM.
           MOVE  C-RUN-DATE-YMD   TO  CALQ-DATE.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           IF  CALQ-OK
               IF  W-BOARD-CYCLE  <  CALQ-BUSINESS-DATE
                   MOVE  'Y'  TO  W-STALE-CYCLE-SW
               END-IF
           ELSE
               DISPLAY 'NO PRIOR BUSINESS DAY FROM CALN0010 FOR ',
                       C-RUN-DATE-YMD
               MOVE  'Y'  TO  W-STALE-CYCLE-SW
           END-IF.

           IF  CYCLE-IS-STALE
               MOVE  W-BOARD-CYCLE  TO  W-STALE-CYCLE
               DISPLAY W-STALE-TEXT
               DISPLAY 'RUN DATE ', C-RUN-DATE-YMD,
                       ' - CHECK THAT DB2CBLEX RAN'
           END-IF.
      /
      *****************************************************************
      *   S E E D   T H E   S T E P   T A B L E                        *
      *****************************************************************
       P0100-LOAD-STREAM-STEPS.

           COMPUTE  W-STEP-COUNT  =  W-STEP-COUNT  +  1.
           INITIALIZE  W-STEP-ENTRY(W-STEP-COUNT).
           MOVE  W-STREAM-STEP(W-STP-SUB)
                 TO  STP-PROGRAM(W-STEP-COUNT).
      /
      *****************************************************************
      *   A P P L Y   T H E   C Y C L E ' S   E V E N T S              *
      *****************************************************************
       P0200-LOAD-CYCLE-EVENTS.

           OPEN INPUT CYCL-FILE.
           IF  WS-CYCL-STATUS  NOT =  '00'
               DISPLAY 'OPEN CYCL0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-CYCL-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8000-READ-CYCL-FILE.
           PERFORM P0210-APPLY-ONE-EVENT UNTIL CYCL-EOF.

           CLOSE CYCL-FILE.
      /
       P0210-APPLY-ONE-EVENT.

           IF  CYC-CYCLE-DATE  =  W-BOARD-CYCLE
               COMPUTE  A-EVENTS-FOR-CYCLE  =  A-EVENTS-FOR-CYCLE  +  1
               PERFORM P0220-FIND-STEP
               IF  NOT  STEP-FOUND
                   PERFORM P0230-ADD-OTHER-STEP
               END-IF
               IF  STP-FIRST-TS(W-STP-SUB)  =  SPACES
                   MOVE  CYC-EVENT-TS  TO  STP-FIRST-TS(W-STP-SUB)
               END-IF
               IF  CYC-STEP-STARTED
                   COMPUTE  STP-RUNS(W-STP-SUB)  =
                            STP-RUNS(W-STP-SUB)  +  1
               END-IF
               MOVE  CYC-STATUS    TO  STP-STATUS(W-STP-SUB)
               MOVE  CYC-EVENT-TS  TO  STP-LAST-TS(W-STP-SUB)
               MOVE  CYC-STEP-RC   TO  STP-RC(W-STP-SUB)
               MOVE  CYC-NOTE      TO  STP-NOTE(W-STP-SUB)
           END-IF.

           PERFORM P8000-READ-CYCL-FILE.
      /
       P0220-FIND-STEP.

           MOVE  'N'   TO  W-FOUND-SW.

           PERFORM P0225-MATCH-ONE-STEP
               VARYING W-STP-SUB FROM 1 BY 1
               UNTIL   W-STP-SUB > W-STEP-COUNT
                  OR   STEP-FOUND.

           IF  STEP-FOUND
               COMPUTE  W-STP-SUB  =  W-STP-SUB  -  1
           END-IF.
      /
       P0225-MATCH-ONE-STEP.

           IF  STP-PROGRAM(W-STP-SUB)  =  CYC-PROGRAM
               MOVE  'Y'  TO  W-FOUND-SW
           END-IF.
      /
       P0230-ADD-OTHER-STEP.

           IF  W-STEP-COUNT  >=  C-MAX-STEP-ENTRIES
               DISPLAY 'P0230 MORE PROGRAMS THAN THE STEP TABLE HOLDS'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-STEP-COUNT  =  W-STEP-COUNT  +  1.
           INITIALIZE  W-STEP-ENTRY(W-STEP-COUNT).
           MOVE  CYC-PROGRAM   TO  STP-PROGRAM(W-STEP-COUNT).
           MOVE  W-STEP-COUNT  TO  W-STP-SUB.
      /
      *****************************************************************
      *   P R I N T   O N E   S T E P   L I N E                        *
      *****************************************************************
       P0300-PRINT-ONE-STEP.

           INITIALIZE  W-CYS-DETAIL.
           MOVE  STP-PROGRAM(W-STP-SUB)        TO  CYS-PROGRAM.
           MOVE  STP-FIRST-TS(W-STP-SUB)(1:19) TO  CYS-FIRST-TS.
           MOVE  STP-LAST-TS(W-STP-SUB)(1:19)  TO  CYS-LAST-TS.
           MOVE  STP-RUNS(W-STP-SUB)           TO  CYS-RUNS.
           MOVE  STP-NOTE(W-STP-SUB)           TO  CYS-NOTE.

           EVALUATE  STP-STATUS(W-STP-SUB)
               WHEN  'COMPLETE'
                   MOVE  'COMPLETE'  TO  CYS-STATUS
                   MOVE  STP-RC(W-STP-SUB)  TO  CYS-RC
                   COMPUTE A-STEPS-COMPLETE = A-STEPS-COMPLETE + 1
               WHEN  'FAILED'
                   MOVE  'FAILED'    TO  CYS-STATUS
                   MOVE  STP-RC(W-STP-SUB)  TO  CYS-RC
                   COMPUTE A-STEPS-FAILED = A-STEPS-FAILED + 1
               WHEN  'BLOCKED'
                   MOVE  'BLOCKED'   TO  CYS-STATUS
                   MOVE  STP-RC(W-STP-SUB)  TO  CYS-RC
                   COMPUTE A-STEPS-BLOCKED = A-STEPS-BLOCKED + 1
               WHEN  'STARTED'
      *            NO END EVENT - STILL RUNNING, OR CANCELLED/S322
      *            BEFORE IT COULD LOG ONE
                   MOVE  'RUNNING'   TO  CYS-STATUS
                   MOVE  'NO END EVENT - CHECK JOB'  TO  CYS-NOTE
                   COMPUTE A-STEPS-RUNNING = A-STEPS-RUNNING + 1
               WHEN  OTHER
                   MOVE  'PENDING'   TO  CYS-STATUS
                   IF  STP-PROGRAM(W-STP-SUB)  NOT =  C-CYCLE-PRODUCER
                       AND  W-PRODUCER-STATUS  NOT =  'COMPLETE'
                       MOVE  'WAITS ON DB2CBLEX'  TO  CYS-NOTE
                   ELSE
                       MOVE  'NOT YET RUN'        TO  CYS-NOTE
                   END-IF
                   COMPUTE A-STEPS-PENDING = A-STEPS-PENDING + 1
           END-EVALUATE.

           WRITE REPORT-RECORD  FROM  W-CYS-DETAIL.
      /
      *****************************************************************
      *   P R I N T   T H E   S T A T U S   T O T A L S                *
      *****************************************************************
       P0400-PRINT-TOTALS.

           MOVE  SPACES  TO  CSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-CYS-SECTION-LINE.
           MOVE  '--- STEP STATUS TOTALS ---'  TO  CSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-CYS-SECTION-LINE.

           INITIALIZE  W-CYS-TOTAL-LINE.
           MOVE  'COMPLETE'                   TO  CTL-LABEL.
           MOVE  A-STEPS-COMPLETE             TO  CTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-CYS-TOTAL-LINE.

           MOVE  'FAILED'                     TO  CTL-LABEL.
           MOVE  A-STEPS-FAILED               TO  CTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-CYS-TOTAL-LINE.

           MOVE  'BLOCKED BY A PREDECESSOR'   TO  CTL-LABEL.
           MOVE  A-STEPS-BLOCKED              TO  CTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-CYS-TOTAL-LINE.

           MOVE  'RUNNING / NO END EVENT'     TO  CTL-LABEL.
           MOVE  A-STEPS-RUNNING              TO  CTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-CYS-TOTAL-LINE.

           MOVE  'PENDING - NOT YET RUN'      TO  CTL-LABEL.
           MOVE  A-STEPS-PENDING              TO  CTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-CYS-TOTAL-LINE.
      /
      *****************************************************************
      *   B U I L D   C U R R E N T   T I M E S T A M P                *
      *****************************************************************
       P0190-BUILD-TIMESTAMP.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME-8  FROM  TIME.
           MOVE  WS-SYS-DATE-YYYY  TO  W-TS-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-TS-MO.
           MOVE  WS-SYS-DATE-DD    TO  W-TS-DD.
           MOVE  WS-SYS-TIME-HH    TO  W-TS-HH.
           MOVE  WS-SYS-TIME-MM    TO  W-TS-MI.
           MOVE  WS-SYS-TIME-SS    TO  W-TS-SS.
      /
      *****************************************************************
      *   R E A D   N E X T   C Y C L E   E V E N T                    *
      *****************************************************************
       P8000-READ-CYCL-FILE.

           READ CYCL-FILE INTO W-CYCL-RECORD
               AT END
                   MOVE  'Y'  TO  W-CYCL-EOF-SW
               NOT AT END
                   COMPUTE  A-EVENTS-READ  =  A-EVENTS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  F I L E  O R  T A B L E  E R R O R    *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
