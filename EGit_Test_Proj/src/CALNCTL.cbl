      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALNCTL.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  SHARED BUSINESS CALENDAR LOOKUP MODULE - CALLED BY EVERY
      *  PROGRAM THAT NEEDS A FISCAL PERIOD, SO THE MONTH-END NIGHT,
      *  THE REPORTING MONTH AND THE GL PERIOD ALL COME FROM THE ONE
      *  CALN0010 CALENDAR THAT EMPCAL10 MAINTAINS INSTEAD OF EACH
      *  PROGRAM WORKING THEM OUT FROM THE SYSTEM CLOCK.
      *
      *  DATE   - RETURNS THE PERIOD THAT SPANS CALQ-DATE.
      *  CLOSED - RETURNS THE LATEST PERIOD CLOSED ON OR BEFORE
      *           CALQ-DATE; CALQ-CLOSE-NIGHT IS SET WHEN CALQ-DATE
      *           IS ITS CLOSE DATE.
      *  MONTH  - RETURNS THE PERIOD REPORTED AS CALQ-REPORT-MONTH.
      *  PERIOD - RETURNS THE PERIOD NAMED BY CALQ-GL-PERIOD.
      *  PRIORBUS - RETURNS THE LAST BUSINESS DAY BEFORE CALQ-DATE:
      *           THE SAME WEEKDAYS-LESS-HOLIDAYS RULE EMPCAL10
      *           COUNTS BUSINESS DAYS BY.
      *
      *  INPUT PARMS:  LINKAGE - CALNPRM CALL AREA
      *
      *  OUTPUT PARMS: CALQ-GL-PERIOD, CALQ-REPORT-MONTH, THE PERIOD
      *                DATES AND BUSINESS DAYS, CALQ-CLOSE-NIGHT-SW,
      *                CALQ-BUSINESS-DATE (PRIORBUS), CALQ-RESULT
      *
      *  INPUT FILES:  CALN0010 - SHARED BUSINESS CALENDAR
      *
      *  OUTPUT FILES: NONE
      *
      *  COPY MEMBERS:
      *                CALNREC
      *                CALNPRM
      *    TABLES:      NONE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             GOBACK TO THE CALLER WITH CALQ-RESULT SET
      *
      *      ABNORMAL:
      *             NONE - A MISSING CALENDAR OR A BAD CALN0010 FILE
      *             STATUS IS DISPLAYED AND RETURNED AS CALQ-RESULT
      *             08; THE CALLER DECIDES
      *
      *    RETURN CODES (CALQ-RESULT):
      *             00 - PERIOD FOUND / PRIOR BUSINESS DAY FOUND
      *             04 - NO PERIOD ON THE CALENDAR ANSWERS THE LOOKUP,
      *                  OR CALQ-DATE IS NOT A VALID DATE (PRIORBUS)
      *             08 - CALN0010 MISSING OR COULD NOT BE READ
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - FISCAL PERIOD       2026-10-15      *
      *          LOOKUPS OVER THE CALN0010 CALENDAR                    *
      *  LOUIS - PRIORBUS - LAST BUSINESS DAY BEFORE   2026-10-15      *
      *          A DATE, FOR THE EMPCYC10 STALE-CYCLE                  *
      *          CHECK                                                 *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CALN-FILE           ASSIGN TO CALN0010
                                       FILE STATUS IS WS-CALN-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  CALN-FILE                          DDNAME - CALN0010    *
      *        SHARED BUSINESS CALENDAR                                *
      ******************************************************************

       FD  CALN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALN-RECORD.

       01  CALN-RECORD       PIC X(80).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'CALNCTL START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'CALNCTL'.
      /
       COPY CALNREC.
      /
       01   WS-CALN-STATUS       PIC X(02) VALUE SPACES.
       01   W-CALN-EOF-SW        PIC X(01) VALUE 'N'.
           88  CALN-EOF                      VALUE 'Y'.
       01   W-PERIOD-FOUND-SW    PIC X(01) VALUE 'N'.
           88  PERIOD-FOUND                  VALUE 'Y'.

       01   W-FOUND-RECORD       PIC X(80) VALUE SPACES.
       01   W-BEST-CLOSE-DATE    PIC X(10) VALUE SPACES.

       01   W-LEAP-SW            PIC X(01) VALUE 'N'.
           88  LEAP-YEAR                     VALUE 'Y'.
       01   W-HOLIDAY-SW         PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                VALUE 'Y'.
       01   W-BUSINESS-DAY-SW    PIC X(01) VALUE 'N'.
           88  BUSINESS-DAY-FOUND            VALUE 'Y'.

      *    THE DATE BEING STEPPED BACK FROM CALQ-DATE
       01   W-DATE-WORK.
            05  W-DT-YYYY          PIC 9(4).
            05  W-DT-DASH1         PIC X(1).
            05  W-DT-MM            PIC 9(2).
            05  W-DT-DASH2         PIC X(1).
            05  W-DT-DD            PIC 9(2).
       01   W-DATE-WORK-X  REDEFINES W-DATE-WORK  PIC X(10).

       01   W-MONTH-DAYS-VALUES  PIC X(24)
            VALUE '312831303130313130313031'.
       01   W-MONTH-DAYS-TABLE  REDEFINES W-MONTH-DAYS-VALUES.
            05  MDT-DAYS           PIC 9(2) OCCURS 12 TIMES.

      *    ZELLER ORDER - 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY
       01   W-DAY-OF-WEEK-WORK.
            05  W-DOW-MONTH        PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-YEAR         PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-CENTURY      PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-YEAR-IN-CENT PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-MONTH-TERM   PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-YEAR-TERM    PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-CENT-TERM    PIC S9(8) COMP VALUE ZERO.
            05  W-DOW-SUM          PIC S9(8) COMP VALUE ZERO.
       01   W-WEEKDAY            PIC S9(4) COMP VALUE ZERO.
       01   W-DAYS-IN-MONTH      PIC S9(4) COMP VALUE ZERO.
       01   W-QUOTIENT           PIC S9(8) COMP VALUE ZERO.
       01   W-REMAINDER          PIC S9(8) COMP VALUE ZERO.
       01   W-DAYS-BACK          PIC S9(4) COMP VALUE ZERO.

       01   W-HOLIDAY-TABLE-AREA.
            05  W-HOLIDAY-COUNT  PIC S9(4) COMP VALUE ZERO.
            05  W-HOLIDAY-ENTRY  OCCURS 500 TIMES.
                10  HOL-DATE         PIC X(10).
       01   W-HOL-SUB            PIC S9(4) COMP VALUE ZERO.
       01   C-MAX-HOLIDAY-ENTRIES PIC S9(4) COMP VALUE +500.
      *    NO RUN OF WEEKENDS AND HOLIDAYS IS LONGER THAN THIS
       01   C-MAX-DAYS-BACK      PIC S9(4) COMP VALUE +31.

      /
       LINKAGE SECTION.

       COPY CALNPRM.

       PROCEDURE DIVISION USING W-CALQ-AREA.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           MOVE  '00'  TO  CALQ-RESULT.
           MOVE  'N'   TO  CALQ-CLOSE-NIGHT-SW.

           EVALUATE  TRUE
               WHEN  CALQ-BY-DATE
               WHEN  CALQ-LAST-CLOSED
               WHEN  CALQ-BY-MONTH
               WHEN  CALQ-BY-PERIOD
                   PERFORM P0100-FIND-PERIOD
               WHEN  CALQ-PRIOR-BUSINESS-DAY
                   PERFORM P0300-FIND-PRIOR-BUSINESS-DAY
               WHEN  OTHER
                   DISPLAY 'CALNCTL - UNKNOWN FUNCTION ', CALQ-FUNCTION,
                           ' FROM ', CALQ-PROGRAM
                   MOVE  '08'  TO  CALQ-RESULT
           END-EVALUATE.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   F I N D   T H E   P E R I O D   A S K E D   F O R            *
      *****************************************************************
       P0100-FIND-PERIOD.

           MOVE  'N'     TO  W-CALN-EOF-SW.
           MOVE  'N'     TO  W-PERIOD-FOUND-SW.
           MOVE  SPACES  TO  W-FOUND-RECORD.
           MOVE  SPACES  TO  W-BEST-CLOSE-DATE.

           OPEN INPUT CALN-FILE.

      *    UNLIKE CYCL0010 A MISSING CALENDAR IS AN ERROR - NOBODY CAN
      *    SAY WHICH PERIOD IT IS WITHOUT ONE
           IF  WS-CALN-STATUS  =  '00'
               PERFORM P8000-READ-CALN-FILE
               PERFORM P0110-CHECK-ONE-RECORD UNTIL CALN-EOF
               CLOSE CALN-FILE
           ELSE
               DISPLAY 'CALNCTL - OPEN CALN0010 FAILED FOR ',
                       CALQ-PROGRAM
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               MOVE  '08'  TO  CALQ-RESULT
           END-IF.

           IF  CALQ-OK
               IF  PERIOD-FOUND
                   PERFORM P0200-RETURN-PERIOD
               ELSE
                   MOVE  '04'  TO  CALQ-RESULT
               END-IF
           END-IF.
      /
       P0110-CHECK-ONE-RECORD.

           IF  CALN-PERIOD-REC
               EVALUATE  TRUE
                   WHEN  CALQ-BY-DATE
                       IF  CALN-START-DATE  <=  CALQ-DATE  AND
                           CALN-END-DATE    >=  CALQ-DATE  AND
                           NOT  PERIOD-FOUND
                           PERFORM P0120-KEEP-RECORD
                       END-IF
                   WHEN  CALQ-LAST-CLOSED
      *                PERIODS ARE ON FILE IN GL PERIOD ORDER, NOT
      *                CLOSE DATE ORDER - KEEP THE LATEST CLOSE SEEN
                       IF  CALN-CLOSE-DATE  <=  CALQ-DATE  AND
                           CALN-CLOSE-DATE  >   W-BEST-CLOSE-DATE
                           MOVE  CALN-CLOSE-DATE  TO  W-BEST-CLOSE-DATE
                           PERFORM P0120-KEEP-RECORD
                       END-IF
                   WHEN  CALQ-BY-MONTH
                       IF  CALN-REPORT-MONTH  =  CALQ-REPORT-MONTH  AND
                           NOT  PERIOD-FOUND
                           PERFORM P0120-KEEP-RECORD
                       END-IF
                   WHEN  CALQ-BY-PERIOD
                       IF  CALN-GL-PERIOD  =  CALQ-GL-PERIOD  AND
                           NOT  PERIOD-FOUND
                           PERFORM P0120-KEEP-RECORD
                       END-IF
               END-EVALUATE
           END-IF.

           PERFORM P8000-READ-CALN-FILE.
      /
       P0120-KEEP-RECORD.

           MOVE  W-CALN-RECORD  TO  W-FOUND-RECORD.
           MOVE  'Y'            TO  W-PERIOD-FOUND-SW.
      /
      *****************************************************************
      *   H A N D   T H E   P E R I O D   B A C K                      *
      *****************************************************************
       P0200-RETURN-PERIOD.

           MOVE  W-FOUND-RECORD      TO  W-CALN-RECORD.
           MOVE  CALN-GL-PERIOD      TO  CALQ-GL-PERIOD.
           MOVE  CALN-REPORT-MONTH   TO  CALQ-REPORT-MONTH.
           MOVE  CALN-START-DATE     TO  CALQ-START-DATE.
           MOVE  CALN-END-DATE       TO  CALQ-END-DATE.
           MOVE  CALN-CLOSE-DATE     TO  CALQ-CLOSE-DATE.
           MOVE  CALN-BUSINESS-DAYS  TO  CALQ-BUSINESS-DAYS.

           IF  CALQ-CLOSE-DATE  =  CALQ-DATE
               MOVE  'Y'  TO  CALQ-CLOSE-NIGHT-SW
           END-IF.
      /
      *****************************************************************
      *   F I N D   T H E   L A S T   B U S I N E S S   D A Y          *
      *   B E F O R E   C A L Q - D A T E                              *
      *****************************************************************
       P0300-FIND-PRIOR-BUSINESS-DAY.

           MOVE  SPACES     TO  CALQ-BUSINESS-DATE.
           MOVE  CALQ-DATE  TO  W-DATE-WORK-X.

           IF  W-DT-DASH1  NOT =  '-'   OR
               W-DT-DASH2  NOT =  '-'   OR
               W-DT-YYYY   NOT NUMERIC  OR
               W-DT-MM     NOT NUMERIC  OR
               W-DT-DD     NOT NUMERIC
               MOVE  '04'  TO  CALQ-RESULT
           ELSE
               IF  W-DT-MM  <  1  OR  W-DT-MM  >  12  OR
                   W-DT-DD  <  1  OR  W-DT-DD  >  31
                   MOVE  '04'  TO  CALQ-RESULT
               END-IF
           END-IF.

           IF  CALQ-OK
               PERFORM P0310-LOAD-HOLIDAYS
           END-IF.

           IF  CALQ-OK
               PERFORM P0620-COMPUTE-WEEKDAY
               MOVE  'N'   TO  W-BUSINESS-DAY-SW
               MOVE  ZERO  TO  W-DAYS-BACK
               PERFORM P0330-STEP-BACK-ONE-DAY
                   UNTIL  BUSINESS-DAY-FOUND
                      OR  W-DAYS-BACK  >  C-MAX-DAYS-BACK
               IF  BUSINESS-DAY-FOUND
                   MOVE  W-DATE-WORK-X  TO  CALQ-BUSINESS-DATE
               ELSE
                   MOVE  '04'  TO  CALQ-RESULT
               END-IF
           END-IF.
      /
       P0310-LOAD-HOLIDAYS.

           MOVE  'N'   TO  W-CALN-EOF-SW.
           MOVE  ZERO  TO  W-HOLIDAY-COUNT.

           OPEN INPUT CALN-FILE.

           IF  WS-CALN-STATUS  =  '00'
               PERFORM P8000-READ-CALN-FILE
               PERFORM P0320-KEEP-ONE-HOLIDAY UNTIL CALN-EOF
               CLOSE CALN-FILE
           ELSE
               DISPLAY 'CALNCTL - OPEN CALN0010 FAILED FOR ',
                       CALQ-PROGRAM
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               MOVE  '08'  TO  CALQ-RESULT
           END-IF.
      /
       P0320-KEEP-ONE-HOLIDAY.

      *    ONLY HOLIDAYS BEFORE CALQ-DATE CAN BE STEPPED OVER
           IF  CALN-HOLIDAY-REC  AND
               CALN-HOLIDAY-DATE  <  CALQ-DATE
               IF  W-HOLIDAY-COUNT  >=  C-MAX-HOLIDAY-ENTRIES
                   DISPLAY 'CALNCTL - MORE HOLIDAYS THAN THE TABLE '
                           'HOLDS FOR ', CALQ-PROGRAM
                   MOVE  '08'  TO  CALQ-RESULT
                   MOVE  'Y'   TO  W-CALN-EOF-SW
               ELSE
                   COMPUTE  W-HOLIDAY-COUNT  =  W-HOLIDAY-COUNT  +  1
                   MOVE  CALN-HOLIDAY-DATE
                         TO  HOL-DATE(W-HOLIDAY-COUNT)
               END-IF
           END-IF.

           IF  NOT  CALN-EOF
               PERFORM P8000-READ-CALN-FILE
           END-IF.
      /
       P0330-STEP-BACK-ONE-DAY.

           PERFORM P0630-PRIOR-DAY.
           COMPUTE  W-DAYS-BACK  =  W-DAYS-BACK  +  1.

           IF  W-WEEKDAY  >  1
               PERFORM P0640-CHECK-HOLIDAY
               IF  NOT  DAY-IS-HOLIDAY
                   MOVE  'Y'  TO  W-BUSINESS-DAY-SW
               END-IF
           END-IF.
      /
       P0610-DAYS-IN-MONTH.

           MOVE  MDT-DAYS(W-DT-MM)  TO  W-DAYS-IN-MONTH.

           IF  W-DT-MM  =  2
               PERFORM P0615-CHECK-LEAP-YEAR
               IF  LEAP-YEAR
                   MOVE  29  TO  W-DAYS-IN-MONTH
               END-IF
           END-IF.
      /
       P0615-CHECK-LEAP-YEAR.

      *    EVERY 4TH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400
           MOVE  'N'  TO  W-LEAP-SW.

           DIVIDE  W-DT-YYYY  BY  4
                   GIVING  W-QUOTIENT  REMAINDER  W-REMAINDER.
           IF  W-REMAINDER  =  ZERO
               MOVE  'Y'  TO  W-LEAP-SW
               DIVIDE  W-DT-YYYY  BY  100
                       GIVING  W-QUOTIENT  REMAINDER  W-REMAINDER
               IF  W-REMAINDER  =  ZERO
                   DIVIDE  W-DT-YYYY  BY  400
                           GIVING  W-QUOTIENT  REMAINDER  W-REMAINDER
                   IF  W-REMAINDER  NOT =  ZERO
                       MOVE  'N'  TO  W-LEAP-SW
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   D A Y   O F   W E E K   -   Z E L L E R ' S   R U L E        *
      *****************************************************************
       P0620-COMPUTE-WEEKDAY.

      *    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR
      *    BEFORE; W-WEEKDAY COMES BACK 0 (SATURDAY) TO 6 (FRIDAY)
           IF  W-DT-MM  <  3
               COMPUTE  W-DOW-MONTH  =  W-DT-MM  +  12
               COMPUTE  W-DOW-YEAR   =  W-DT-YYYY  -  1
           ELSE
               MOVE  W-DT-MM    TO  W-DOW-MONTH
               MOVE  W-DT-YYYY  TO  W-DOW-YEAR
           END-IF.

           DIVIDE  W-DOW-YEAR  BY  100
                   GIVING  W-DOW-CENTURY  REMAINDER  W-DOW-YEAR-IN-CENT.

           COMPUTE  W-DOW-SUM  =  13  *  (W-DOW-MONTH  +  1).
           DIVIDE  W-DOW-SUM  BY  5  GIVING  W-DOW-MONTH-TERM.
           DIVIDE  W-DOW-YEAR-IN-CENT  BY  4  GIVING  W-DOW-YEAR-TERM.
           DIVIDE  W-DOW-CENTURY  BY  4  GIVING  W-DOW-CENT-TERM.

           COMPUTE  W-DOW-SUM  =  W-DT-DD
                                +  W-DOW-MONTH-TERM
                                +  W-DOW-YEAR-IN-CENT
                                +  W-DOW-YEAR-TERM
                                +  W-DOW-CENT-TERM
                                +  (5  *  W-DOW-CENTURY).

           DIVIDE  W-DOW-SUM  BY  7
                   GIVING  W-QUOTIENT  REMAINDER  W-WEEKDAY.
      /
      *****************************************************************
      *   S T E P   T H E   W O R K   D A T E   B A C K                *
      *****************************************************************
       P0630-PRIOR-DAY.

           COMPUTE  W-DT-DD  =  W-DT-DD  -  1.

           IF  W-DT-DD  <  1
               COMPUTE  W-DT-MM  =  W-DT-MM  -  1
               IF  W-DT-MM  <  1
                   MOVE  12  TO  W-DT-MM
                   COMPUTE  W-DT-YYYY  =  W-DT-YYYY  -  1
               END-IF
               PERFORM P0610-DAYS-IN-MONTH
               MOVE  W-DAYS-IN-MONTH  TO  W-DT-DD
           END-IF.

           COMPUTE  W-WEEKDAY  =  W-WEEKDAY  -  1.
           IF  W-WEEKDAY  <  0
               MOVE  6  TO  W-WEEKDAY
           END-IF.
      /
      *****************************************************************
      *   I S   T H E   W O R K   D A T E   A   H O L I D A Y          *
      *****************************************************************
       P0640-CHECK-HOLIDAY.

           MOVE  'N'  TO  W-HOLIDAY-SW.
           PERFORM P0645-MATCH-ONE-HOLIDAY
               VARYING W-HOL-SUB FROM 1 BY 1
               UNTIL   W-HOL-SUB > W-HOLIDAY-COUNT
                  OR   DAY-IS-HOLIDAY.
      /
       P0645-MATCH-ONE-HOLIDAY.

           IF  HOL-DATE(W-HOL-SUB)  =  W-DATE-WORK-X
               MOVE  'Y'  TO  W-HOLIDAY-SW
           END-IF.
      /
      *****************************************************************
      *   R E A D   N E X T   C A L E N D A R   R E C O R D            *
      *****************************************************************
       P8000-READ-CALN-FILE.

           READ CALN-FILE INTO W-CALN-RECORD
               AT END
                   MOVE  'Y'  TO  W-CALN-EOF-SW
           END-READ.

           IF  WS-CALN-STATUS  NOT =  '00'  AND
               WS-CALN-STATUS  NOT =  '10'
               DISPLAY 'CALNCTL - READ CALN0010 FAILED FOR ',
                       CALQ-PROGRAM
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               MOVE  '08'  TO  CALQ-RESULT
               MOVE  'Y'   TO  W-CALN-EOF-SW
           END-IF.
