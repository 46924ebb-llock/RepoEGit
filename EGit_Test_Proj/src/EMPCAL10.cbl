      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCAL10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  BUSINESS CALENDAR MAINTENANCE AND LISTING - APPLIES A CARD
      *  FILE OF ADD / CHANGE / DELETE ACTIONS TO THE CALN0010 SHARED
      *  CALENDAR AND LISTS THE WHOLE CALENDAR BACK.  CALN0010 HOLDS
      *  THE FISCAL PERIODS (GL PERIOD, REPORTING MONTH, FIRST AND
      *  LAST DAY, CLOSE DATE, BUSINESS DAYS) AND THE HOLIDAYS.
      *  DB2CBLEX, DB2CBLNH, EMPGLD10, EMPBVA10 AND EMPTRD10 TAKE THEIR
      *  MONTH-END NIGHT, REPORTING MONTH AND GL PERIOD FROM IT
      *  THROUGH CALNCTL, SO THIS IS WHERE A CLOSE DATE IS MOVED.
      *
      *  A PERIOD MAY NOT OVERLAP ANOTHER PERIOD, AND NO TWO PERIODS
      *  MAY SHARE A REPORTING MONTH OR A CLOSE DATE.  THE CLOSE DATE
      *  MUST BE A BUSINESS DAY - NOT A SATURDAY, SUNDAY OR HOLIDAY -
      *  AND A HOLIDAY CANNOT BE ADDED ON A PERIOD'S CLOSE DATE.  EACH
      *  CARD STANDS ALONE: A REFUSED CARD DOES NOT STOP THE OTHERS.
      *
      *  BUSINESS DAYS ARE NEVER KEYED - AFTER THE CARDS ARE APPLIED
      *  EVERY PERIOD IS RECOUNTED AS ITS WEEKDAYS LESS ITS HOLIDAYS,
      *  SO ADDING A HOLIDAY CORRECTS THE COUNT OF ITS PERIOD.
      *  CALN0010 IS ONLY WRITTEN BACK WHEN SOMETHING CHANGED.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  CALM0010 - CALENDAR MAINTENANCE CARD FILE - ONE
      *                CARD PER TRANSACTION, IN THE CALN0010 COLUMNS:
      *                COL  01     RECORD TYPE - P PERIOD, H HOLIDAY
      *                COL  02     ACTION - A ADD, C CHANGE, D DELETE
      *                PERIOD CARDS:
      *                COLS 03-08  GL PERIOD - FISCAL YEAR AND PERIOD
      *                            (01-13) - ALWAYS REQUIRED
      *                COLS 10-15  REPORTING MONTH - YYYYMM
      *                COLS 17-26  FIRST DAY - YYYY-MM-DD
      *                COLS 28-37  LAST DAY - YYYY-MM-DD
      *                COLS 39-48  CLOSE DATE - YYYY-MM-DD
      *                            ALL REQUIRED ON AN ADD; ON A CHANGE
      *                            ONLY THE FIELDS KEYED ARE REPLACED
      *                HOLIDAY CARDS:
      *                COLS 03-12  HOLIDAY DATE - YYYY-MM-DD
      *                COLS 14-43  HOLIDAY NAME - REQUIRED ON A AND C
      *
      *  OUTPUT FILES: RPTO0310 - CALENDAR MAINTENANCE AND LISTING
      *
      *  I-O FILES:    CALN0010 - SHARED BUSINESS CALENDAR - READ IN
      *                FULL, THEN REWRITTEN IN KEY ORDER WHEN CHANGED
      *
      *  COPY MEMBERS:
      *                CALNREC
      *                REPORTCL
      *    TABLES:      NONE - FILE DRIVEN
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE MAINTENANCE CARD FILE REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN CALN0010 CANNOT BE READ OR WRITTEN, HOLDS AN
      *             UNKNOWN RECORD TYPE OR OVERFLOWS THE WORK TABLES
      *
      *    RETURN CODES:
      *             0 - ALL CARDS APPLIED, CALENDAR CHECKS CLEAN
      *             4 - A CALENDAR CHECK FAILED - SEE THE LISTING
      *             8 - ONE OR MORE CARDS NOT APPLIED
      *
      *    SPECIAL LOGIC:  A MISSING CALN0010 (STATUS 35) STARTS A NEW,
      *                    EMPTY CALENDAR
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - BUSINESS CALENDAR   2026-10-15      *
      *          MAINTENANCE AND LISTING FOR CALN0010                  *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CALM-FILE           ASSIGN TO CALM0010.
           SELECT CALN-FILE           ASSIGN TO CALN0010
                                       FILE STATUS IS WS-CALN-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0310.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  CALM-FILE                          DDNAME - CALM0010    *
      *        CALENDAR MAINTENANCE CARD FILE                          *
      ******************************************************************

       FD  CALM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALM-CARD-RECORD.

       01  CALM-CARD-RECORD  PIC X(80).

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

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0310    *
      *        CALENDAR MAINTENANCE AUDIT AND CALENDAR LISTING         *
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
           VALUE 'EMPCAL10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPCAL10'.
      /
       COPY CALNREC.
      /
       COPY REPORTCL.
      /
       01   W-CALM-EOF-SW        PIC X(01) VALUE 'N'.
           88  CALM-EOF                      VALUE 'Y'.
       01   W-CALN-EOF-SW        PIC X(01) VALUE 'N'.
           88  CALN-EOF                      VALUE 'Y'.
       01   W-VALID-SW           PIC X(01) VALUE 'N'.
           88  TRANSACTION-VALID             VALUE 'Y'.
       01   W-CHANGED-SW         PIC X(01) VALUE 'N'.
           88  CALENDAR-CHANGED              VALUE 'Y'.
       01   W-DATE-OK-SW         PIC X(01) VALUE 'N'.
           88  DATE-VALID                    VALUE 'Y'.
       01   W-LEAP-SW            PIC X(01) VALUE 'N'.
           88  LEAP-YEAR                     VALUE 'Y'.
       01   W-HOLIDAY-SW         PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                VALUE 'Y'.
       01   W-CLOSE-CLASH-SW     PIC X(01) VALUE 'N'.
           88  CLOSE-DATE-CLASH              VALUE 'Y'.
       01   W-REASON             PIC X(30) VALUE SPACES.

       01   WS-CALN-STATUS       PIC X(02) VALUE SPACES.

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

      *    ONE DATE AT A TIME IS EDITED, STEPPED AND DAY-OF-WEEKED HERE
       01   W-DATE-WORK.
            05  W-DT-YYYY          PIC 9(4).
            05  W-DT-DASH1         PIC X(1).
            05  W-DT-MM            PIC 9(2).
            05  W-DT-DASH2         PIC X(1).
            05  W-DT-DD            PIC 9(2).
       01   W-DATE-WORK-X  REDEFINES W-DATE-WORK  PIC X(10).

       01   W-MONTH-CHECK.
            05  W-MCK-YYYY         PIC 9(4).
            05  W-MCK-MM           PIC 9(2).

       01   W-MONTH-DAYS-VALUES  PIC X(24)
            VALUE '312831303130313130313031'.
       01   W-MONTH-DAYS-TABLE  REDEFINES W-MONTH-DAYS-VALUES.
            05  MDT-DAYS           PIC 9(2) OCCURS 12 TIMES.

      *    ZELLER ORDER - 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY
       01   W-DAY-NAME-VALUES    PIC X(21)
            VALUE 'SATSUNMONTUEWEDTHUFRI'.
       01   W-DAY-NAME-TABLE  REDEFINES W-DAY-NAME-VALUES.
            05  W-DAY-NAME         PIC X(3) OCCURS 7 TIMES.

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
       01   W-BUSINESS-DAYS      PIC S9(4) COMP VALUE ZERO.

       01   C-MAX-PERIOD-ENTRIES  PIC S9(4) COMP VALUE +200.
       01   C-MAX-HOLIDAY-ENTRIES PIC S9(4) COMP VALUE +500.

       01   W-PERIOD-TABLE-AREA.
            05  W-PERIOD-COUNT   PIC S9(4) COMP VALUE ZERO.
            05  W-PERIOD-ENTRY   OCCURS 200 TIMES.
                10  PER-GL-PERIOD.
                    15  PER-FISCAL-YEAR   PIC 9(04).
                    15  PER-PERIOD        PIC 9(02).
                10  PER-REPORT-MONTH      PIC X(06).
                10  PER-START-DATE        PIC X(10).
                10  PER-END-DATE          PIC X(10).
                10  PER-CLOSE-DATE        PIC X(10).
                10  PER-BUSINESS-DAYS     PIC 9(03).

      *    SAME LAYOUT AS ONE W-PERIOD-ENTRY - BUILT FROM A CARD AND
      *    EDITED HERE BEFORE IT GOES INTO THE TABLE
       01   W-CANDIDATE-PERIOD.
            05  CND-GL-PERIOD.
                10  CND-FISCAL-YEAR       PIC 9(04).
                10  CND-PERIOD            PIC 9(02).
            05  CND-REPORT-MONTH          PIC X(06).
            05  CND-START-DATE            PIC X(10).
            05  CND-END-DATE              PIC X(10).
            05  CND-CLOSE-DATE            PIC X(10).
            05  CND-BUSINESS-DAYS         PIC 9(03).

       01   W-HOLIDAY-TABLE-AREA.
            05  W-HOLIDAY-COUNT  PIC S9(4) COMP VALUE ZERO.
            05  W-HOLIDAY-ENTRY  OCCURS 500 TIMES.
                10  HOL-DATE              PIC X(10).
                10  HOL-NAME              PIC X(30).

       01   W-CANDIDATE-HOLIDAY.
            05  CNH-DATE                  PIC X(10).
            05  CNH-NAME                  PIC X(30).

       01   W-TODAY              PIC X(10) VALUE SPACES.
       01   W-FOUND-SUB          PIC S9(4) COMP VALUE ZERO.
       01   W-CURRENT-SUB        PIC S9(4) COMP VALUE ZERO.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-PER-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-HOL-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-LST-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-CARDS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-APPLIED          PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-PERIODS-RECOUNTED      PIC S9(8) COMP  VALUE ZERO.
          05  A-CHECKS-FAILED          PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  W-TODAY.

           PERFORM P0100-LOAD-CALENDAR.

           OPEN INPUT  CALM-FILE.
           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           MOVE  W-TODAY  TO  TITLE-RUN-DATE.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           WRITE REPORT-RECORD  FROM  W-CAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-CARDS.
           WRITE REPORT-RECORD  FROM  W-CAL-CARD-HEADER1.
           WRITE REPORT-RECORD  FROM  W-CAL-CARD-HEADER2.

           PERFORM P8000-READ-CALM-FILE.

           PERFORM P0200-PROCESS-CALM-RECORD UNTIL
                   CALM-EOF.

           CLOSE CALM-FILE.

           PERFORM P0500-COUNT-BUSINESS-DAYS
               VARYING W-PER-SUB FROM 1 BY 1
               UNTIL   W-PER-SUB > W-PERIOD-COUNT.

           IF  CALENDAR-CHANGED
               PERFORM P0550-REWRITE-CALENDAR
           END-IF.

           PERFORM P0700-PRINT-PERIODS.
           PERFORM P0750-PRINT-HOLIDAYS.
           PERFORM P0800-CHECK-CALENDAR.
           PERFORM P0900-PRINT-COUNTS.

           DISPLAY 'TOTAL CARDS READ          '  A-CARDS-READ.
           DISPLAY 'TOTAL CARDS APPLIED       '  A-CARDS-APPLIED.
           DISPLAY 'TOTAL NOT APPLIED         '  A-CARDS-REJECTED.
           DISPLAY 'TOTAL PERIODS RECOUNTED   '  A-PERIODS-RECOUNTED.
           DISPLAY 'TOTAL CALENDAR CHECKS HIT '  A-CHECKS-FAILED.
           IF  CALENDAR-CHANGED
               DISPLAY 'CALN0010 REWRITTEN'
           ELSE
               DISPLAY 'CALN0010 UNCHANGED'
           END-IF.

           CLOSE REPORT-FILE.

           EVALUATE  TRUE
               WHEN  A-CARDS-REJECTED  >  ZERO
                   MOVE  8  TO  RETURN-CODE
               WHEN  A-CHECKS-FAILED   >  ZERO
                   MOVE  4  TO  RETURN-CODE
           END-EVALUATE.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   L O A D   T H E   C A L E N D A R   I N T O   T A B L E S    *
      *****************************************************************
       P0100-LOAD-CALENDAR.

           OPEN INPUT CALN-FILE.

           EVALUATE  WS-CALN-STATUS
               WHEN  '00'
                   PERFORM P8010-READ-CALN-FILE
                   PERFORM P0110-STORE-CALN-RECORD UNTIL CALN-EOF
                   CLOSE CALN-FILE
               WHEN  '35'
                   DISPLAY 'CALN0010 NOT FOUND - STARTING A NEW '
                           'CALENDAR'
               WHEN  OTHER
                   DISPLAY 'P0100 OPEN CALN0010 FAILED'
                   DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
       P0110-STORE-CALN-RECORD.

           EVALUATE  TRUE
               WHEN  CALN-PERIOD-REC
                   MOVE  CALN-GL-PERIOD      TO  CND-GL-PERIOD
                   MOVE  CALN-REPORT-MONTH   TO  CND-REPORT-MONTH
                   MOVE  CALN-START-DATE     TO  CND-START-DATE
                   MOVE  CALN-END-DATE       TO  CND-END-DATE
                   MOVE  CALN-CLOSE-DATE     TO  CND-CLOSE-DATE
                   MOVE  CALN-BUSINESS-DAYS  TO  CND-BUSINESS-DAYS
                   PERFORM P0400-INSERT-PERIOD
               WHEN  CALN-HOLIDAY-REC
                   MOVE  CALN-HOLIDAY-DATE   TO  CNH-DATE
                   MOVE  CALN-HOLIDAY-NAME   TO  CNH-NAME
                   PERFORM P0420-INSERT-HOLIDAY
               WHEN  OTHER
                   DISPLAY 'P0110 UNKNOWN CALN0010 RECORD TYPE: ',
                           W-CALN-RECORD(1:20)
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.

           PERFORM P8010-READ-CALN-FILE.
      /
      *****************************************************************
      *   P R O C E S S   O N E   M A I N T E N A N C E   C A R D      *
      *****************************************************************
       P0200-PROCESS-CALM-RECORD.

           MOVE  'Y'     TO  W-VALID-SW.
           MOVE  SPACES  TO  W-REASON.

           EVALUATE  CALM-REC-TYPE
               WHEN  'P'
                   PERFORM P0300-PERIOD-CARD
               WHEN  'H'
                   PERFORM P0350-HOLIDAY-CARD
               WHEN  OTHER
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'RECORD TYPE NOT P/H'   TO  W-REASON
           END-EVALUATE.

           IF  TRANSACTION-VALID
               MOVE  'Y'  TO  W-CHANGED-SW
           END-IF.

           PERFORM P0490-WRITE-AUDIT-LINE.

           PERFORM P8000-READ-CALM-FILE.
      /
      *****************************************************************
      *   A P P L Y   O N E   P E R I O D   C A R D                    *
      *****************************************************************
       P0300-PERIOD-CARD.

           IF  CALM-GL-PERIOD  NOT NUMERIC
               MOVE  'N'                       TO  W-VALID-SW
               MOVE  'GL PERIOD NOT NUMERIC'   TO  W-REASON
           ELSE
               IF  CALM-FISCAL-YEAR  <  1900  OR
                   CALM-PERIOD       <  1     OR
                   CALM-PERIOD       >  13
                   MOVE  'N'                   TO  W-VALID-SW
                   MOVE  'GL PERIOD OUT OF RANGE'  TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               PERFORM P0305-FIND-PERIOD
               EVALUATE  CALM-ACTION
                   WHEN  'A'
                       PERFORM P0301-ADD-PERIOD
                   WHEN  'C'
                       PERFORM P0302-CHANGE-PERIOD
                   WHEN  'D'
                       PERFORM P0303-DELETE-PERIOD
                   WHEN  OTHER
                       MOVE  'N'                  TO  W-VALID-SW
                       MOVE  'ACTION NOT A/C/D'   TO  W-REASON
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   A D D   A   P E R I O D                                      *
      *****************************************************************
       P0301-ADD-PERIOD.

           IF  W-FOUND-SUB  >  ZERO
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'PERIOD ALREADY ON FILE'    TO  W-REASON
           ELSE
               MOVE  CALM-GL-PERIOD      TO  CND-GL-PERIOD
               MOVE  CALM-REPORT-MONTH   TO  CND-REPORT-MONTH
               MOVE  CALM-START-DATE     TO  CND-START-DATE
               MOVE  CALM-END-DATE       TO  CND-END-DATE
               MOVE  CALM-CLOSE-DATE     TO  CND-CLOSE-DATE
               MOVE  ZERO                TO  CND-BUSINESS-DAYS
               PERFORM P0310-EDIT-PERIOD
               IF  TRANSACTION-VALID
                   PERFORM P0400-INSERT-PERIOD
               END-IF
           END-IF.
      /
      *****************************************************************
      *   C H A N G E   A   P E R I O D   -   K E Y E D   F I E L D S  *
      *****************************************************************
       P0302-CHANGE-PERIOD.

           IF  W-FOUND-SUB  =  ZERO
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'PERIOD NOT ON FILE'        TO  W-REASON
           ELSE
               MOVE  W-PERIOD-ENTRY(W-FOUND-SUB)
                     TO  W-CANDIDATE-PERIOD
               IF  CALM-REPORT-MONTH  NOT =  SPACES
                   MOVE  CALM-REPORT-MONTH  TO  CND-REPORT-MONTH
               END-IF
               IF  CALM-START-DATE    NOT =  SPACES
                   MOVE  CALM-START-DATE    TO  CND-START-DATE
               END-IF
               IF  CALM-END-DATE      NOT =  SPACES
                   MOVE  CALM-END-DATE      TO  CND-END-DATE
               END-IF
               IF  CALM-CLOSE-DATE    NOT =  SPACES
                   MOVE  CALM-CLOSE-DATE    TO  CND-CLOSE-DATE
               END-IF
               PERFORM P0310-EDIT-PERIOD
               IF  TRANSACTION-VALID
                   MOVE  W-CANDIDATE-PERIOD
                         TO  W-PERIOD-ENTRY(W-FOUND-SUB)
               END-IF
           END-IF.
      /
      *****************************************************************
      *   D E L E T E   A   P E R I O D                                *
      *****************************************************************
       P0303-DELETE-PERIOD.

           IF  W-FOUND-SUB  =  ZERO
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'PERIOD NOT ON FILE'        TO  W-REASON
           ELSE
               PERFORM P0410-REMOVE-PERIOD
           END-IF.
      /
      *****************************************************************
      *   F I N D   T H E   C A R D ' S   P E R I O D                  *
      *****************************************************************
       P0305-FIND-PERIOD.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0306-MATCH-ONE-PERIOD
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-PERIOD-COUNT
                  OR   W-FOUND-SUB > ZERO.
      /
       P0306-MATCH-ONE-PERIOD.

           IF  PER-GL-PERIOD(W-LST-SUB)  =  CALM-GL-PERIOD
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      *****************************************************************
      *   E D I T   T H E   C A N D I D A T E   P E R I O D            *
      *****************************************************************
       P0310-EDIT-PERIOD.

           MOVE  CND-REPORT-MONTH  TO  W-MONTH-CHECK.
           IF  W-MONTH-CHECK  NOT NUMERIC
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'REPORTING MONTH INVALID'   TO  W-REASON
           ELSE
               IF  W-MCK-YYYY  <  1900  OR
                   W-MCK-MM    <  1     OR
                   W-MCK-MM    >  12
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'REPORTING MONTH INVALID'    TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               MOVE  CND-START-DATE  TO  W-DATE-WORK-X
               PERFORM P0600-EDIT-DATE
               IF  NOT  DATE-VALID
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'FIRST DAY INVALID'     TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               MOVE  CND-END-DATE    TO  W-DATE-WORK-X
               PERFORM P0600-EDIT-DATE
               IF  NOT  DATE-VALID
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'LAST DAY INVALID'      TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               MOVE  CND-CLOSE-DATE  TO  W-DATE-WORK-X
               PERFORM P0600-EDIT-DATE
               IF  NOT  DATE-VALID
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'CLOSE DATE INVALID'    TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               EVALUATE  TRUE
                   WHEN  CND-START-DATE  >  CND-END-DATE
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'FIRST DAY AFTER LAST DAY'   TO  W-REASON
                   WHEN  CND-CLOSE-DATE  <  CND-START-DATE
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'CLOSE BEFORE FIRST DAY'     TO  W-REASON
               END-EVALUATE
           END-IF.

      *    THE CLOSE NIGHT IS WHEN DB2CBLEX TAKES THE SNAPSHOT AND
      *    EMPGLD10 POSTS THE PERIOD - IT MUST BE A WORKING DAY
           IF  TRANSACTION-VALID
               MOVE  CND-CLOSE-DATE  TO  W-DATE-WORK-X
               PERFORM P0620-COMPUTE-WEEKDAY
               PERFORM P0640-CHECK-HOLIDAY
               EVALUATE  TRUE
                   WHEN  W-WEEKDAY  <  2
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'CLOSE DATE ON A WEEKEND'    TO  W-REASON
                   WHEN  DAY-IS-HOLIDAY
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'CLOSE DATE ON A HOLIDAY'    TO  W-REASON
               END-EVALUATE
           END-IF.

           IF  TRANSACTION-VALID
               PERFORM P0320-CHECK-ONE-OTHER
                   VARYING W-LST-SUB FROM 1 BY 1
                   UNTIL   W-LST-SUB > W-PERIOD-COUNT
                      OR   NOT  TRANSACTION-VALID
           END-IF.
      /
      *****************************************************************
      *   C H E C K   A G A I N S T   O N E   O T H E R   P E R I O D  *
      *****************************************************************
       P0320-CHECK-ONE-OTHER.

      *    W-FOUND-SUB IS THE PERIOD BEING CHANGED (ZERO ON AN ADD)
           IF  W-LST-SUB  NOT =  W-FOUND-SUB
               EVALUATE  TRUE
                   WHEN  PER-START-DATE(W-LST-SUB)  <=  CND-END-DATE
                    AND  PER-END-DATE(W-LST-SUB)    >=  CND-START-DATE
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'DATES OVERLAP ANOTHER PERIOD'
                             TO  W-REASON
                   WHEN  PER-REPORT-MONTH(W-LST-SUB)  =
                         CND-REPORT-MONTH
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'MONTH USED BY ANOTHER PERIOD'
                             TO  W-REASON
                   WHEN  PER-CLOSE-DATE(W-LST-SUB)  =  CND-CLOSE-DATE
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'CLOSE USED BY ANOTHER PERIOD'
                             TO  W-REASON
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   A P P L Y   O N E   H O L I D A Y   C A R D                  *
      *****************************************************************
       P0350-HOLIDAY-CARD.

           MOVE  CALM-HOLIDAY-DATE  TO  W-DATE-WORK-X.
           PERFORM P0600-EDIT-DATE.

           IF  NOT  DATE-VALID
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'HOLIDAY DATE INVALID'      TO  W-REASON
           ELSE
               PERFORM P0355-FIND-HOLIDAY
               EVALUATE  CALM-ACTION
                   WHEN  'A'
                       PERFORM P0351-ADD-HOLIDAY
                   WHEN  'C'
                       PERFORM P0352-CHANGE-HOLIDAY
                   WHEN  'D'
                       PERFORM P0353-DELETE-HOLIDAY
                   WHEN  OTHER
                       MOVE  'N'                  TO  W-VALID-SW
                       MOVE  'ACTION NOT A/C/D'   TO  W-REASON
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   A D D   A   H O L I D A Y                                    *
      *****************************************************************
       P0351-ADD-HOLIDAY.

           PERFORM P0360-CHECK-CLOSE-DATES.

           EVALUATE  TRUE
               WHEN  W-FOUND-SUB  >  ZERO
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'HOLIDAY ALREADY ON FILE'    TO  W-REASON
               WHEN  CALM-HOLIDAY-NAME  =  SPACES
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'HOLIDAY NAME MISSING'  TO  W-REASON
               WHEN  CLOSE-DATE-CLASH
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'DATE IS A PERIOD CLOSE DATE'  TO  W-REASON
               WHEN  OTHER
                   MOVE  CALM-HOLIDAY-DATE  TO  CNH-DATE
                   MOVE  CALM-HOLIDAY-NAME  TO  CNH-NAME
                   PERFORM P0420-INSERT-HOLIDAY
           END-EVALUATE.
      /
      *****************************************************************
      *   C H A N G E   A   H O L I D A Y   N A M E                    *
      *****************************************************************
       P0352-CHANGE-HOLIDAY.

           EVALUATE  TRUE
               WHEN  W-FOUND-SUB  =  ZERO
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'HOLIDAY NOT ON FILE'   TO  W-REASON
               WHEN  CALM-HOLIDAY-NAME  =  SPACES
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'HOLIDAY NAME MISSING'  TO  W-REASON
               WHEN  OTHER
                   MOVE  CALM-HOLIDAY-NAME  TO  HOL-NAME(W-FOUND-SUB)
           END-EVALUATE.
      /
      *****************************************************************
      *   D E L E T E   A   H O L I D A Y                              *
      *****************************************************************
       P0353-DELETE-HOLIDAY.

           IF  W-FOUND-SUB  =  ZERO
               MOVE  'N'                         TO  W-VALID-SW
               MOVE  'HOLIDAY NOT ON FILE'       TO  W-REASON
           ELSE
               PERFORM P0430-REMOVE-HOLIDAY
           END-IF.
      /
      *****************************************************************
      *   F I N D   T H E   C A R D ' S   H O L I D A Y                *
      *****************************************************************
       P0355-FIND-HOLIDAY.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0356-MATCH-ONE-HOLIDAY
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-HOLIDAY-COUNT
                  OR   W-FOUND-SUB > ZERO.
      /
       P0356-MATCH-ONE-HOLIDAY.

           IF  HOL-DATE(W-LST-SUB)  =  CALM-HOLIDAY-DATE
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
      *****************************************************************
      *   I S   T H E   H O L I D A Y   A   C L O S E   D A T E        *
      *****************************************************************
       P0360-CHECK-CLOSE-DATES.

           MOVE  'N'  TO  W-CLOSE-CLASH-SW.
           PERFORM P0365-MATCH-ONE-CLOSE
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-PERIOD-COUNT
                  OR   CLOSE-DATE-CLASH.
      /
       P0365-MATCH-ONE-CLOSE.

           IF  PER-CLOSE-DATE(W-LST-SUB)  =  CALM-HOLIDAY-DATE
               MOVE  'Y'  TO  W-CLOSE-CLASH-SW
           END-IF.
      /
      *****************************************************************
      *   K E E P   T H E   P E R I O D   T A B L E   S O R T E D      *
      *****************************************************************
       P0400-INSERT-PERIOD.

           IF  W-PERIOD-COUNT  >=  C-MAX-PERIOD-ENTRIES
               DISPLAY 'P0400 CALENDAR PERIODS OVERFLOW TABLE'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-PERIOD-COUNT  =  W-PERIOD-COUNT  +  1.
           MOVE  W-PERIOD-COUNT  TO  W-LST-SUB.
           PERFORM P0405-SHIFT-PERIOD-UP
               UNTIL  W-LST-SUB  =  1
                  OR  PER-GL-PERIOD(W-LST-SUB - 1)  <  CND-GL-PERIOD.
           MOVE  W-CANDIDATE-PERIOD  TO  W-PERIOD-ENTRY(W-LST-SUB).
      /
       P0405-SHIFT-PERIOD-UP.

           MOVE  W-PERIOD-ENTRY(W-LST-SUB - 1)
                 TO  W-PERIOD-ENTRY(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
       P0410-REMOVE-PERIOD.

           PERFORM P0415-SHIFT-PERIOD-DOWN
               VARYING W-LST-SUB FROM W-FOUND-SUB BY 1
               UNTIL   W-LST-SUB >= W-PERIOD-COUNT.
           COMPUTE  W-PERIOD-COUNT  =  W-PERIOD-COUNT  -  1.
      /
       P0415-SHIFT-PERIOD-DOWN.

           MOVE  W-PERIOD-ENTRY(W-LST-SUB + 1)
                 TO  W-PERIOD-ENTRY(W-LST-SUB).
      /
      *****************************************************************
      *   K E E P   T H E   H O L I D A Y   T A B L E   S O R T E D    *
      *****************************************************************
       P0420-INSERT-HOLIDAY.

           IF  W-HOLIDAY-COUNT  >=  C-MAX-HOLIDAY-ENTRIES
               DISPLAY 'P0420 CALENDAR HOLIDAYS OVERFLOW TABLE'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-HOLIDAY-COUNT  =  W-HOLIDAY-COUNT  +  1.
           MOVE  W-HOLIDAY-COUNT  TO  W-LST-SUB.
           PERFORM P0425-SHIFT-HOLIDAY-UP
               UNTIL  W-LST-SUB  =  1
                  OR  HOL-DATE(W-LST-SUB - 1)  <  CNH-DATE.
           MOVE  W-CANDIDATE-HOLIDAY  TO  W-HOLIDAY-ENTRY(W-LST-SUB).
      /
       P0425-SHIFT-HOLIDAY-UP.

           MOVE  W-HOLIDAY-ENTRY(W-LST-SUB - 1)
                 TO  W-HOLIDAY-ENTRY(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
       P0430-REMOVE-HOLIDAY.

           PERFORM P0435-SHIFT-HOLIDAY-DOWN
               VARYING W-LST-SUB FROM W-FOUND-SUB BY 1
               UNTIL   W-LST-SUB >= W-HOLIDAY-COUNT.
           COMPUTE  W-HOLIDAY-COUNT  =  W-HOLIDAY-COUNT  -  1.
      /
       P0435-SHIFT-HOLIDAY-DOWN.

           MOVE  W-HOLIDAY-ENTRY(W-LST-SUB + 1)
                 TO  W-HOLIDAY-ENTRY(W-LST-SUB).
      /
      *****************************************************************
      *   W R I T E   O N E   A U D I T   L I N E                      *
      *****************************************************************
       P0490-WRITE-AUDIT-LINE.

           INITIALIZE  W-CAL-CARD-LINE.

           MOVE  W-CALM-RECORD(1:52)  TO  CAL-CARD.
           MOVE  W-REASON             TO  CAL-REASON.

           IF  TRANSACTION-VALID
               MOVE  'APPLIED'      TO  CAL-STATUS
               COMPUTE A-CARDS-APPLIED = A-CARDS-APPLIED + 1
           ELSE
               MOVE  'NOT APPLIED'  TO  CAL-STATUS
               COMPUTE A-CARDS-REJECTED = A-CARDS-REJECTED + 1
           END-IF.

           WRITE REPORT-RECORD  FROM  W-CAL-CARD-LINE.
      /
      *****************************************************************
      *   R E C O U N T   O N E   P E R I O D ' S   B U S I N E S S    *
      *   D A Y S   -   W E E K D A Y S   L E S S   H O L I D A Y S    *
      *****************************************************************
       P0500-COUNT-BUSINESS-DAYS.

      *    EVERY PERIOD ON FILE WAS EDITED ON THE WAY IN - THE DATE
      *    EDITS HERE ONLY KEEP A HAND-PATCHED RECORD FROM LOOPING
           MOVE  PER-END-DATE(W-PER-SUB)  TO  W-DATE-WORK-X.
           PERFORM P0600-EDIT-DATE.
           IF  DATE-VALID
               MOVE  PER-START-DATE(W-PER-SUB)  TO  W-DATE-WORK-X
               PERFORM P0600-EDIT-DATE
           END-IF.

           IF  NOT  DATE-VALID
               DISPLAY 'P0500 PERIOD ', PER-GL-PERIOD(W-PER-SUB),
                       ' HAS A BAD DATE - NOT RECOUNTED'
           ELSE
               MOVE  ZERO  TO  W-BUSINESS-DAYS
               PERFORM P0620-COMPUTE-WEEKDAY
               PERFORM P0510-COUNT-ONE-DAY
                   UNTIL  W-DATE-WORK-X  >  PER-END-DATE(W-PER-SUB)
               IF  W-BUSINESS-DAYS  NOT =  PER-BUSINESS-DAYS(W-PER-SUB)
                   MOVE  W-BUSINESS-DAYS
                         TO  PER-BUSINESS-DAYS(W-PER-SUB)
                   MOVE  'Y'  TO  W-CHANGED-SW
                   COMPUTE A-PERIODS-RECOUNTED =
                           A-PERIODS-RECOUNTED + 1
               END-IF
           END-IF.
      /
       P0510-COUNT-ONE-DAY.

           IF  W-WEEKDAY  >  1
               PERFORM P0640-CHECK-HOLIDAY
               IF  NOT  DAY-IS-HOLIDAY
                   COMPUTE  W-BUSINESS-DAYS  =  W-BUSINESS-DAYS  +  1
               END-IF
           END-IF.

           PERFORM P0630-NEXT-DAY.
      /
      *****************************************************************
      *   R E W R I T E   C A L N 0 0 1 0   I N   K E Y   O R D E R    *
      *****************************************************************
       P0550-REWRITE-CALENDAR.

           OPEN OUTPUT CALN-FILE.
           IF  WS-CALN-STATUS  NOT =  '00'
               DISPLAY 'P0550 OPEN OUTPUT CALN0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P0555-WRITE-ONE-PERIOD
               VARYING W-PER-SUB FROM 1 BY 1
               UNTIL   W-PER-SUB > W-PERIOD-COUNT.

           PERFORM P0558-WRITE-ONE-HOLIDAY
               VARYING W-HOL-SUB FROM 1 BY 1
               UNTIL   W-HOL-SUB > W-HOLIDAY-COUNT.

           CLOSE CALN-FILE.
      /
       P0555-WRITE-ONE-PERIOD.

           MOVE  SPACES                       TO  W-CALN-RECORD.
           MOVE  'P'                          TO  CALN-REC-TYPE.
           MOVE  PER-GL-PERIOD(W-PER-SUB)     TO  CALN-GL-PERIOD.
           MOVE  PER-REPORT-MONTH(W-PER-SUB)  TO  CALN-REPORT-MONTH.
           MOVE  PER-START-DATE(W-PER-SUB)    TO  CALN-START-DATE.
           MOVE  PER-END-DATE(W-PER-SUB)      TO  CALN-END-DATE.
           MOVE  PER-CLOSE-DATE(W-PER-SUB)    TO  CALN-CLOSE-DATE.
           MOVE  PER-BUSINESS-DAYS(W-PER-SUB) TO  CALN-BUSINESS-DAYS.

           PERFORM P0559-WRITE-CALN-RECORD.
      /
       P0558-WRITE-ONE-HOLIDAY.

           MOVE  SPACES                       TO  W-CALN-RECORD.
           MOVE  'H'                          TO  CALN-REC-TYPE.
           MOVE  HOL-DATE(W-HOL-SUB)          TO  CALN-HOLIDAY-DATE.
           MOVE  HOL-NAME(W-HOL-SUB)          TO  CALN-HOLIDAY-NAME.

           PERFORM P0559-WRITE-CALN-RECORD.
      /
       P0559-WRITE-CALN-RECORD.

           WRITE CALN-RECORD  FROM  W-CALN-RECORD.
           IF  WS-CALN-STATUS  NOT =  '00'
               DISPLAY 'P0559 WRITE CALN0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   E D I T   A   Y Y Y Y - M M - D D   D A T E                  *
      *****************************************************************
       P0600-EDIT-DATE.

           MOVE  'N'  TO  W-DATE-OK-SW.

           IF  W-DT-DASH1  =  '-'      AND
               W-DT-DASH2  =  '-'      AND
               W-DT-YYYY   NUMERIC     AND
               W-DT-MM     NUMERIC     AND
               W-DT-DD     NUMERIC
               IF  W-DT-YYYY  >=  1900  AND
                   W-DT-MM    >=  1     AND
                   W-DT-MM    <=  12
                   PERFORM P0610-DAYS-IN-MONTH
                   IF  W-DT-DD  >=  1  AND
                       W-DT-DD  <=  W-DAYS-IN-MONTH
                       MOVE  'Y'  TO  W-DATE-OK-SW
                   END-IF
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
      *   S T E P   T H E   W O R K   D A T E   O N E   D A Y          *
      *****************************************************************
       P0630-NEXT-DAY.

           COMPUTE  W-DT-DD  =  W-DT-DD  +  1.
           PERFORM P0610-DAYS-IN-MONTH.

           IF  W-DT-DD  >  W-DAYS-IN-MONTH
               MOVE  1  TO  W-DT-DD
               COMPUTE  W-DT-MM  =  W-DT-MM  +  1
               IF  W-DT-MM  >  12
                   MOVE  1  TO  W-DT-MM
                   COMPUTE  W-DT-YYYY  =  W-DT-YYYY  +  1
               END-IF
           END-IF.

           COMPUTE  W-WEEKDAY  =  W-WEEKDAY  +  1.
           IF  W-WEEKDAY  >  6
               MOVE  ZERO  TO  W-WEEKDAY
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
      *   L I S T   T H E   F I S C A L   P E R I O D S                *
      *****************************************************************
       P0700-PRINT-PERIODS.

           WRITE REPORT-RECORD  FROM  W-CAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-PERIODS.
           WRITE REPORT-RECORD  FROM  W-CAL-PERIOD-HEADER1.
           WRITE REPORT-RECORD  FROM  W-CAL-PERIOD-HEADER2.

           MOVE  ZERO  TO  W-CURRENT-SUB.
           PERFORM P0710-PRINT-ONE-PERIOD
               VARYING W-PER-SUB FROM 1 BY 1
               UNTIL   W-PER-SUB > W-PERIOD-COUNT.
      /
       P0710-PRINT-ONE-PERIOD.

           INITIALIZE  W-CAL-PERIOD-LINE.

           MOVE  PER-FISCAL-YEAR(W-PER-SUB)    TO  CPL-FISCAL-YEAR.
           MOVE  PER-PERIOD(W-PER-SUB)         TO  CPL-PERIOD.
           MOVE  PER-REPORT-MONTH(W-PER-SUB)   TO  CPL-REPORT-MONTH.
           MOVE  PER-START-DATE(W-PER-SUB)     TO  CPL-START-DATE.
           MOVE  PER-END-DATE(W-PER-SUB)       TO  CPL-END-DATE.
           MOVE  PER-CLOSE-DATE(W-PER-SUB)     TO  CPL-CLOSE-DATE.
           MOVE  PER-BUSINESS-DAYS(W-PER-SUB)  TO  CPL-BUSINESS-DAYS.

      *    THE PERIOD SPANNING TODAY IS KEPT FOR THE CALENDAR CHECKS
           IF  PER-START-DATE(W-PER-SUB)  <=  W-TODAY  AND
               PER-END-DATE(W-PER-SUB)    >=  W-TODAY
               MOVE  W-PER-SUB  TO  W-CURRENT-SUB
           END-IF.

           EVALUATE  TRUE
               WHEN  PER-CLOSE-DATE(W-PER-SUB)  =  W-TODAY
                   MOVE  'CLOSES TODAY'  TO  CPL-FLAG
               WHEN  W-CURRENT-SUB  =  W-PER-SUB
                   MOVE  '*CURRENT*'     TO  CPL-FLAG
           END-EVALUATE.

           WRITE REPORT-RECORD  FROM  W-CAL-PERIOD-LINE.
      /
      *****************************************************************
      *   L I S T   T H E   H O L I D A Y S                            *
      *****************************************************************
       P0750-PRINT-HOLIDAYS.

           WRITE REPORT-RECORD  FROM  W-CAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-HOLIDAYS.
           WRITE REPORT-RECORD  FROM  W-CAL-HOLIDAY-HEADER1.
           WRITE REPORT-RECORD  FROM  W-CAL-HOLIDAY-HEADER2.

           PERFORM P0760-PRINT-ONE-HOLIDAY
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-HOLIDAY-COUNT.
      /
       P0760-PRINT-ONE-HOLIDAY.

           INITIALIZE  W-CAL-HOLIDAY-LINE.

           MOVE  HOL-DATE(W-LST-SUB)  TO  CHL-DATE
                                          W-DATE-WORK-X.
           MOVE  HOL-NAME(W-LST-SUB)  TO  CHL-NAME.

           PERFORM P0620-COMPUTE-WEEKDAY.
           MOVE  W-DAY-NAME(W-WEEKDAY + 1)  TO  CHL-WEEKDAY.

      *    A WEEKEND HOLIDAY COSTS NO BUSINESS DAY - FLAG IT IN CASE
      *    THE OBSERVED WEEKDAY WAS MEANT
           IF  W-WEEKDAY  <  2
               MOVE  'FALLS ON A WEEKEND'  TO  CHL-NOTE
           END-IF.

           WRITE REPORT-RECORD  FROM  W-CAL-HOLIDAY-LINE.
      /
      *****************************************************************
      *   C A L E N D A R   C H E C K S                                *
      *****************************************************************
       P0800-CHECK-CALENDAR.

           WRITE REPORT-RECORD  FROM  W-CAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-CHECKS.

      *    W-CURRENT-SUB WAS SET WHILE THE PERIODS WERE LISTED
           EVALUATE  TRUE
               WHEN  W-PERIOD-COUNT  =  ZERO
                   MOVE  SPACES  TO  W-CAL-CHECK-LINE
                   MOVE  'NO FISCAL PERIODS ON THE CALENDAR'
                         TO  CCK-TEXT
                   PERFORM P0890-WRITE-CHECK-LINE
               WHEN  W-CURRENT-SUB  =  ZERO
                   MOVE  SPACES  TO  W-CAL-CHECK-LINE
                   MOVE  'NO PERIOD SPANS TODAY - CALNCTL CALLERS STOP'
                         TO  CCK-TEXT
                   PERFORM P0890-WRITE-CHECK-LINE
               WHEN  W-CURRENT-SUB  =  W-PERIOD-COUNT
                   MOVE  SPACES  TO  W-CAL-CHECK-LINE
                   MOVE  'NEXT PERIOD NOT ON THE CALENDAR - AFTER'
                         TO  CCK-TEXT
                   MOVE  W-CURRENT-SUB  TO  W-PER-SUB
                   PERFORM P0895-SET-CHECK-PERIOD
                   PERFORM P0890-WRITE-CHECK-LINE
           END-EVALUATE.

           PERFORM P0810-CHECK-ONE-GAP
               VARYING W-PER-SUB FROM 2 BY 1
               UNTIL   W-PER-SUB > W-PERIOD-COUNT.

           IF  A-CHECKS-FAILED  =  ZERO
               MOVE  SPACES  TO  W-CAL-CHECK-LINE
               MOVE  'NO PROBLEMS FOUND'  TO  CCK-TEXT
               WRITE REPORT-RECORD  FROM  W-CAL-CHECK-LINE
           END-IF.
      /
       P0810-CHECK-ONE-GAP.

      *    THE DAY AFTER ONE PERIOD ENDS MUST BE THE NEXT ONE'S FIRST
      *    DAY, OR A DATE LOOKUP IN THE GAP FINDS NO PERIOD
           MOVE  PER-END-DATE(W-PER-SUB - 1)  TO  W-DATE-WORK-X.
           PERFORM P0630-NEXT-DAY.

           IF  W-DATE-WORK-X  NOT =  PER-START-DATE(W-PER-SUB)
               MOVE  SPACES  TO  W-CAL-CHECK-LINE
               MOVE  'GAP IN THE CALENDAR BEFORE'  TO  CCK-TEXT
               PERFORM P0895-SET-CHECK-PERIOD
               PERFORM P0890-WRITE-CHECK-LINE
           END-IF.
      /
       P0890-WRITE-CHECK-LINE.

           WRITE REPORT-RECORD  FROM  W-CAL-CHECK-LINE.
           COMPUTE  A-CHECKS-FAILED  =  A-CHECKS-FAILED  +  1.
      /
       P0895-SET-CHECK-PERIOD.

           MOVE  'FY '                        TO  CCK-FISCAL-YEAR-LIT.
           MOVE  PER-FISCAL-YEAR(W-PER-SUB)   TO  CCK-FISCAL-YEAR.
           MOVE  ' PERIOD '                   TO  CCK-PERIOD-LIT.
           MOVE  PER-PERIOD(W-PER-SUB)        TO  CCK-PERIOD.
      /
      *****************************************************************
      *   R U N   C O U N T S                                          *
      *****************************************************************
       P0900-PRINT-COUNTS.

           WRITE REPORT-RECORD  FROM  W-CAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNTS.

           MOVE  'CARDS READ'             TO  CCT-LABEL.
           MOVE  A-CARDS-READ             TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'CARDS APPLIED'          TO  CCT-LABEL.
           MOVE  A-CARDS-APPLIED          TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'CARDS NOT APPLIED'      TO  CCT-LABEL.
           MOVE  A-CARDS-REJECTED         TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'PERIODS ON THE CALENDAR'     TO  CCT-LABEL.
           MOVE  W-PERIOD-COUNT           TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'HOLIDAYS ON THE CALENDAR'    TO  CCT-LABEL.
           MOVE  W-HOLIDAY-COUNT          TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'BUSINESS DAYS RECOUNTED'     TO  CCT-LABEL.
           MOVE  A-PERIODS-RECOUNTED      TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.

           MOVE  'CALENDAR CHECKS FAILED'      TO  CCT-LABEL.
           MOVE  A-CHECKS-FAILED          TO  CCT-COUNT.
           WRITE REPORT-RECORD  FROM  W-CAL-COUNT-LINE.
      /
      *****************************************************************
      *   R E A D   N E X T   M A I N T E N A N C E   C A R D          *
      *****************************************************************
       P8000-READ-CALM-FILE.

           READ CALM-FILE INTO W-CALM-RECORD
               AT END
                   MOVE  'Y'  TO  W-CALM-EOF-SW
               NOT AT END
                   COMPUTE  A-CARDS-READ  =  A-CARDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   C A L E N D A R   R E C O R D            *
      *****************************************************************
       P8010-READ-CALN-FILE.

           READ CALN-FILE INTO W-CALN-RECORD
               AT END
                   MOVE  'Y'  TO  W-CALN-EOF-SW
           END-READ.

           IF  WS-CALN-STATUS  NOT =  '00'  AND
               WS-CALN-STATUS  NOT =  '10'
               DISPLAY 'P8010 READ CALN0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-CALN-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *          A B E N D  O N  C A L E N D A R  F A I L U R E        *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
