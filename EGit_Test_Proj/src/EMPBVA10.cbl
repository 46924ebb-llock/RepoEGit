      *  RECORDS FOR THE SAME DEPT/MONTH; THE NEWEST APPEND WINS,
      *  THE SAME RULE EMPTRD10 APPLIES.
      *
      *  THE REPORT COVERS THE FISCAL YEAR TO DATE FROM THE CALN0010
      *  BUSINESS CALENDAR - PERIOD 01 OF THE FISCAL YEAR THROUGH THE
      *  REPORTING MONTH OF THE LATEST PERIOD CLOSED BY THE RUN DATE.
      *  BUDGETS AND SNAPSHOTS FOR ANY OTHER MONTH ARE LEFT OUT.
      *
      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD - REPORTING MONTH
      *                (YYYYMM) FOR A RERUN, MATCHED TO THE CALN0010
      *                PERIOD REPORTED AS THAT MONTH; BLANK OR MISSING
      *                TAKES THE LATEST PERIOD CLOSED BY THE RUN DATE.
      *                A BAD CARD OR A MONTH NOT ON THE CALENDAR ENDS
      *                THE RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *                COLS 19-31  BUDGETED SALARY - 13 DIGITS, 2
      *                            IMPLIED DECIMALS
      *                SNAP0010 - MONTH-END SNAPSHOT HISTORY
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                CALNCTL FOR THE REPORTING MONTH
      *
      *  OUTPUT FILES: BUDGET-VS-ACTUAL VARIANCE REPORT
      *
      *  COPY MEMBERS:
      *                SNAPREC
      *                REPORTBV
      *                CALNPRM
      *    TABLES:  NONE - FILE DRIVEN
      *    SWITCHES:
      *
      *             0 - CLEAN RUN, NOTHING OVER BUDGET
      *             4 - AT LEAST ONE DEPT/MONTH OVER BUDGET OR
      *                 PRESENT ON ONLY ONE FILE
      *             8 - BAD SYSIN PARM CARD, OR NO CALN0010 PERIOD
      *                 FOR THE REPORTING MONTH - NO REPORT WRITTEN
      *
      *    SPECIAL LOGIC:  NONE
      *
      *                                                                *
      *  LOUIS - INITIAL VERSION - BUDGET VS ACTUAL    2026-09-03      *
      *          VARIANCE OFF BUDG0010 AND SNAP0010                    *
      *  LOUIS - REPORTS THE FISCAL YEAR TO DATE       2026-10-15      *
      *          THROUGH THE REPORTING MONTH FROM THE                  *
      *          CALN0010 BUSINESS CALENDAR; OPTIONAL                  *
      *          YYYYMM PARM CARD FOR RERUNS                           *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
       COPY SNAPREC.
      /
       COPY REPORTBV.
      /
       COPY CALNPRM.
      /
       01   W-BUDG-EOF-SW        PIC X(01) VALUE 'N'.
           88  BUDG-EOF                      VALUE 'Y'.
       01   WS-BUDG-STATUS       PIC X(02) VALUE SPACES.
       01   WS-SNAP-STATUS       PIC X(02) VALUE SPACES.

       01   W-PARM-REPORT-MONTH  PIC X(06) VALUE SPACES.
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-CALN-ERROR-SW      PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.
       01   W-REPORT-MONTH       PIC X(06) VALUE SPACES.
       01   W-FY-START-MONTH     PIC X(06) VALUE SPACES.
       01   W-FISCAL-YEAR        PIC 9(04) VALUE ZERO.

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

       01   C-MAX-BUD-ENTRIES    PIC S9(4) COMP VALUE +2000.
       01   C-MAX-ACT-ENTRIES    PIC S9(4) COMP VALUE +2000.

            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.

       01  SUBSCRIPTS.
           05  W-BUD-SUB      PIC S9(4) COMP VALUE ZERO.
          05  A-OVER-BUDGET            PIC S9(8) COMP  VALUE ZERO.
          05  A-BUDGET-ONLY            PIC S9(8) COMP  VALUE ZERO.
          05  A-SNAP-ONLY              PIC S9(8) COMP  VALUE ZERO.
          05  A-OUTSIDE-YEAR           PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.
      *                                                                *
      ******************************************************************

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'EMPBVA10 ENDED - BAD SYSIN PARM CARD'
               DISPLAY 'PARM REPORTING MONTH = ', W-PARM-REPORT-MONTH
               DISPLAY 'EXPECTED YYYYMM OR BLANK'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  CALENDAR-ERROR
               DISPLAY 'EMPBVA10 ENDED - NO REPORTING MONTH FROM '
                       'CALN0010'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           MOVE  W-REPORT-MONTH    TO  BRL-REPORT-MONTH.
           MOVE  W-FY-START-MONTH  TO  BRL-FY-START.
           MOVE  W-REPORT-MONTH    TO  BRL-FY-END.
           WRITE REPORT-RECORD  FROM  W-BVA-RANGE-LINE.

           PERFORM P0300-LOAD-BUDGET-TABLE.
           PERFORM P0350-LOAD-SNAPSHOT-TABLE.

           DISPLAY 'TOTAL OVER BUDGET         '  A-OVER-BUDGET.
           DISPLAY 'TOTAL ON BUDGET FILE ONLY '  A-BUDGET-ONLY.
           DISPLAY 'TOTAL ON SNAPSHOT ONLY    '  A-SNAP-ONLY.
           DISPLAY 'TOTAL OUTSIDE FISCAL YTD  '  A-OUTSIDE-YEAR.

           CLOSE REPORT-FILE.

           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   O P T I O N A L   P A R M   C A R D            *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-REPORT-MONTH.
           ACCEPT  W-PARM-REPORT-MONTH  FROM  SYSIN.

           IF  W-PARM-REPORT-MONTH  NOT =  SPACES
               IF  W-PARM-REPORT-MONTH  NOT NUMERIC
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               ELSE
                   IF  W-PARM-REPORT-MONTH(5:2)  <  '01'  OR
                       W-PARM-REPORT-MONTH(5:2)  >  '12'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               END-IF
           END-IF.

           IF  NOT  PARM-ERROR
               PERFORM P0020-GET-REPORT-MONTH
           END-IF.

           IF  NOT  PARM-ERROR  AND
               NOT  CALENDAR-ERROR
               PERFORM P0030-GET-FY-START-MONTH
           END-IF.
      /
      *****************************************************************
      *   R E P O R T I N G   M O N T H   F R O M   C A L N 0 0 1 0    *
      *****************************************************************
       P0020-GET-REPORT-MONTH.

      *    THE LATEST PERIOD CLOSED BY THE RUN DATE, OR ON A RERUN THE
      *    ONE REPORTED AS THE PARM MONTH
           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.

           INITIALIZE  W-CALQ-AREA.
           MOVE  C-THIS-PGM         TO  CALQ-PROGRAM.
           MOVE  C-CURR-DATE-YMD    TO  CALQ-DATE.
           IF  W-PARM-REPORT-MONTH  =  SPACES
               MOVE  'CLOSED'               TO  CALQ-FUNCTION
           ELSE
               MOVE  'MONTH'                TO  CALQ-FUNCTION
               MOVE  W-PARM-REPORT-MONTH    TO  CALQ-REPORT-MONTH
           END-IF.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           EVALUATE  TRUE
               WHEN  CALQ-OK
                   MOVE  CALQ-REPORT-MONTH  TO  W-REPORT-MONTH
                   MOVE  CALQ-FISCAL-YEAR   TO  W-FISCAL-YEAR
               WHEN  CALQ-NOT-FOUND  AND
                     W-PARM-REPORT-MONTH  NOT =  SPACES
                   DISPLAY 'REPORTING MONTH NOT A CALN0010 PERIOD'
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               WHEN  CALQ-NOT-FOUND
                   DISPLAY 'NO CALN0010 PERIOD CLOSED BY ',
                           C-CURR-DATE-YMD
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
               WHEN  OTHER
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
           END-EVALUATE.
      /
      *****************************************************************
      *   F I R S T   M O N T H   O F   T H E   F I S C A L   Y E A R  *
      *****************************************************************
       P0030-GET-FY-START-MONTH.

           INITIALIZE  W-CALQ-AREA.
           MOVE  C-THIS-PGM         TO  CALQ-PROGRAM.
           MOVE  'PERIOD'           TO  CALQ-FUNCTION.
           MOVE  W-FISCAL-YEAR      TO  CALQ-FISCAL-YEAR.
           MOVE  1                  TO  CALQ-PERIOD.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           IF  CALQ-OK
               MOVE  CALQ-REPORT-MONTH  TO  W-FY-START-MONTH
           ELSE
               DISPLAY 'NO CALN0010 PERIOD 01 FOR FISCAL YEAR ',
                       W-FISCAL-YEAR
               MOVE  'Y'  TO  W-CALN-ERROR-SW
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   B U D G E T   F I L E                      *
      *****************************************************************
       P0300-LOAD-BUDGET-TABLE.
           IF  BDG-WORK-DEPT  NOT =  SPACES  AND
               BDG-HEADCOUNT-X  NUMERIC  AND
               BDG-SALARY-X  NUMERIC
               IF  BDG-MONTH  <  W-FY-START-MONTH  OR
                   BDG-MONTH  >  W-REPORT-MONTH
                   COMPUTE  A-OUTSIDE-YEAR  =  A-OUTSIDE-YEAR  +  1
               ELSE
                   COMPUTE  W-BUD-COUNT  =  W-BUD-COUNT  +  1
                   MOVE  BDG-WORK-DEPT    TO
                         BUD-WORK-DEPT(W-BUD-COUNT)
                   MOVE  BDG-MONTH        TO  BUD-MONTH(W-BUD-COUNT)
                   MOVE  BDG-HEADCOUNT-9  TO
                         BUD-HEADCOUNT(W-BUD-COUNT)
                   MOVE  BDG-SALARY-9     TO  BUD-SALARY(W-BUD-COUNT)
               END-IF
           ELSE
               DISPLAY 'BAD BUDGET CARD SKIPPED: ',
                       W-BUDG-RECORD(1:31)
      /
       P0360-STORE-ONE-SNAPSHOT.

           IF  SNAP-MONTH  <  W-FY-START-MONTH  OR
               SNAP-MONTH  >  W-REPORT-MONTH
               COMPUTE  A-OUTSIDE-YEAR  =  A-OUTSIDE-YEAR  +  1
           ELSE
               PERFORM P0365-KEEP-ONE-SNAPSHOT
           END-IF.

           PERFORM P8010-READ-SNAP-FILE.
      /
       P0365-KEEP-ONE-SNAPSHOT.

      *    SNAP0010 IS APPEND-ONLY - A RE-RUN MONTH END LEAVES TWO
      *    RECORDS FOR THE SAME DEPT/MONTH, SO A DUPLICATE
      *    OVERWRITES THE EARLIER ENTRY AND THE NEWEST APPEND WINS

           MOVE  SNAP-HEADCOUNT     TO  ACT-HEADCOUNT(W-FOUND-SUB).
           MOVE  SNAP-TOTAL-SALARY  TO  ACT-SALARY(W-FOUND-SUB).
      /
       P0370-FIND-ACTUAL-ENTRY.

