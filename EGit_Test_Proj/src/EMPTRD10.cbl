      *  MONTHS PER DEPARTMENT WITH MONTH-OVER-MONTH DELTAS FOR
      *  HEADCOUNT, TOTAL SALARY AND TOTAL COMP.
      *
      *  THE 12 MONTHS END AT THE REPORTING MONTH OF THE LATEST
      *  PERIOD CLOSED BY THE RUN DATE ON THE CALN0010 BUSINESS
      *  CALENDAR - SNAPSHOTS FOR LATER MONTHS ARE LEFT OUT.
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
      *  INPUT FILES:  SNAP0010 - MONTH-END SNAPSHOT HISTORY
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                CALNCTL FOR THE REPORTING MONTH
      *
      *  OUTPUT FILES: 12-MONTH TREND REPORT
      *
      *  COPY MEMBERS:
      *                SNAPREC
      *                REPORTTR
      *                CALNPRM
      *    TABLES:  NONE - FILE DRIVEN
      *    SWITCHES:
      *
      *             WHEN THE HISTORY OVERFLOWS THE WORK TABLES
      *
      *    RETURN CODES:
      *             0 - CLEAN RUN
      *             8 - BAD SYSIN PARM CARD, OR NO CALN0010 PERIOD
      *                 FOR THE REPORTING MONTH - NO REPORT WRITTEN
      *
      *    SPECIAL LOGIC:  NONE
      *
      *  LOUIS - A RE-RUN MONTH END DUPLICATES A      2026-08-22      *
      *          DEPT/MONTH ON SNAP0010 - THE TREND                    *
      *          NOW KEEPS THE NEWEST APPEND                           *
      *  LOUIS - THE TREND ENDS AT THE REPORTING       2026-10-15      *
      *          MONTH FROM THE CALN0010 BUSINESS                      *
      *          CALENDAR; OPTIONAL YYYYMM PARM CARD                   *
      *          FOR RERUNS                                            *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
       COPY SNAPREC.
      /
       COPY REPORTTR.
      /
       COPY CALNPRM.
      /
       01   W-SNAP-EOF-SW        PIC X(01) VALUE 'N'.
           88  SNAP-EOF                      VALUE 'Y'.
       01   WS-SNAP-STATUS       PIC X(02) VALUE SPACES.

       01   W-PARM-REPORT-MONTH  PIC X(06) VALUE SPACES.
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-CALN-ERROR-SW      PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.
       01   W-REPORT-MONTH       PIC X(06) VALUE SPACES.

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

       01   C-MAX-SNAP-ENTRIES   PIC S9(4) COMP VALUE +5000.
       01   C-MAX-LIST-ENTRIES   PIC S9(4) COMP VALUE +200.
       01   C-TREND-MONTHS       PIC S9(4) COMP VALUE +12.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.

       01  SUBSCRIPTS.
           05  W-SNP-SUB      PIC S9(4) COMP VALUE ZERO.
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-WRITTEN        PIC S9(8) COMP  VALUE ZERO.
          05  A-AFTER-REPORT-MONTH     PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.
      *                                                                *
      ******************************************************************

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'EMPTRD10 ENDED - BAD SYSIN PARM CARD'
               DISPLAY 'PARM REPORTING MONTH = ', W-PARM-REPORT-MONTH
               DISPLAY 'EXPECTED YYYYMM OR BLANK'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  CALENDAR-ERROR
               DISPLAY 'EMPTRD10 ENDED - NO REPORTING MONTH FROM '
                       'CALN0010'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           MOVE  W-REPORT-MONTH  TO  TML-REPORT-MONTH.
           WRITE REPORT-RECORD  FROM  W-TRD-MONTH-LINE.

           PERFORM P0300-LOAD-SNAPSHOT-TABLE.

           IF  W-MONTH-COUNT  >  C-TREND-MONTHS

           DISPLAY 'TOTAL SNAPSHOTS READ      '  A-RECORDS-READ.
           DISPLAY 'TOTAL TREND LINES WRITTEN '  A-RECORDS-WRITTEN.
           DISPLAY 'TOTAL AFTER REPORT MONTH  '  A-AFTER-REPORT-MONTH.

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
      *   L O A D   T H E   S N A P S H O T   H I S T O R Y            *
      *****************************************************************
       P0300-LOAD-SNAPSHOT-TABLE.
      /
       P0310-STORE-SNAP-RECORD.

      *    A SNAPSHOT PAST THE REPORTING MONTH IS LEFT OUT, SO A RERUN
      *    FOR AN EARLIER MONTH ENDS ITS 12 MONTHS THERE
           IF  SNAP-MONTH  >  W-REPORT-MONTH
               COMPUTE  A-AFTER-REPORT-MONTH  =
                        A-AFTER-REPORT-MONTH  +  1
           ELSE
               PERFORM P0315-KEEP-SNAP-RECORD
           END-IF.

           PERFORM P8000-READ-SNAP-FILE.
      /
       P0315-KEEP-SNAP-RECORD.

           IF  W-SNAP-COUNT  >=  C-MAX-SNAP-ENTRIES
               DISPLAY 'P0310 SNAPSHOT HISTORY OVERFLOWS TABLE'
               PERFORM P9999-ABEND-PGM

           MOVE  SNAP-WORK-DEPT  TO  W-LIST-VALUE-X3.
           PERFORM P0330-REGISTER-DEPT.
      /
      *****************************************************************
      *   K E E P   T H E   M O N T H   L I S T   S O R T E D          *
