      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTOV10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  MONTHLY TURNOVER/ATTRITION REPORT - READS THE SEPH0010
      *  SEPARATION HISTORY THAT DB2CBLEM APPENDS THE FULL ROW TO
      *  AHEAD OF EVERY TERMINATION DELETE, SELECTS THE SEPARATIONS
      *  DATED IN THE REPORT PERIOD, AND PRINTS SEPARATIONS BY REASON
      *  (VOLUNTARY/INVOLUNTARY/RETIREMENT/TRANSFER-OUT), TURNOVER
      *  RATE AND AVERAGE TENURE AT EXIT BY WORKDEPT AND BY JOB.
      *
      *  THE TURNOVER RATE IS SEPARATIONS OVER THE AVERAGE OF THE
      *  PRIOR AND CURRENT MONTH-END SNAP0010 HEADCOUNTS FOR THE
      *  DEPARTMENT.  WHEN ONLY ONE OF THE TWO SNAPSHOTS EXISTS IT
      *  IS USED ALONE.  SNAP0010 CARRIES NO JOB BREAKDOWN, SO THE
      *  JOB RATE IS SEPARATIONS OVER THE JOB HEADCOUNT COUNTED OFF
      *  THE EXTO0010 GENERATION FROM THE PERIOD'S CLOSE NIGHT - THE
      *  FULL EXTRACT THE MONTH-END SNAPSHOT IS TAKEN FROM.
      *
      *  THE REPORT MONTH IS A FISCAL PERIOD FROM THE CALN0010
      *  BUSINESS CALENDAR - A SEPARATION COUNTS WHEN IT FALLS ON OR
      *  BETWEEN THE PERIOD'S FIRST AND LAST DAY.
      *
      *  INPUT PARMS:  SYSIN CARD COLS 01-06 - REPORT MONTH YYYYMM
      *                FOR A RERUN, MATCHED TO THE CALN0010 PERIOD
      *                REPORTED AS THAT MONTH; BLANK = THE LATEST
      *                PERIOD CLOSED BY THE RUN DATE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  SEPH0010 - SEPARATION HISTORY
      *                SNAP0010 - MONTH-END SNAPSHOT HISTORY
      *                EXTI0010 - EXTO0010 GENERATION FROM THE
      *                           PERIOD'S CLOSE NIGHT (HDR/TRL
      *                           VERIFIED) FOR THE JOB HEADCOUNTS
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                           CALNCTL FOR THE REPORT PERIOD
      *
      *  OUTPUT FILES: MONTHLY TURNOVER/ATTRITION REPORT
      *
      *  COPY MEMBERS:
      *                SEPHREC
      *                SNAPREC
      *                REPORTTV
      *                EXTMAST
      *                CALNPRM
      *    TABLES:  NONE - FILE DRIVEN
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE SEPARATION HISTORY REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN SEPH0010 CANNOT BE OPENED, THE MONTH
      *             OVERFLOWS THE WORK TABLES, OR EXTI0010 FAILS ITS
      *             HDR/TRL VERIFICATION
      *
      *    RETURN CODES:
      *             0 - REPORT PRODUCED
      *             4 - NO SEPARATIONS IN THE MONTH, OR NO SNAP0010
      *                 HEADCOUNT FOR THE MONTH (RATES NOT SHOWN), OR
      *                 NO EXTI0010 JOB HEADCOUNTS, OR AN EXTI0010
      *                 GENERATION NOT FROM THE PERIOD'S CLOSE NIGHT
      *             8 - INVALID REPORT MONTH PARM, OR NO CALN0010
      *                 PERIOD FOR THE REPORT MONTH
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - MONTHLY TURNOVER    2026-10-15      *
      *          OFF SEPH0010 AND SNAP0010                             *
      *  LOUIS - TURNOVER RATE BY JOB OFF THE          2026-10-15      *
      *          CLOSE-NIGHT EXTI0010 JOB HEADCOUNTS;                  *
      *          THE REPORT MONTH IS NOW A CALN0010                    *
      *          FISCAL PERIOD THROUGH CALNCTL                         *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT SEPH-FILE           ASSIGN TO SEPH0010
                                       FILE STATUS IS WS-SEPH-STATUS.
           SELECT SNAP-FILE           ASSIGN TO SNAP0010
                                       FILE STATUS IS WS-SNAP-STATUS.
           SELECT EXTI-FILE           ASSIGN TO EXTI0010
                                       FILE STATUS IS WS-EXTI-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0190.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  SEPH-FILE                          DDNAME - SEPH0010    *
      *        SEPARATION HISTORY FROM DB2CBLEM                        *
      ******************************************************************

       FD  SEPH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SEPH-RECORD.

       01  SEPH-RECORD       PIC X(200).

      ******************************************************************
      * FILE:  SNAP-FILE                          DDNAME - SNAP0010    *
      *        MONTH-END SNAPSHOT HISTORY FROM DB2CBLEX                *
      ******************************************************************

       FD  SNAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAP-RECORD.

       01  SNAP-RECORD       PIC X(50).

      ******************************************************************
      * FILE:  EXTI-FILE                          DDNAME - EXTI0010    *
      *        MASTER EXTRACT FROM THE PERIOD'S CLOSE NIGHT            *
      ******************************************************************

       FD  EXTI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXTI-RECORD.

       01  EXTI-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0190    *
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
           VALUE 'EMPTOV10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPTOV10'.
      /
       COPY SEPHREC.
      /
       COPY SNAPREC.
      /
       COPY REPORTTV.
      /
       COPY EXTMAST.
      /
       COPY CALNPRM.
      /
       01   W-PARM-CARD.
            05  W-PARM-REPORT-MONTH  PIC X(06).
            05  FILLER               PIC X(74).
       01   W-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-CALN-ERROR-SW     PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.
       01   W-PERIOD-START-DATE  PIC X(10) VALUE SPACES.
       01   W-PERIOD-END-DATE    PIC X(10) VALUE SPACES.
       01   W-PERIOD-CLOSE-DATE  PIC X(10) VALUE SPACES.

       01   W-CURR-DATE-YMD.
              05  W-CURR-YYYY    PIC X(4) VALUE ' '.
              05  DASH1          PIC X(1) VALUE '-'.
              05  W-CURR-MM      PIC X(2) VALUE ' '.
              05  DASH2          PIC X(1) VALUE '-'.
              05  W-CURR-DD      PIC X(2) VALUE ' '.
       01   C-CURR-DATE-YMD  REDEFINES W-CURR-DATE-YMD  PIC X(10).

       01   WS-SYS-DATE-8.
            05  WS-SYS-DATE-YYYY   PIC 9(4).
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).

       01   W-REPORT-MONTH.
            05  W-RPT-YYYY         PIC 9(4).
            05  W-RPT-MM           PIC 9(2).
       01   W-PRIOR-MONTH.
            05  W-PRI-YYYY         PIC 9(4).
            05  W-PRI-MM           PIC 9(2).
       01   W-TITLE-MONTH.
            05  W-TTL-YYYY         PIC 9(4).
            05  FILLER             PIC X VALUE '-'.
            05  W-TTL-MM           PIC 9(2).

       01   W-SEPH-EOF-SW        PIC X(01) VALUE 'N'.
           88  SEPH-EOF                      VALUE 'Y'.
       01   W-SNAP-EOF-SW        PIC X(01) VALUE 'N'.
           88  SNAP-EOF                      VALUE 'Y'.
       01   WS-SEPH-STATUS       PIC X(02) VALUE SPACES.
       01   WS-SNAP-STATUS       PIC X(02) VALUE SPACES.
       01   WS-EXTI-STATUS       PIC X(02) VALUE SPACES.
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

       01   C-MAX-LIST-ENTRIES   PIC S9(4) COMP VALUE +200.

      *    ONE ENTRY PER WORKDEPT - THE REASON COUNTS ARE KEPT IN
      *    V/I/R/X ORDER
       01   W-DEPT-TABLE-AREA.
            05  W-DEPT-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-DEPT-ENTRY     OCCURS 200 TIMES.
                10  DPT-WORK-DEPT     PIC X(03).
                10  DPT-SEPARATIONS   PIC S9(8) COMP.
                10  DPT-REASON-COUNT  PIC S9(8) COMP OCCURS 4 TIMES.
                10  DPT-TENURE-MONTHS PIC S9(9) COMP.
                10  DPT-TENURE-COUNT  PIC S9(8) COMP.
                10  DPT-HC-CURRENT    PIC S9(8) COMP.
                10  DPT-HC-PRIOR      PIC S9(8) COMP.
                10  DPT-CURR-SNAP-SW  PIC X(01).
                    88  DPT-CURR-SNAP-FOUND        VALUE 'Y'.
                10  DPT-PRIOR-SNAP-SW PIC X(01).
                    88  DPT-PRIOR-SNAP-FOUND       VALUE 'Y'.

       01   W-JOB-TABLE-AREA.
            05  W-JOB-COUNT      PIC S9(4) COMP VALUE ZERO.
            05  W-JOB-ENTRY      OCCURS 200 TIMES.
                10  JBT-JOB           PIC X(08).
                10  JBT-SEPARATIONS   PIC S9(8) COMP.
                10  JBT-REASON-COUNT  PIC S9(8) COMP OCCURS 4 TIMES.
                10  JBT-TENURE-MONTHS PIC S9(9) COMP.
                10  JBT-TENURE-COUNT  PIC S9(8) COMP.
                10  JBT-HEADCOUNT     PIC S9(8) COMP.

       01   W-TOTALS.
            05  W-TOT-SEPARATIONS   PIC S9(8) COMP VALUE ZERO.
            05  W-TOT-REASON-COUNT  PIC S9(8) COMP OCCURS 4 TIMES.
            05  W-TOT-TENURE-MONTHS PIC S9(9) COMP VALUE ZERO.
            05  W-TOT-TENURE-COUNT  PIC S9(8) COMP VALUE ZERO.
            05  W-TOT-AVG-HEADCOUNT PIC S9(7)V9 COMP-3 VALUE ZERO.

       01   W-LIST-VALUE-X3       PIC X(03) VALUE SPACES.
       01   W-LIST-VALUE-X8       PIC X(08) VALUE SPACES.
       01   W-FOUND-SUB           PIC S9(4) COMP VALUE ZERO.
       01   W-REASON-SUB          PIC S9(4) COMP VALUE ZERO.

       01   W-DATE-WORK.
            05  W-DW-YYYY          PIC 9(4).
            05  FILLER             PIC X(01).
            05  W-DW-MM            PIC 9(2).
            05  FILLER             PIC X(01).
            05  W-DW-DD            PIC 9(2).
       01   W-HIRE-MONTHS         PIC S9(7) COMP VALUE ZERO.
       01   W-HIRE-DD             PIC 9(2)  VALUE ZERO.
       01   W-TENURE-MONTHS       PIC S9(7) COMP VALUE ZERO.
       01   W-TENURE-SW           PIC X(01) VALUE 'N'.
           88  TENURE-KNOWN                  VALUE 'Y'.

       01   W-AVG-HEADCOUNT       PIC S9(7)V9 COMP-3 VALUE ZERO.
       01   W-TURNOVER-PCT        PIC S9(3)V99 COMP-3 VALUE ZERO.
       01   W-AVG-TENURE          PIC S9(4)V9 COMP-3 VALUE ZERO.
       01   W-NO-HEADCOUNT-SW     PIC X(01) VALUE 'N'.
           88  HEADCOUNT-MISSING             VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.

       01  SUBSCRIPTS.
           05  W-DPT-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-JOB-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-LST-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-SEPH-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-SNAP-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-EXTI-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-SEPARATIONS-SELECTED   PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-WRITTEN        PIC S9(8) COMP  VALUE ZERO.

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
               DISPLAY 'EMPTOV10 ENDED - INVALID REPORT MONTH'
               DISPLAY 'PARM (NEED YYYYMM): ', W-PARM-REPORT-MONTH
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0020-BUILD-REPORT-MONTH.

           IF  PARM-ERROR
               DISPLAY 'EMPTOV10 ENDED - REPORT MONTH NOT ON CALN0010'
               DISPLAY 'PARM REPORT MONTH = ', W-PARM-REPORT-MONTH
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  CALENDAR-ERROR
               DISPLAY 'EMPTOV10 ENDED - NO REPORT PERIOD FROM '
                       'CALN0010'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD
                      W-TOTALS.

           MOVE  W-RPT-YYYY  TO  W-TTL-YYYY.
           MOVE  W-RPT-MM    TO  W-TTL-MM.
           MOVE  W-TITLE-MONTH  TO  TITLE-MONTH.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           PERFORM P0300-LOAD-SEPARATIONS.
           PERFORM P0400-LOAD-HEADCOUNTS.
           PERFORM P0450-LOAD-JOB-HEADCOUNTS.

           PERFORM P0500-PRINT-DEPT-SECTION.
           PERFORM P0600-PRINT-JOB-SECTION.

           DISPLAY 'TOTAL SEPH0010 READ       '  A-SEPH-RECORDS-READ.
           DISPLAY 'TOTAL SNAP0010 READ       '  A-SNAP-RECORDS-READ.
           DISPLAY 'TOTAL EXTI0010 READ       '  A-EXTI-RECORDS-READ.
           DISPLAY 'TOTAL SEPARATIONS IN MONTH'  A-SEPARATIONS-SELECTED.
           DISPLAY 'TOTAL LINES WRITTEN       '  A-RECORDS-WRITTEN.

           CLOSE REPORT-FILE.

           IF  A-SEPARATIONS-SELECTED  =  ZERO  OR
               HEADCOUNT-MISSING
               MOVE  4  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   O P T I O N A L   R E P O R T   M O N T H      *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-CARD.
           ACCEPT  W-PARM-CARD  FROM  SYSIN.

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
      /
      *****************************************************************
      *   B U I L D   T H E   R E P O R T   A N D   P R I O R          *
      *   M O N T H S                                                  *
      *****************************************************************
       P0020-BUILD-REPORT-MONTH.

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
                   MOVE  CALQ-START-DATE    TO  W-PERIOD-START-DATE
                   MOVE  CALQ-END-DATE      TO  W-PERIOD-END-DATE
                   MOVE  CALQ-CLOSE-DATE    TO  W-PERIOD-CLOSE-DATE
               WHEN  CALQ-NOT-FOUND  AND
                     W-PARM-REPORT-MONTH  NOT =  SPACES
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               WHEN  CALQ-NOT-FOUND
                   DISPLAY 'NO CALN0010 PERIOD CLOSED BY ',
                           C-CURR-DATE-YMD
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
               WHEN  OTHER
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
           END-EVALUATE.

      *    THE PRIOR SNAPSHOT IS THE MONTH BEFORE THE REPORTING MONTH
           IF  PARM-ERROR  OR  CALENDAR-ERROR
               CONTINUE
           ELSE
               IF  W-RPT-MM  =  01
                   COMPUTE  W-PRI-YYYY  =  W-RPT-YYYY  -  1
                   MOVE  12  TO  W-PRI-MM
               ELSE
                   MOVE  W-RPT-YYYY  TO  W-PRI-YYYY
                   COMPUTE  W-PRI-MM  =  W-RPT-MM  -  1
               END-IF
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   M O N T H ' S   S E P A R A T I O N S      *
      *****************************************************************
       P0300-LOAD-SEPARATIONS.

           OPEN INPUT SEPH-FILE.
           IF  WS-SEPH-STATUS  NOT =  '00'
               DISPLAY 'OPEN SEPH0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-SEPH-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8000-READ-SEPH-FILE.
           PERFORM P0310-SELECT-ONE-SEPARATION UNTIL SEPH-EOF.

           CLOSE SEPH-FILE.
      /
       P0310-SELECT-ONE-SEPARATION.

      *    SEPH-SEP-DATE IS YYYY-MM-DD, AS ARE THE PERIOD DATES
           IF  SEPH-SEP-DATE  >=  W-PERIOD-START-DATE  AND
               SEPH-SEP-DATE  <=  W-PERIOD-END-DATE
               COMPUTE  A-SEPARATIONS-SELECTED  =
                        A-SEPARATIONS-SELECTED  +  1
               PERFORM P0320-COMPUTE-TENURE
               PERFORM P0330-POST-SEPARATION
           END-IF.

           PERFORM P8000-READ-SEPH-FILE.
      /
      *****************************************************************
      *   T E N U R E   A T   E X I T   I N   W H O L E   M O N T H S  *
      *****************************************************************
       P0320-COMPUTE-TENURE.

           MOVE  'N'   TO  W-TENURE-SW.
           MOVE  ZERO  TO  W-TENURE-MONTHS.

      *    A NULL HIREDATE IS CARRIED AS SPACES - NO TENURE FOR IT
           MOVE  SEPH-HIREDATE  TO  W-DATE-WORK.
           IF  W-DW-YYYY  NUMERIC  AND
               W-DW-MM    NUMERIC  AND
               W-DW-DD    NUMERIC
               COMPUTE  W-HIRE-MONTHS  =  W-DW-YYYY * 12  +  W-DW-MM
               MOVE  W-DW-DD  TO  W-HIRE-DD
               MOVE  SEPH-SEP-DATE  TO  W-DATE-WORK
               COMPUTE  W-TENURE-MONTHS  =
                        W-DW-YYYY * 12  +  W-DW-MM  -  W-HIRE-MONTHS
               IF  W-DW-DD  <  W-HIRE-DD
                   COMPUTE  W-TENURE-MONTHS  =  W-TENURE-MONTHS  -  1
               END-IF
               IF  W-TENURE-MONTHS  <  ZERO
                   MOVE  ZERO  TO  W-TENURE-MONTHS
               END-IF
               MOVE  'Y'  TO  W-TENURE-SW
           END-IF.
      /
      *****************************************************************
      *   P O S T   O N E   S E P A R A T I O N   T O   T H E          *
      *   D E P T ,   J O B   A N D   C O M P A N Y   T O T A L S      *
      *****************************************************************
       P0330-POST-SEPARATION.

           EVALUATE  TRUE
               WHEN  SEP-VOLUNTARY
                   MOVE  1  TO  W-REASON-SUB
               WHEN  SEP-INVOLUNTARY
                   MOVE  2  TO  W-REASON-SUB
               WHEN  SEP-RETIREMENT
                   MOVE  3  TO  W-REASON-SUB
               WHEN  SEP-TRANSFER-OUT
                   MOVE  4  TO  W-REASON-SUB
               WHEN  OTHER
                   MOVE  ZERO  TO  W-REASON-SUB
           END-EVALUATE.

           MOVE  SEPH-WORKDEPT  TO  W-LIST-VALUE-X3.
           PERFORM P0340-REGISTER-DEPT.
           MOVE  W-FOUND-SUB  TO  W-DPT-SUB.
           ADD   1  TO  DPT-SEPARATIONS(W-DPT-SUB).
           IF  W-REASON-SUB  >  ZERO
               ADD  1  TO  DPT-REASON-COUNT(W-DPT-SUB, W-REASON-SUB)
           END-IF.
           IF  TENURE-KNOWN
               ADD  W-TENURE-MONTHS  TO  DPT-TENURE-MONTHS(W-DPT-SUB)
               ADD  1                TO  DPT-TENURE-COUNT(W-DPT-SUB)
           END-IF.

           MOVE  SEPH-JOB  TO  W-LIST-VALUE-X8.
           PERFORM P0350-REGISTER-JOB.
           MOVE  W-FOUND-SUB  TO  W-JOB-SUB.
           ADD   1  TO  JBT-SEPARATIONS(W-JOB-SUB).
           IF  W-REASON-SUB  >  ZERO
               ADD  1  TO  JBT-REASON-COUNT(W-JOB-SUB, W-REASON-SUB)
           END-IF.
           IF  TENURE-KNOWN
               ADD  W-TENURE-MONTHS  TO  JBT-TENURE-MONTHS(W-JOB-SUB)
               ADD  1                TO  JBT-TENURE-COUNT(W-JOB-SUB)
           END-IF.

           ADD   1  TO  W-TOT-SEPARATIONS.
           IF  W-REASON-SUB  >  ZERO
               ADD  1  TO  W-TOT-REASON-COUNT(W-REASON-SUB)
           END-IF.
           IF  TENURE-KNOWN
               ADD  W-TENURE-MONTHS  TO  W-TOT-TENURE-MONTHS
               ADD  1                TO  W-TOT-TENURE-COUNT
           END-IF.
      /
      *****************************************************************
      *   K E E P   T H E   D E P T   T A B L E   S O R T E D          *
      *****************************************************************
       P0340-REGISTER-DEPT.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0345-SCAN-ONE-DEPT
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-DEPT-COUNT
                  OR   W-FOUND-SUB > ZERO.

           IF  W-FOUND-SUB  =  ZERO
               IF  W-DEPT-COUNT  >=  C-MAX-LIST-ENTRIES
                   DISPLAY 'P0340 DEPT TABLE OVERFLOWS'
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-DEPT-COUNT  =  W-DEPT-COUNT  +  1
               MOVE  W-DEPT-COUNT  TO  W-LST-SUB
               PERFORM P0348-SHIFT-ONE-DEPT
                   UNTIL  W-LST-SUB  =  1
                      OR  DPT-WORK-DEPT(W-LST-SUB - 1)  <
                          W-LIST-VALUE-X3
               INITIALIZE  W-DEPT-ENTRY(W-LST-SUB)
               MOVE  W-LIST-VALUE-X3  TO  DPT-WORK-DEPT(W-LST-SUB)
               MOVE  'N'  TO  DPT-CURR-SNAP-SW(W-LST-SUB)
                              DPT-PRIOR-SNAP-SW(W-LST-SUB)
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0345-SCAN-ONE-DEPT.

           IF  DPT-WORK-DEPT(W-LST-SUB)  =  W-LIST-VALUE-X3
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0348-SHIFT-ONE-DEPT.

           MOVE  W-DEPT-ENTRY(W-LST-SUB - 1)
                 TO  W-DEPT-ENTRY(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
      *****************************************************************
      *   K E E P   T H E   J O B   T A B L E   S O R T E D            *
      *****************************************************************
       P0350-REGISTER-JOB.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0355-SCAN-ONE-JOB
               VARYING W-LST-SUB FROM 1 BY 1
               UNTIL   W-LST-SUB > W-JOB-COUNT
                  OR   W-FOUND-SUB > ZERO.

           IF  W-FOUND-SUB  =  ZERO
               IF  W-JOB-COUNT  >=  C-MAX-LIST-ENTRIES
                   DISPLAY 'P0350 JOB TABLE OVERFLOWS'
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-JOB-COUNT  =  W-JOB-COUNT  +  1
               MOVE  W-JOB-COUNT  TO  W-LST-SUB
               PERFORM P0358-SHIFT-ONE-JOB
                   UNTIL  W-LST-SUB  =  1
                      OR  JBT-JOB(W-LST-SUB - 1)  <  W-LIST-VALUE-X8
               INITIALIZE  W-JOB-ENTRY(W-LST-SUB)
               MOVE  W-LIST-VALUE-X8  TO  JBT-JOB(W-LST-SUB)
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0355-SCAN-ONE-JOB.

           IF  JBT-JOB(W-LST-SUB)  =  W-LIST-VALUE-X8
               MOVE  W-LST-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0358-SHIFT-ONE-JOB.

           MOVE  W-JOB-ENTRY(W-LST-SUB - 1)
                 TO  W-JOB-ENTRY(W-LST-SUB).
           COMPUTE  W-LST-SUB  =  W-LST-SUB  -  1.
      /
      *****************************************************************
      *   L O A D   T H E   P R I O R / C U R R E N T   M O N T H      *
      *   S N A P S H O T   H E A D C O U N T S                        *
      *****************************************************************
       P0400-LOAD-HEADCOUNTS.

           OPEN INPUT SNAP-FILE.
           IF  WS-SNAP-STATUS  NOT =  '00'
               DISPLAY 'SNAP0010 NOT AVAILABLE - STATUS ',
                       WS-SNAP-STATUS
               DISPLAY 'TURNOVER RATES WILL NOT BE SHOWN'
           ELSE
               PERFORM P8010-READ-SNAP-FILE
               PERFORM P0410-POST-ONE-SNAPSHOT UNTIL SNAP-EOF
               CLOSE SNAP-FILE
           END-IF.
      /
       P0410-POST-ONE-SNAPSHOT.

      *    SNAP0010 IS APPEND-ONLY - A RE-RUN MONTH END LEAVES TWO
      *    RECORDS FOR THE SAME DEPT/MONTH, SO THE LAST ONE READ
      *    (THE NEWEST APPEND) REPLACES ANY EARLIER ONE
           IF  SNAP-MONTH  =  W-REPORT-MONTH  OR
               SNAP-MONTH  =  W-PRIOR-MONTH
               MOVE  SNAP-WORK-DEPT  TO  W-LIST-VALUE-X3
               PERFORM P0340-REGISTER-DEPT
               IF  SNAP-MONTH  =  W-REPORT-MONTH
                   MOVE  SNAP-HEADCOUNT  TO  DPT-HC-CURRENT(W-FOUND-SUB)
                   MOVE  'Y'  TO  DPT-CURR-SNAP-SW(W-FOUND-SUB)
               ELSE
                   MOVE  SNAP-HEADCOUNT  TO  DPT-HC-PRIOR(W-FOUND-SUB)
                   MOVE  'Y'  TO  DPT-PRIOR-SNAP-SW(W-FOUND-SUB)
               END-IF
           END-IF.

           PERFORM P8010-READ-SNAP-FILE.
      /
      *****************************************************************
      *   L O A D   T H E   J O B   H E A D C O U N T S   O F F        *
      *   T H E   C L O S E - N I G H T   E X T R A C T                *
      *****************************************************************
       P0450-LOAD-JOB-HEADCOUNTS.

           OPEN INPUT EXTI-FILE.
           IF  WS-EXTI-STATUS  NOT =  '00'
               DISPLAY 'EXTI0010 NOT AVAILABLE - STATUS ',
                       WS-EXTI-STATUS
               DISPLAY 'JOB TURNOVER RATES WILL NOT BE SHOWN'
               MOVE  'Y'  TO  W-NO-HEADCOUNT-SW
           ELSE
               PERFORM P8020-READ-EXTI-FILE
               PERFORM P0460-POST-ONE-EXTRACT UNTIL EXTI-EOF
               CLOSE EXTI-FILE
               PERFORM P0470-VERIFY-EXTRACT
           END-IF.
      /
       P0460-POST-ONE-EXTRACT.

           EVALUATE  W-EXT-RECORD(1:3)
               WHEN  'HDR'
                   MOVE  W-EXT-RECORD          TO  W-EXT-HEADER
                   MOVE  EXT-HDR-CYCLE-DATE    TO  W-EXT-CYCLE-DATE
                   MOVE  'Y'  TO  W-EXT-HDR-SEEN-SW
               WHEN  'TRL'
                   MOVE  W-EXT-RECORD          TO  W-EXT-TRAILER
                   MOVE  EXT-TRL-RECORD-COUNT  TO  W-EXT-TRL-COUNT
                   MOVE  EXT-TRL-HASH-SALARY   TO  W-EXT-TRL-HASH
                   MOVE  'Y'  TO  W-EXT-TRL-SEEN-SW
               WHEN  OTHER
                   ADD  1           TO  W-EXT-DETAIL-COUNT
                   ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY
                   MOVE  EXT-JOB    TO  W-LIST-VALUE-X8
                   PERFORM P0350-REGISTER-JOB
                   ADD   1    TO  JBT-HEADCOUNT(W-FOUND-SUB)
           END-EVALUATE.

           PERFORM P8020-READ-EXTI-FILE.
      /
       P0470-VERIFY-EXTRACT.

           IF  NOT  EXT-HDR-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO HDR RECORD'
               DISPLAY 'THE FILE IS NOT A COMPLETE EXTO0010'
               DISPLAY 'GENERATION - CHECK THE ALLOCATION'
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  NOT  EXT-TRL-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO TRL RECORD'
               DISPLAY 'THE EXTRACT WAS CUT SHORT'
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  W-EXT-DETAIL-COUNT  NOT =  W-EXT-TRL-COUNT
               DISPLAY 'EXTI0010 FAILED VERIFICATION - RECORD COUNT'
               DISPLAY 'TRAILER COUNT = ', W-EXT-TRL-COUNT
               DISPLAY 'DETAILS READ  = ', W-EXT-DETAIL-COUNT
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  W-EXT-HASH-SALARY  NOT =  W-EXT-TRL-HASH
               DISPLAY 'EXTI0010 FAILED VERIFICATION - SALARY HASH'
               DISPLAY 'TRAILER HASH  = ', W-EXT-TRL-HASH
               DISPLAY 'COMPUTED HASH = ', W-EXT-HASH-SALARY
               PERFORM P9999-ABEND-PGM
           END-IF.

      *    ONLY THE CLOSE-NIGHT RUN IS A FULL EXTRACT - ANY OTHER
      *    GENERATION MAY BE A DELTA AND UNDERSTATE THE HEADCOUNTS
           IF  W-EXT-CYCLE-DATE  NOT =  W-PERIOD-CLOSE-DATE
               DISPLAY 'WARNING - EXTRACT CYCLE DATE ',
                       W-EXT-CYCLE-DATE
               DISPLAY 'IS NOT THE PERIOD CLOSE DATE ',
                       W-PERIOD-CLOSE-DATE
               DISPLAY 'CHECK THE EXTI0010 GENERATION PICKED'
               MOVE  'Y'  TO  W-NO-HEADCOUNT-SW
           END-IF.
      /
      *****************************************************************
      *   P R I N T   T H E   B Y - D E P T   S E C T I O N           *
      *****************************************************************
       P0500-PRINT-DEPT-SECTION.

           MOVE  SPACES  TO  TSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-TOV-SECTION-LINE.
           MOVE  'SEPARATIONS BY WORKDEPT - TENURE AT EXIT IN YEARS'
                 TO  TSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-TOV-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-TOV-DEPT-HEADER1.
           WRITE REPORT-RECORD  FROM  W-TOV-DEPT-HEADER2.

           PERFORM P0510-PRINT-ONE-DEPT
               VARYING W-DPT-SUB FROM 1 BY 1
               UNTIL   W-DPT-SUB > W-DEPT-COUNT.

           INITIALIZE  W-TOV-DEPT-DETAIL.
           MOVE  'TOTAL'                  TO  TVD-WORK-DEPT.
           MOVE  W-TOT-AVG-HEADCOUNT      TO  TVD-AVG-HEADCOUNT.
           MOVE  W-TOT-SEPARATIONS        TO  TVD-SEPARATIONS.
           MOVE  W-TOT-REASON-COUNT(1)    TO  TVD-VOLUNTARY.
           MOVE  W-TOT-REASON-COUNT(2)    TO  TVD-INVOLUNTARY.
           MOVE  W-TOT-REASON-COUNT(3)    TO  TVD-RETIREMENT.
           MOVE  W-TOT-REASON-COUNT(4)    TO  TVD-TRANSFER-OUT.

           IF  W-TOT-AVG-HEADCOUNT  >  ZERO
               COMPUTE  W-TURNOVER-PCT  ROUNDED  =
                        W-TOT-SEPARATIONS  *  100
                      / W-TOT-AVG-HEADCOUNT
               MOVE  W-TURNOVER-PCT  TO  TVD-TURNOVER-PCT
           ELSE
               MOVE  'NO HEADCOUNT'  TO  TVD-NOTE
           END-IF.

           IF  W-TOT-TENURE-COUNT  >  ZERO
               COMPUTE  W-AVG-TENURE  ROUNDED  =
                        W-TOT-TENURE-MONTHS
                      / W-TOT-TENURE-COUNT  /  12
               MOVE  W-AVG-TENURE  TO  TVD-AVG-TENURE
           END-IF.

           WRITE REPORT-RECORD  FROM  W-TOV-DEPT-DETAIL.
           COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1.
      /
       P0510-PRINT-ONE-DEPT.

           INITIALIZE  W-TOV-DEPT-DETAIL.
           MOVE  DPT-WORK-DEPT(W-DPT-SUB)  TO  TVD-WORK-DEPT.

      *    AVERAGE OF THE PRIOR AND CURRENT MONTH-END HEADCOUNTS, OR
      *    WHICHEVER ONE OF THE TWO SNAPSHOTS EXISTS
           EVALUATE  TRUE
               WHEN  DPT-CURR-SNAP-FOUND(W-DPT-SUB)  AND
                     DPT-PRIOR-SNAP-FOUND(W-DPT-SUB)
                   COMPUTE  W-AVG-HEADCOUNT  ROUNDED  =
                           (DPT-HC-CURRENT(W-DPT-SUB)
                          + DPT-HC-PRIOR(W-DPT-SUB))  /  2
               WHEN  DPT-CURR-SNAP-FOUND(W-DPT-SUB)
                   MOVE  DPT-HC-CURRENT(W-DPT-SUB)  TO  W-AVG-HEADCOUNT
               WHEN  DPT-PRIOR-SNAP-FOUND(W-DPT-SUB)
                   MOVE  DPT-HC-PRIOR(W-DPT-SUB)    TO  W-AVG-HEADCOUNT
               WHEN  OTHER
                   MOVE  ZERO  TO  W-AVG-HEADCOUNT
           END-EVALUATE.

           IF  NOT  DPT-CURR-SNAP-FOUND(W-DPT-SUB)
               MOVE  'Y'  TO  W-NO-HEADCOUNT-SW
           END-IF.

           ADD   W-AVG-HEADCOUNT  TO  W-TOT-AVG-HEADCOUNT.
           MOVE  W-AVG-HEADCOUNT  TO  TVD-AVG-HEADCOUNT.

           MOVE  DPT-SEPARATIONS(W-DPT-SUB)      TO  TVD-SEPARATIONS.
           MOVE  DPT-REASON-COUNT(W-DPT-SUB, 1)  TO  TVD-VOLUNTARY.
           MOVE  DPT-REASON-COUNT(W-DPT-SUB, 2)  TO  TVD-INVOLUNTARY.
           MOVE  DPT-REASON-COUNT(W-DPT-SUB, 3)  TO  TVD-RETIREMENT.
           MOVE  DPT-REASON-COUNT(W-DPT-SUB, 4)  TO  TVD-TRANSFER-OUT.

           IF  W-AVG-HEADCOUNT  >  ZERO
               COMPUTE  W-TURNOVER-PCT  ROUNDED  =
                        DPT-SEPARATIONS(W-DPT-SUB)  *  100
                      / W-AVG-HEADCOUNT
               MOVE  W-TURNOVER-PCT  TO  TVD-TURNOVER-PCT
           ELSE
               MOVE  'NO SNAP0010 HDCT'  TO  TVD-NOTE
           END-IF.

           IF  DPT-TENURE-COUNT(W-DPT-SUB)  >  ZERO
               COMPUTE  W-AVG-TENURE  ROUNDED  =
                        DPT-TENURE-MONTHS(W-DPT-SUB)
                      / DPT-TENURE-COUNT(W-DPT-SUB)  /  12
               MOVE  W-AVG-TENURE  TO  TVD-AVG-TENURE
           END-IF.

           WRITE REPORT-RECORD  FROM  W-TOV-DEPT-DETAIL.
           COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1.
      /
      *****************************************************************
      *   P R I N T   T H E   B Y - J O B   S E C T I O N              *
      *****************************************************************
       P0600-PRINT-JOB-SECTION.

           MOVE  SPACES  TO  TSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-TOV-SECTION-LINE.
           MOVE  'SEPARATIONS BY JOB - TENURE AT EXIT IN YEARS'
                 TO  TSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-TOV-SECTION-LINE.
           WRITE REPORT-RECORD  FROM  W-TOV-JOB-HEADER1.
           WRITE REPORT-RECORD  FROM  W-TOV-JOB-HEADER2.

           PERFORM P0610-PRINT-ONE-JOB
               VARYING W-JOB-SUB FROM 1 BY 1
               UNTIL   W-JOB-SUB > W-JOB-COUNT.
      /
       P0610-PRINT-ONE-JOB.

           INITIALIZE  W-TOV-JOB-DETAIL.
           MOVE  JBT-JOB(W-JOB-SUB)              TO  TVJ-JOB.
           MOVE  JBT-HEADCOUNT(W-JOB-SUB)        TO  TVJ-HEADCOUNT.
           MOVE  JBT-SEPARATIONS(W-JOB-SUB)      TO  TVJ-SEPARATIONS.
           MOVE  JBT-REASON-COUNT(W-JOB-SUB, 1)  TO  TVJ-VOLUNTARY.
           MOVE  JBT-REASON-COUNT(W-JOB-SUB, 2)  TO  TVJ-INVOLUNTARY.
           MOVE  JBT-REASON-COUNT(W-JOB-SUB, 3)  TO  TVJ-RETIREMENT.
           MOVE  JBT-REASON-COUNT(W-JOB-SUB, 4)  TO  TVJ-TRANSFER-OUT.

      *    THE JOB HAS ONLY THE ONE CLOSE-NIGHT HEADCOUNT, USED THE
      *    SAME WAY AS A DEPARTMENT WITH A SINGLE SNAPSHOT
           IF  JBT-HEADCOUNT(W-JOB-SUB)  >  ZERO
               COMPUTE  W-TURNOVER-PCT  ROUNDED  =
                        JBT-SEPARATIONS(W-JOB-SUB)  *  100
                      / JBT-HEADCOUNT(W-JOB-SUB)
               MOVE  W-TURNOVER-PCT  TO  TVJ-TURNOVER-PCT
           ELSE
               MOVE  'NO EXTI0010 HDCT'  TO  TVJ-NOTE
           END-IF.

           IF  JBT-TENURE-COUNT(W-JOB-SUB)  >  ZERO
               COMPUTE  W-AVG-TENURE  ROUNDED  =
                        JBT-TENURE-MONTHS(W-JOB-SUB)
                      / JBT-TENURE-COUNT(W-JOB-SUB)  /  12
               MOVE  W-AVG-TENURE  TO  TVJ-AVG-TENURE
           END-IF.

           WRITE REPORT-RECORD  FROM  W-TOV-JOB-DETAIL.
           COMPUTE A-RECORDS-WRITTEN = A-RECORDS-WRITTEN + 1.
      /
      *****************************************************************
      *   R E A D   N E X T   S E P A R A T I O N   R E C O R D        *
      *****************************************************************
       P8000-READ-SEPH-FILE.

           READ SEPH-FILE INTO W-SEPH-RECORD
               AT END
                   MOVE  'Y'  TO  W-SEPH-EOF-SW
               NOT AT END
                   COMPUTE  A-SEPH-RECORDS-READ  =
                            A-SEPH-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   S N A P S H O T   R E C O R D            *
      *****************************************************************
       P8010-READ-SNAP-FILE.

           READ SNAP-FILE INTO W-SNAP-RECORD
               AT END
                   MOVE  'Y'  TO  W-SNAP-EOF-SW
               NOT AT END
                   COMPUTE  A-SNAP-RECORDS-READ  =
                            A-SNAP-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   E X T R A C T   R E C O R D              *
      *****************************************************************
       P8020-READ-EXTI-FILE.

           READ EXTI-FILE INTO W-EXT-RECORD
               AT END
                   MOVE  'Y'  TO  W-EXTI-EOF-SW
               NOT AT END
                   COMPUTE  A-EXTI-RECORDS-READ  =
                            A-EXTI-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  F I L E  O R  T A B L E  E R R O R    *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
