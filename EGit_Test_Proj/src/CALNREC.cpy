      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - SHARED CALN0010     2026-10-15      *
      *          BUSINESS CALENDAR RECORD - FISCAL                     *
      *          PERIODS AND HOLIDAYS                                  *
      *                                                                *
      ******************************************************************

      *  CALN0010 - 80-BYTE RECORDS, MAINTAINED ONLY BY EMPCAL10, READ
      *  THROUGH CALNCTL.  PERIOD RECORDS COME FIRST IN FISCAL YEAR AND
      *  PERIOD ORDER, THEN HOLIDAY RECORDS IN DATE ORDER.  ALL DATES
      *  ARE YYYY-MM-DD.
      *
      *  PERIOD (P):
      *  COL  01     RECORD TYPE - P
      *  COLS 03-06  FISCAL YEAR
      *  COLS 07-08  PERIOD - 01 TO 13; FISCAL YEAR AND PERIOD
      *              TOGETHER ARE THE GL PERIOD
      *  COLS 10-15  REPORTING MONTH - YYYYMM - THE MONTH THE PERIOD
      *              IS REPORTED AS (SNAP0010, HIRE MONTH, BUDGETS)
      *  COLS 17-26  FIRST DAY OF THE PERIOD
      *  COLS 28-37  LAST DAY OF THE PERIOD
      *  COLS 39-48  CLOSE DATE - THE NIGHT DB2CBLEX TAKES THE
      *              MONTH-END SNAPSHOT; ALWAYS A BUSINESS DAY
      *  COLS 50-52  BUSINESS DAYS IN THE PERIOD - WORKED OUT BY
      *              EMPCAL10 (WEEKDAYS LESS HOLIDAYS)
      *
      *  HOLIDAY (H):
      *  COL  01     RECORD TYPE - H
      *  COLS 03-12  HOLIDAY DATE
      *  COLS 14-43  HOLIDAY NAME

       01  W-CALN-RECORD.
           05  CALN-REC-TYPE                  PIC X(01).
               88  CALN-PERIOD-REC                      VALUE 'P'.
               88  CALN-HOLIDAY-REC                     VALUE 'H'.
           05  FILLER                         PIC X(01).
           05  CALN-DETAIL                    PIC X(78).
           05  CALN-PERIOD-DETAIL  REDEFINES  CALN-DETAIL.
               10  CALN-GL-PERIOD.
                   15  CALN-FISCAL-YEAR       PIC 9(04).
                   15  CALN-PERIOD            PIC 9(02).
               10  FILLER                     PIC X(01).
               10  CALN-REPORT-MONTH          PIC X(06).
               10  FILLER                     PIC X(01).
               10  CALN-START-DATE            PIC X(10).
               10  FILLER                     PIC X(01).
               10  CALN-END-DATE              PIC X(10).
               10  FILLER                     PIC X(01).
               10  CALN-CLOSE-DATE            PIC X(10).
               10  FILLER                     PIC X(01).
               10  CALN-BUSINESS-DAYS         PIC 9(03).
               10  FILLER                     PIC X(28).
           05  CALN-HOLIDAY-DETAIL  REDEFINES  CALN-DETAIL.
               10  CALN-HOLIDAY-DATE          PIC X(10).
               10  FILLER                     PIC X(01).
               10  CALN-HOLIDAY-NAME          PIC X(30).
               10  FILLER                     PIC X(37).
