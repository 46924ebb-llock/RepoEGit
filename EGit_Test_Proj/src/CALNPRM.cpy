      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - CALL AREA FOR THE   2026-10-15      *
      *          CALNCTL BUSINESS CALENDAR MODULE                      *
      *  LOUIS - PRIORBUS LOOKUP OF THE LAST           2026-10-15      *
      *          BUSINESS DAY BEFORE A DATE                            *
      *                                                                *
      ******************************************************************

      *  DATE   - THE PERIOD WHOSE FIRST/LAST DAYS SPAN CALQ-DATE.
      *  CLOSED - THE LATEST PERIOD WHOSE CLOSE DATE IS ON OR BEFORE
      *           CALQ-DATE - THE PERIOD A MONTH-END RUN OR A RERUN
      *           OF ONE BELONGS TO.
      *  MONTH  - THE PERIOD REPORTED AS CALQ-REPORT-MONTH.
      *  PERIOD - THE PERIOD NAMED BY CALQ-GL-PERIOD.
      *  EVERY FUNCTION RETURNS THE WHOLE PERIOD, AND CALQ-CLOSE-NIGHT
      *  WHEN ITS CLOSE DATE IS CALQ-DATE.
      *  PRIORBUS - THE LAST BUSINESS DAY (A WEEKDAY THAT IS NOT A
      *           CALN0010 HOLIDAY) BEFORE CALQ-DATE, IN
      *           CALQ-BUSINESS-DATE.  NO PERIOD IS RETURNED.

       01  W-CALQ-AREA.
           05  CALQ-FUNCTION                  PIC X(08).
               88  CALQ-BY-DATE                         VALUE 'DATE'.
               88  CALQ-LAST-CLOSED                     VALUE 'CLOSED'.
               88  CALQ-BY-MONTH                        VALUE 'MONTH'.
               88  CALQ-BY-PERIOD                       VALUE 'PERIOD'.
               88  CALQ-PRIOR-BUSINESS-DAY            VALUE 'PRIORBUS'.
           05  CALQ-PROGRAM                   PIC X(08).
           05  CALQ-DATE                      PIC X(10).
           05  CALQ-REPORT-MONTH              PIC X(06).
           05  CALQ-GL-PERIOD.
               10  CALQ-FISCAL-YEAR           PIC 9(04).
               10  CALQ-PERIOD                PIC 9(02).
           05  CALQ-START-DATE                PIC X(10).
           05  CALQ-END-DATE                  PIC X(10).
           05  CALQ-CLOSE-DATE                PIC X(10).
           05  CALQ-BUSINESS-DAYS             PIC 9(03).
           05  CALQ-CLOSE-NIGHT-SW            PIC X(01).
               88  CALQ-CLOSE-NIGHT                     VALUE 'Y'.
           05  CALQ-RESULT                    PIC X(02).
               88  CALQ-OK                              VALUE '00'.
               88  CALQ-NOT-FOUND                       VALUE '04'.
               88  CALQ-FILE-ERROR                      VALUE '08'.
           05  CALQ-BUSINESS-DATE             PIC X(10).
