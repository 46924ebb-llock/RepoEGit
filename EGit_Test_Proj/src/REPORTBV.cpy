      *  LOUIS - INITIAL VERSION FOR EMPBVA10          2026-09-03      *
      *          BUDGET CARD AND BUDGET-VS-ACTUAL                      *
      *          VARIANCE REPORT LAYOUTS                               *
      *  LOUIS - REPORTING MONTH AND FISCAL YEAR       2026-10-15      *
      *          TO DATE RANGE LINE                                    *
      *                                                                *
      ******************************************************************

           05  SPACER2                         PIC X.
           05  BVO-NOTE                        PIC X(30).
           05  FILLER                          PIC X(59).
      /
       01  W-BVA-RANGE-LINE.
           05  BRL-LABEL             PIC X(20)
               VALUE 'REPORTING MONTH:    '.
           05  BRL-REPORT-MONTH      PIC X(06).
           05  BRL-FROM-LIT          PIC X(24)
               VALUE '   FISCAL YEAR TO DATE: '.
           05  BRL-FY-START          PIC X(06).
           05  BRL-TO-LIT            PIC X(04) VALUE ' TO '.
           05  BRL-FY-END            PIC X(06).
           05  FILLER                PIC X(34) VALUE SPACES.
      /
       01  W-SECTION-MATCHED.
           05  FILLER  PIC X(34) VALUE
