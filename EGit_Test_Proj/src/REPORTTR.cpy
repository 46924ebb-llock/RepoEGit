      *                                                                **REPORTTR*
      *  LOUIS - INITIAL VERSION FOR EMPTRD10          2026-08-22      **REPORTTR*
      *          HEADCOUNT/PAYROLL TREND LAYOUTS                       **REPORTTR*
      *  LOUIS - REPORTING MONTH LINE                  2026-10-15      **REPORTTR*
      *                                                                **REPORTTR*
      *******************************************************************REPORTTR*
                                                                        *REPORTTR*
           05  SPACER6                        PIC X VALUE ' '.          *REPORTTR*
           05  HD2-COMP-DELTA       PIC X(16) VALUE '----------------'. *REPORTTR*
           05  FILLER                         PIC X(08) VALUE SPACES.   *REPORTTR*
      /                                                                 *REPORTTR*
       01  W-TRD-MONTH-LINE.                                            *REPORTTR*
           05  TML-LABEL             PIC X(20)                          *REPORTTR*
               VALUE 'REPORTING MONTH:    '.                            *REPORTTR*
           05  TML-REPORT-MONTH      PIC X(06).                         *REPORTTR*
           05  FILLER                PIC X(74) VALUE SPACES.            *REPORTTR*
      /                                                                 *REPORTTR*
       01  W-REPORT-TITLE.                                              *REPORTTR*
           05  SPACER1                 PIC X(5) VALUE '*****'.          *REPORTTR*
