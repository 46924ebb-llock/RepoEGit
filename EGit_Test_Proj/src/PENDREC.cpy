      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - HELD FUTURE-DATED   2026-10-15      *
      *          MAINTENANCE CARD ON PEND0010 - THE                    *
      *          CARD IMAGE AS KEYED PLUS THE KEY AND                  *
      *          EFFECTIVE DATE THE RELEASE RUNS ON                    *
      *                                                                *
      ******************************************************************

       01  W-PEND-RECORD.
           05  PEND-SOURCE                    PIC X(01).
               88  PEND-EMPLOYEE-CARD                   VALUE 'E'.
               88  PEND-DEPARTMENT-CARD                 VALUE 'D'.
           05  PEND-KEY                       PIC X(06).
           05  PEND-ACTION                    PIC X(01).
           05  PEND-EFFECTIVE-DATE            PIC X(08).
           05  PEND-HELD-TS                   PIC X(26).
           05  PEND-HELD-BY                   PIC X(08).
           05  PEND-CARD-IMAGE                PIC X(100).
