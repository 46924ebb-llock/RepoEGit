      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - CALL AREA FOR THE   2026-10-15      *
      *          CYCLCTL CYCLE-CONTROL MODULE                          *
      *  LOUIS - CHECK REFUSES A CYCLE THE CALLER      2026-10-15      *
      *          HAS ALREADY COMPLETED (RESULT 12)                     *
      *                                                                *
      ******************************************************************

      *  CHECK - CYCQ-PREDECESSOR MUST HAVE COMPLETED FOR THE CYCLE.
      *          A BLANK CYCQ-CYCLE-DATE ASKS FOR THE LATEST CYCLE ON
      *          CYCL0010 AND IS RETURNED FILLED IN.  A
      *          CYCLE ON WHICH CYCQ-PROGRAM HAS ALREADY LOGGED
      *          COMPLETE IS REFUSED - NO NEW CYCLE HAS BEEN OPENED
      *          SINCE THE STEP LAST RAN.
      *  LOG   - APPEND CYCQ-STATUS/CYCQ-STEP-RC/CYCQ-NOTE FOR
      *          CYCQ-PROGRAM AGAINST CYCQ-CYCLE-DATE.

       01  W-CYCQ-AREA.
           05  CYCQ-FUNCTION                  PIC X(08).
               88  CYCQ-CHECK-PREDECESSOR               VALUE 'CHECK'.
               88  CYCQ-LOG-EVENT                       VALUE 'LOG'.
           05  CYCQ-PROGRAM                   PIC X(08).
           05  CYCQ-CYCLE-DATE                PIC X(10).
           05  CYCQ-STATUS                    PIC X(08).
           05  CYCQ-STEP-RC                   PIC 9(04).
           05  CYCQ-NOTE                      PIC X(24).
           05  CYCQ-PREDECESSOR               PIC X(08).
           05  CYCQ-PRED-STATUS               PIC X(08).
           05  CYCQ-RESULT                    PIC X(02).
               88  CYCQ-OK                              VALUE '00'.
               88  CYCQ-NOT-READY                       VALUE '04'.
               88  CYCQ-FILE-ERROR                      VALUE '08'.
               88  CYCQ-ALREADY-RUN                     VALUE '12'.
