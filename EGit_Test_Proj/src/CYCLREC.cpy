      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - SHARED CYCL0010     2026-10-15      *
      *          NIGHTLY CYCLE-CONTROL EVENT RECORD,                   *
      *          KEYED BY THE EXTO0010 CYCLE DATE                      *
      *                                                                *
      ******************************************************************

      *  CYCL0010 - ONE 80-BYTE EVENT APPENDED EACH TIME A STEP OF THE
      *  NIGHTLY STREAM STARTS, COMPLETES, FAILS OR IS BLOCKED.  THE
      *  LAST EVENT FOR A CYCLE DATE AND PROGRAM IS THE STEP'S STATUS.
      *  ONLY DB2CBLEX OPENS A NEW CYCLE; EVERY OTHER STEP RUNS FOR
      *  THE LATEST CYCLE ON THE FILE.

       01  W-CYCL-RECORD.
           05  CYC-CYCLE-DATE                 PIC X(10).
           05  CYC-PROGRAM                    PIC X(08).
           05  CYC-STATUS                     PIC X(08).
               88  CYC-STEP-STARTED                     VALUE 'STARTED'.
               88  CYC-STEP-COMPLETE                   VALUE 'COMPLETE'.
               88  CYC-STEP-FAILED                      VALUE 'FAILED'.
               88  CYC-STEP-BLOCKED                     VALUE 'BLOCKED'.
           05  CYC-EVENT-TS                   PIC X(26).
           05  CYC-STEP-RC                    PIC 9(04).
           05  CYC-NOTE                       PIC X(24).
