      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - CTLQ0010 PAY        2026-10-15      *
      *          EQUITY CONTROL RECORD AND THE                         *
      *          WORKING FIELDS EMPEQT10 LOADS AT                      *
      *          STARTUP, SO THE GAP THRESHOLD, THE                    *
      *          SUPPRESSION SIZE AND THE BANDS CAN                    *
      *          MOVE WITHOUT A CODE CHANGE                            *
      *                                                                *
      ******************************************************************

      *  CTLQ0010 - ONE 80-BYTE RECORD, ALL FIELDS NUMERIC:
      *  COLS 01-05  GAP THRESHOLD PERCENT - 5 DIGITS, 2 IMPLIED
      *              DECIMALS (00500 = 5.00 PERCENT)
      *  COLS 06-08  MINIMUM HEADCOUNT OF EACH SEX FOR A GROUP TO
      *              BE PRINTED - 3 DIGITS, AT LEAST 002
      *  COLS 09-16  EDLEVEL BAND UPPER LIMITS - FOUR 2-DIGIT
      *              VALUES, ASCENDING; A FIFTH BAND TAKES THE REST
      *  COLS 17-24  TENURE BAND UPPER LIMITS IN COMPLETED YEARS -
      *              FOUR 2-DIGIT VALUES, ASCENDING; A FIFTH BAND
      *              TAKES THE REST

       01  W-CTLQ-RECORD.
           05  CTLQ-GAP-PCT-X                 PIC X(05).
           05  CTLQ-GAP-PCT-9  REDEFINES  CTLQ-GAP-PCT-X
                                              PIC 9(3)V9(2).
           05  CTLQ-MIN-GROUP-X               PIC X(03).
           05  CTLQ-MIN-GROUP-9  REDEFINES  CTLQ-MIN-GROUP-X
                                              PIC 9(03).
           05  CTLQ-ED-LIMITS-X               PIC X(08).
           05  CTLQ-ED-LIMITS  REDEFINES  CTLQ-ED-LIMITS-X.
               10  CTLQ-ED-LIMIT-9            PIC 9(02)
                                              OCCURS 4 TIMES.
           05  CTLQ-TEN-LIMITS-X              PIC X(08).
           05  CTLQ-TEN-LIMITS  REDEFINES  CTLQ-TEN-LIMITS-X.
               10  CTLQ-TEN-LIMIT-9           PIC 9(02)
                                              OCCURS 4 TIMES.
           05  FILLER                         PIC X(56).
      /
       01  W-EQUITY-LIMITS.
           05  W-LIM-GAP-PCT                  PIC S9(3)V9(2) COMP-3
                                              VALUE ZERO.
           05  W-LIM-MIN-GROUP                PIC S9(4) COMP
                                              VALUE ZERO.
           05  W-LIM-ED-LIMIT                 PIC S9(4) COMP
                                              OCCURS 4 TIMES.
           05  W-LIM-TEN-LIMIT                PIC S9(4) COMP
                                              OCCURS 4 TIMES.
