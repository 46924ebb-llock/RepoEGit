      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - VSAM KSDS POSITION  2026-10-15      *
      *          MASTER KEYED BY WORKDEPT AND JOB WITH                 *
      *          THE AUTHORIZED COUNT AND THE DATE THE                 *
      *          OLDEST OPEN VACANCY APPEARED                          *
      *                                                                *
      ******************************************************************

       01  POSN-RECORD.
           05  POSN-KEY.
               10  POSN-WORKDEPT              PIC X(03).
               10  POSN-JOB                   PIC X(08).
           05  POSN-STATUS                    PIC X(01).
               88  POSN-OPEN                            VALUE 'O'.
               88  POSN-CLOSED                          VALUE 'C'.
           05  POSN-AUTHORIZED                PIC 9(04).
           05  POSN-OPENED-DATE               PIC X(10).
           05  POSN-CLOSED-DATE               PIC X(10).
      *    SET WHEN THE FILLED COUNT FIRST DROPS BELOW THE AUTHORIZED
      *    COUNT, CLEARED WHEN THE POSITION IS FULL AGAIN
           05  POSN-VACANT-SINCE              PIC X(10).
           05  POSN-LAST-CHANGE-TS            PIC X(26).
           05  POSN-LAST-CHANGE-BY            PIC X(08).
           05  FILLER                         PIC X(20).
