      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - PERMANENT           2026-10-15      *
      *          SEPARATION HISTORY RECORD APPENDED                    *
      *          TO SEPH0010 BY DB2CBLEM AHEAD OF                      *
      *          EVERY TERMINATION DELETE - THE FULL                   *
      *          DCLEMP ROW PLUS DATE/REASON                           *
      *                                                                *
      ******************************************************************

       01  W-SEPH-RECORD.
           05  SEPH-EMPNO                     PIC X(06).
           05  SEPH-FIRSTNME                  PIC X(12).
           05  SEPH-MIDINIT                   PIC X(01).
           05  SEPH-LASTNAME                  PIC X(15).
           05  SEPH-WORKDEPT                  PIC X(03).
           05  SEPH-PHONENO                   PIC X(04).
           05  SEPH-HIREDATE                  PIC X(10).
           05  SEPH-JOB                       PIC X(08).
           05  SEPH-EDLEVEL                   PIC 9(04).
           05  SEPH-SEX                       PIC X(01).
           05  SEPH-BIRTHDATE                 PIC X(10).
           05  SEPH-SALARY                    PIC S9(7)V9(2).
           05  SEPH-BONUS                     PIC S9(7)V9(2).
           05  SEPH-COMM                      PIC S9(7)V9(2).
           05  SEPH-LASTCHG                   PIC X(26).
           05  SEPH-SEP-DATE                  PIC X(10).
           05  SEPH-SEP-REASON                PIC X(01).
               88  SEP-VOLUNTARY                        VALUE 'V'.
               88  SEP-INVOLUNTARY                      VALUE 'I'.
               88  SEP-RETIREMENT                       VALUE 'R'.
               88  SEP-TRANSFER-OUT                     VALUE 'X'.
           05  SEPH-PROGRAM                   PIC X(08).
           05  SEPH-TIMESTAMP                 PIC X(26).
           05  FILLER                         PIC X(28).
