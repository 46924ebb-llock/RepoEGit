      *  LOUIS - INITIAL VERSION FOR DB2CBLEM          2026-09-03      *
      *          EMPLOYEE MAINTENANCE CARD AND                         *
      *          AUDIT LISTING LAYOUTS                                 *
      *  LOUIS - T CARD NOW CARRIES A SEPARATION       2026-10-15      *
      *          DATE AND REASON CODE IN THE                           *
      *          HIREDATE/JOB COLUMNS                                  *
      *  LOUIS - CARD WIDENED TO 100 BYTES FOR AN      2026-10-15      *
      *          OPTIONAL EFFECTIVE DATE IN COLS                       *
      *          81-88 - FUTURE-DATED CARDS ARE HELD                   *
      *                                                                *
      ******************************************************************

           05  EMNT-BIRTHDATE                  PIC X(08).
           05  EMNT-SALARY                     PIC X(09).
           05  FILLER                          PIC X(02).
           05  EMNT-EFFECTIVE-DATE             PIC X(08).
           05  FILLER                          PIC X(12).

      *    T (TERMINATION) CARD - THE HIREDATE AND JOB COLUMNS
      *    CARRY THE SEPARATION DATE AND REASON CODE INSTEAD
       01  W-EMNT-TERM-CARD REDEFINES W-EMNT-RECORD.
           05  FILLER                          PIC X(42).
           05  EMNT-SEP-DATE                   PIC X(08).
           05  EMNT-SEP-REASON                 PIC X(01).
               88  EMNT-SEP-REASON-VALID       VALUE 'V' 'I' 'R' 'X'.
           05  FILLER                          PIC X(49).
      /
       01  W-AUDT-RECORD.
           05  AUD-EMPNO                       PIC X(06).
           05  SPACER4                         PIC X.
           05  AUD-REASON                      PIC X(25).
           05  FILLER                          PIC X(18).
      /
       01  W-AUDT-HELD-REASON.
           05  FILLER                          PIC X(10)
                                               VALUE 'EFFECTIVE '.
           05  AHR-EFFECTIVE-DATE              PIC X(08).
           05  FILLER                          PIC X(07) VALUE SPACES.
      /
       01  W-AUDT-HEADER1.
           05  AH1-EMPNO            PIC X(06) VALUE 'EMPNUM'.
