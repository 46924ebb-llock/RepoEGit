      *  LOUIS - INITIAL VERSION FOR DB2CBLDM          2026-09-03      *
      *          DEPARTMENT MAINTENANCE CARD AND                       *
      *          AUDIT LISTING LAYOUTS                                 *
      *  LOUIS - OPTIONAL EFFECTIVE DATE IN COLS       2026-10-15      *
      *          66-73 - FUTURE-DATED CARDS ARE HELD                   *
      *                                                                *
      ******************************************************************

           05  DMNT-MGRNO                      PIC X(06).
           05  DMNT-ADMRDEPT                   PIC X(03).
           05  DMNT-LOCATION                   PIC X(16).
           05  DMNT-EFFECTIVE-DATE             PIC X(08).
           05  FILLER                          PIC X(07).
      /
       01  W-AUDT-RECORD.
           05  AUD-DEPTNO                      PIC X(03).
           05  SPACER4                         PIC X.
           05  AUD-REASON                      PIC X(25).
           05  FILLER                          PIC X(16).
      /
       01  W-AUDT-HELD-REASON.
           05  FILLER                          PIC X(10)
                                               VALUE 'EFFECTIVE '.
           05  AHR-EFFECTIVE-DATE              PIC X(08).
           05  FILLER                          PIC X(07) VALUE SPACES.
      /
       01  W-AUDT-HEADER1.
           05  AH1-DEPTNO           PIC X(03) VALUE 'DEP'.
