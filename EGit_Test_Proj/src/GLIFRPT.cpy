      *  LOUIS - INITIAL VERSION FOR EMPGLD10          2026-09-03      *
      *          GL INTERFACE RECORD AND POSTING                       *
      *          REGISTER LAYOUTS                                      *
      *  LOUIS - GL PERIOD ON THE GLIF0010 HEADER      2026-10-15      *
      *          AND A GL PERIOD ECHO LINE                             *
      *                                                                *
      ******************************************************************

           05  GLH-REC-TYPE                    PIC X(01).
           05  GLH-FILE-SEQ                    PIC 9(06).
           05  GLH-RUN-DATE                    PIC X(10).
           05  GLH-GL-PERIOD                   PIC X(06).
           05  FILLER                          PIC X(57).
      /
       01  W-GLIF-JOURNAL.
           05  GLJ-REC-TYPE                    PIC X(01).
               VALUE 'GL FILE SEQUENCE:   '.
           05  SEL-SEQ               PIC ZZZZZ9.
           05  FILLER                PIC X(74) VALUE SPACES.
      /
       01  W-PERIOD-ECHO-LINE.
           05  PEL-LABEL             PIC X(20)
               VALUE 'GL PERIOD:          '.
           05  PEL-GL-PERIOD         PIC X(06).
           05  PEL-MONTH-LIT         PIC X(20)
               VALUE '   REPORTING MONTH: '.
           05  PEL-REPORT-MONTH      PIC X(06).
           05  FILLER                PIC X(48) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
