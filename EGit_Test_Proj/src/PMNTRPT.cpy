      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPPSM10          2026-10-15      *
      *          POSITION MAINTENANCE CARD AND                         *
      *          AUDIT LISTING LAYOUTS                                 *
      *                                                                *
      ******************************************************************

       01  W-PMNT-RECORD.
           05  PMNT-ACTION                     PIC X(01).
           05  PMNT-WORKDEPT                   PIC X(03).
           05  PMNT-JOB                        PIC X(08).
           05  PMNT-AUTHORIZED-X               PIC X(04).
           05  PMNT-AUTHORIZED-9  REDEFINES  PMNT-AUTHORIZED-X
                                               PIC 9(04).
           05  FILLER                          PIC X(64).
      /
       01  W-AUDT-RECORD.
           05  AUD-WORKDEPT                    PIC X(03).
           05  SPACER1                         PIC X.
           05  AUD-ACTION                      PIC X(01).
           05  SPACER2                         PIC X.
           05  AUD-JOB                         PIC X(08).
           05  SPACER3                         PIC X.
           05  AUD-OLD-AUTH                    PIC X(05).
           05  SPACER4                         PIC X.
           05  AUD-NEW-AUTH                    PIC X(05).
           05  SPACER5                         PIC X.
           05  AUD-FILLED                      PIC X(05).
           05  SPACER6                         PIC X.
           05  AUD-STATUS                      PIC X(11).
           05  SPACER7                         PIC X.
           05  AUD-REASON                      PIC X(25).
           05  FILLER                          PIC X(10).
      /
       01  W-AUDT-COUNT-EDIT                   PIC ZZZZ9.
      /
       01  W-AUDT-HEADER1.
           05  AH1-WORKDEPT         PIC X(03) VALUE 'DEP'.
           05  SPACER1                        PIC X VALUE ' '.
           05  AH1-ACTION           PIC X(01) VALUE 'A'.
           05  SPACER2                        PIC X VALUE ' '.
           05  AH1-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER3                        PIC X VALUE ' '.
           05  AH1-OLD-AUTH         PIC X(05) VALUE ' WAS'.
           05  SPACER4                        PIC X VALUE ' '.
           05  AH1-NEW-AUTH         PIC X(05) VALUE '  NOW'.
           05  SPACER5                        PIC X VALUE ' '.
           05  AH1-FILLED           PIC X(05) VALUE 'FILLD'.
           05  SPACER6                        PIC X VALUE ' '.
           05  AH1-STATUS           PIC X(11) VALUE 'STATUS'.
           05  SPACER7                        PIC X VALUE ' '.
           05  AH1-REASON           PIC X(25) VALUE 'REASON'.
           05  FILLER                         PIC X(10) VALUE SPACES.
      /
       01  W-AUDT-HEADER2.
           05  AH2-WORKDEPT         PIC X(03) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  AH2-ACTION           PIC X(01) VALUE '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  AH2-JOB              PIC X(08) VALUE '--------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  AH2-OLD-AUTH         PIC X(05) VALUE '-----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  AH2-NEW-AUTH         PIC X(05) VALUE '-----'.
           05  SPACER5                        PIC X VALUE ' '.
           05  AH2-FILLED           PIC X(05) VALUE '-----'.
           05  SPACER6                        PIC X VALUE ' '.
           05  AH2-STATUS           PIC X(11) VALUE '------'.
           05  SPACER7                        PIC X VALUE ' '.
           05  AH2-REASON           PIC X(25) VALUE '------'.
           05  FILLER                         PIC X(10) VALUE SPACES.
      /
       01  W-AUDT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  AUDT-TITLE     PIC X(25) VALUE
               ' POSITION MAINTENANCE    '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  SPACER3                          PIC X(45) VALUE ' '.
