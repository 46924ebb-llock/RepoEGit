      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPPND10          2026-10-15      *
      *          PENDING EFFECTIVE-DATED CARD LAYOUTS                  *
      *                                                                *
      ******************************************************************

       01  W-PND-SECTION-LINE.
           05  PSL-TEXT                       PIC X(60).
           05  FILLER                         PIC X(40) VALUE SPACES.
      /
       01  W-PND-DETAIL.
           05  PND-STATUS                     PIC X(10).
           05  SPACER1                        PIC X.
           05  PND-SOURCE                     PIC X(04).
           05  SPACER2                        PIC X.
           05  PND-KEY                        PIC X(06).
           05  SPACER3                        PIC X.
           05  PND-ACTION                     PIC X(06).
           05  SPACER4                        PIC X.
           05  PND-EFFECTIVE-DATE             PIC X(08).
           05  SPACER5                        PIC X.
           05  PND-HELD-TS                    PIC X(26).
           05  SPACER6                        PIC X.
           05  PND-HELD-BY                    PIC X(08).
           05  SPACER7                        PIC X.
           05  PND-NOTE                       PIC X(20).
           05  FILLER                         PIC X(05).
      /
       01  W-PND-HEADER1.
           05  PH1-STATUS           PIC X(10) VALUE 'STATUS'.
           05  SPACER1                        PIC X VALUE ' '.
           05  PH1-SOURCE           PIC X(04) VALUE 'FILE'.
           05  SPACER2                        PIC X VALUE ' '.
           05  PH1-KEY              PIC X(06) VALUE 'KEY'.
           05  SPACER3                        PIC X VALUE ' '.
           05  PH1-ACTION           PIC X(06) VALUE 'ACTION'.
           05  SPACER4                        PIC X VALUE ' '.
           05  PH1-EFFECTIVE-DATE   PIC X(08) VALUE 'EFF DATE'.
           05  SPACER5                        PIC X VALUE ' '.
           05  PH1-HELD-TS          PIC X(26) VALUE 'HELD AT'.
           05  SPACER6                        PIC X VALUE ' '.
           05  PH1-HELD-BY          PIC X(08) VALUE 'HELD BY'.
           05  SPACER7                        PIC X VALUE ' '.
           05  PH1-NOTE             PIC X(20) VALUE 'NOTE'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-PND-HEADER2.
           05  PH2-STATUS           PIC X(10) VALUE '----------'.
           05  SPACER1                        PIC X VALUE ' '.
           05  PH2-SOURCE           PIC X(04) VALUE '----'.
           05  SPACER2                        PIC X VALUE ' '.
           05  PH2-KEY              PIC X(06) VALUE '------'.
           05  SPACER3                        PIC X VALUE ' '.
           05  PH2-ACTION           PIC X(06) VALUE '------'.
           05  SPACER4                        PIC X VALUE ' '.
           05  PH2-EFFECTIVE-DATE   PIC X(08) VALUE '--------'.
           05  SPACER5                        PIC X VALUE ' '.
           05  PH2-HELD-TS          PIC X(26) VALUE
               '--------------------------'.
           05  SPACER6                        PIC X VALUE ' '.
           05  PH2-HELD-BY          PIC X(08) VALUE '--------'.
           05  SPACER7                        PIC X VALUE ' '.
           05  PH2-NOTE             PIC X(20) VALUE '----'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-PND-TOTAL-LINE.
           05  PTL-LABEL                      PIC X(30).
           05  PTL-COUNT                      PIC ZZZ,ZZ9.
           05  FILLER                         PIC X(63) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(30) VALUE
               ' PENDING EFFECTIVE-DATED CARDS'.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(15) VALUE
               ' RELEASE DATE: '.
           05  TITLE-RELEASE-DATE      PIC X(08).
           05  SPACER3                          PIC X(37) VALUE ' '.
