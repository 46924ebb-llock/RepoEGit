      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPCAL10          2026-10-15      *
      *          CALENDAR MAINTENANCE CARD AND                         *
      *          CALENDAR LISTING LAYOUTS                              *
      *                                                                *
      ******************************************************************

      *    A CARD IS A CALN0010 RECORD IMAGE WITH THE ACTION IN COL 2 -
      *    EVERY OTHER FIELD SITS IN THE SAME COLUMNS AS ON CALNREC
       01  W-CALM-RECORD.
           05  CALM-REC-TYPE                   PIC X(01).
           05  CALM-ACTION                     PIC X(01).
           05  CALM-DETAIL                     PIC X(78).
           05  CALM-PERIOD-DETAIL  REDEFINES  CALM-DETAIL.
               10  CALM-GL-PERIOD.
                   15  CALM-FISCAL-YEAR        PIC 9(04).
                   15  CALM-PERIOD             PIC 9(02).
               10  FILLER                      PIC X(01).
               10  CALM-REPORT-MONTH           PIC X(06).
               10  FILLER                      PIC X(01).
               10  CALM-START-DATE             PIC X(10).
               10  FILLER                      PIC X(01).
               10  CALM-END-DATE               PIC X(10).
               10  FILLER                      PIC X(01).
               10  CALM-CLOSE-DATE             PIC X(10).
               10  FILLER                      PIC X(32).
           05  CALM-HOLIDAY-DETAIL  REDEFINES  CALM-DETAIL.
               10  CALM-HOLIDAY-DATE           PIC X(10).
               10  FILLER                      PIC X(01).
               10  CALM-HOLIDAY-NAME           PIC X(30).
               10  FILLER                      PIC X(37).
      /
       01  W-CAL-CARD-HEADER1.
           05  CAH-CARD             PIC X(52) VALUE 'CARD IMAGE'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CAH-STATUS           PIC X(11) VALUE 'STATUS'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CAH-REASON           PIC X(30) VALUE 'REASON'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-CAL-CARD-HEADER2.
           05  CAH2-CARD            PIC X(52) VALUE ALL '-'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CAH2-STATUS          PIC X(11) VALUE ALL '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CAH2-REASON          PIC X(30) VALUE ALL '-'.
           05  FILLER                         PIC X(05) VALUE SPACES.
      /
       01  W-CAL-CARD-LINE.
           05  CAL-CARD             PIC X(52).
           05  SPACER1                        PIC X.
           05  CAL-STATUS           PIC X(11).
           05  SPACER2                        PIC X.
           05  CAL-REASON           PIC X(30).
           05  FILLER                         PIC X(05).
      /
       01  W-CAL-PERIOD-HEADER1.
           05  CPH-FISCAL-YEAR      PIC X(04) VALUE 'FY'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CPH-PERIOD           PIC X(03) VALUE 'PER'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CPH-REPORT-MONTH     PIC X(06) VALUE 'MONTH'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CPH-START-DATE       PIC X(10) VALUE 'START'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CPH-END-DATE         PIC X(10) VALUE 'END'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CPH-CLOSE-DATE       PIC X(10) VALUE 'CLOSE'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CPH-BUSINESS-DAYS    PIC X(07) VALUE 'BUSDAYS'.
           05  SPACER7                        PIC X VALUE ' '.
           05  CPH-FLAG             PIC X(12) VALUE 'NOTE'.
           05  FILLER                         PIC X(30) VALUE SPACES.
      /
       01  W-CAL-PERIOD-HEADER2.
           05  CPH2-FISCAL-YEAR     PIC X(04) VALUE ALL '-'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CPH2-PERIOD          PIC X(03) VALUE ALL '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CPH2-REPORT-MONTH    PIC X(06) VALUE ALL '-'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CPH2-START-DATE      PIC X(10) VALUE ALL '-'.
           05  SPACER4                        PIC X VALUE ' '.
           05  CPH2-END-DATE        PIC X(10) VALUE ALL '-'.
           05  SPACER5                        PIC X VALUE ' '.
           05  CPH2-CLOSE-DATE      PIC X(10) VALUE ALL '-'.
           05  SPACER6                        PIC X VALUE ' '.
           05  CPH2-BUSINESS-DAYS   PIC X(07) VALUE ALL '-'.
           05  SPACER7                        PIC X VALUE ' '.
           05  CPH2-FLAG            PIC X(12) VALUE ALL '-'.
           05  FILLER                         PIC X(30) VALUE SPACES.
      /
       01  W-CAL-PERIOD-LINE.
           05  CPL-FISCAL-YEAR      PIC 9(04).
           05  SPACER1                        PIC X.
           05  FILLER                         PIC X(01).
           05  CPL-PERIOD           PIC 9(02).
           05  SPACER2                        PIC X.
           05  CPL-REPORT-MONTH     PIC X(06).
           05  SPACER3                        PIC X.
           05  CPL-START-DATE       PIC X(10).
           05  SPACER4                        PIC X.
           05  CPL-END-DATE         PIC X(10).
           05  SPACER5                        PIC X.
           05  CPL-CLOSE-DATE       PIC X(10).
           05  SPACER6                        PIC X.
           05  FILLER                         PIC X(04).
           05  CPL-BUSINESS-DAYS    PIC ZZ9.
           05  SPACER7                        PIC X.
           05  CPL-FLAG             PIC X(12).
           05  FILLER                         PIC X(30).
      /
       01  W-CAL-HOLIDAY-HEADER1.
           05  CHH-DATE             PIC X(10) VALUE 'DATE'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CHH-WEEKDAY          PIC X(03) VALUE 'DAY'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CHH-NAME             PIC X(30) VALUE 'HOLIDAY'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CHH-NOTE             PIC X(20) VALUE 'NOTE'.
           05  FILLER                         PIC X(34) VALUE SPACES.
      /
       01  W-CAL-HOLIDAY-HEADER2.
           05  CHH2-DATE            PIC X(10) VALUE ALL '-'.
           05  SPACER1                        PIC X VALUE ' '.
           05  CHH2-WEEKDAY         PIC X(03) VALUE ALL '-'.
           05  SPACER2                        PIC X VALUE ' '.
           05  CHH2-NAME            PIC X(30) VALUE ALL '-'.
           05  SPACER3                        PIC X VALUE ' '.
           05  CHH2-NOTE            PIC X(20) VALUE ALL '-'.
           05  FILLER                         PIC X(34) VALUE SPACES.
      /
       01  W-CAL-HOLIDAY-LINE.
           05  CHL-DATE             PIC X(10).
           05  SPACER1                        PIC X.
           05  CHL-WEEKDAY          PIC X(03).
           05  SPACER2                        PIC X.
           05  CHL-NAME             PIC X(30).
           05  SPACER3                        PIC X.
           05  CHL-NOTE             PIC X(20).
           05  FILLER                         PIC X(34).
      /
       01  W-CAL-CHECK-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  CCK-TEXT              PIC X(45).
           05  CCK-FISCAL-YEAR-LIT   PIC X(03).
           05  CCK-FISCAL-YEAR       PIC X(04).
           05  CCK-PERIOD-LIT        PIC X(08).
           05  CCK-PERIOD            PIC X(02).
           05  FILLER                PIC X(28) VALUE SPACES.
      /
       01  W-CAL-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-CAL-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  CCT-LABEL             PIC X(30).
           05  CCT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.
      /
       01  W-SECTION-CARDS.
           05  FILLER  PIC X(34) VALUE
               '--- CALENDAR MAINTENANCE CARDS ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-PERIODS.
           05  FILLER  PIC X(34) VALUE
               '--- FISCAL PERIODS             ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-HOLIDAYS.
           05  FILLER  PIC X(34) VALUE
               '--- HOLIDAYS                   ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-CHECKS.
           05  FILLER  PIC X(34) VALUE
               '--- CALENDAR CHECKS            ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-COUNTS.
           05  FILLER  PIC X(34) VALUE
               '--- RUN COUNTS                 ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               '   BUSINESS CALENDAR     '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE          PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
