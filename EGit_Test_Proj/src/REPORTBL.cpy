      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPBAL10          2026-10-15      *
      *          MONTH-END CROSS-INTERFACE                             *
      *          BALANCING CERTIFICATE LAYOUTS                         *
      *                                                                *
      ******************************************************************

       01  W-BAL-FIG-HEADER1.
           05  FGH-SOURCE            PIC X(10) VALUE 'SOURCE'.
           05  FGH-LABEL             PIC X(30) VALUE 'CONTROL FIGURE'.
           05  FGH-VALUE             PIC X(21)
               VALUE '                VALUE'.
           05  SPACER1                         PIC X VALUE ' '.
           05  FGH-NOTE              PIC X(38) VALUE 'NOTE'.
      /
       01  W-BAL-FIG-HEADER2.
           05  FGH2-SOURCE           PIC X(10) VALUE '--------'.
           05  FGH2-LABEL            PIC X(30) VALUE ALL '-'.
           05  FGH2-VALUE            PIC X(21) VALUE ALL '-'.
           05  SPACER1                         PIC X VALUE ' '.
           05  FGH2-NOTE             PIC X(38) VALUE ALL '-'.
      /
       01  W-BAL-FIG-AMOUNT-LINE.
           05  FGA-SOURCE            PIC X(10).
           05  FGA-LABEL             PIC X(30).
           05  FGA-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SPACER1                         PIC X.
           05  FGA-NOTE              PIC X(38).
      /
       01  W-BAL-FIG-COUNT-LINE.
           05  FGC-SOURCE            PIC X(10).
           05  FGC-LABEL             PIC X(30).
           05  FGC-COUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(03).
           05  SPACER1                         PIC X.
           05  FGC-NOTE              PIC X(38).
      /
       01  W-BAL-FIG-TEXT-LINE.
           05  FGT-SOURCE            PIC X(10).
           05  FGT-LABEL             PIC X(30).
           05  FGT-TEXT              PIC X(21).
           05  SPACER1                         PIC X.
           05  FGT-NOTE              PIC X(38).
      /
       01  W-BAL-PRF-HEADER1.
           05  PRH-LABEL             PIC X(26) VALUE 'RELATIONSHIP'.
           05  PRH-LEFT              PIC X(21)
               VALUE '            LEFT SIDE'.
           05  SPACER1                         PIC X VALUE ' '.
           05  PRH-RIGHT             PIC X(21)
               VALUE '           RIGHT SIDE'.
           05  SPACER2                         PIC X VALUE ' '.
           05  PRH-DIFF              PIC X(21)
               VALUE '           DIFFERENCE'.
           05  SPACER3                         PIC X VALUE ' '.
           05  PRH-STATUS            PIC X(08) VALUE 'STATUS'.
      /
       01  W-BAL-PRF-HEADER2.
           05  PRH2-LABEL            PIC X(26) VALUE ALL '-'.
           05  PRH2-LEFT             PIC X(21) VALUE ALL '-'.
           05  SPACER1                         PIC X VALUE ' '.
           05  PRH2-RIGHT            PIC X(21) VALUE ALL '-'.
           05  SPACER2                         PIC X VALUE ' '.
           05  PRH2-DIFF             PIC X(21) VALUE ALL '-'.
           05  SPACER3                         PIC X VALUE ' '.
           05  PRH2-STATUS           PIC X(08) VALUE ALL '-'.
      /
       01  W-BAL-PRF-AMOUNT-LINE.
           05  PRA-LABEL             PIC X(26).
           05  PRA-LEFT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SPACER1                         PIC X.
           05  PRA-RIGHT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SPACER2                         PIC X.
           05  PRA-DIFF              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  SPACER3                         PIC X.
           05  PRA-STATUS            PIC X(08).
      /
       01  W-BAL-PRF-COUNT-LINE.
           05  PRC-LABEL             PIC X(26).
           05  PRC-LEFT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(03).
           05  SPACER1                         PIC X.
           05  PRC-RIGHT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(03).
           05  SPACER2                         PIC X.
           05  PRC-DIFF              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(03).
           05  SPACER3                         PIC X.
           05  PRC-STATUS            PIC X(08).
      /
       01  W-BAL-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-BAL-TEXT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  BTL-TEXT              PIC X(80).
           05  FILLER                PIC X(10) VALUE SPACES.
      /
       01  W-BAL-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  BCL-LABEL             PIC X(30).
           05  BCL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
      /
       01  W-SECTION-FIGURES.
           05  FILLER  PIC X(34) VALUE
               '--- CONTROL FIGURES BY SOURCE  ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-PROOFS.
           05  FILLER  PIC X(34) VALUE
               '--- RELATIONSHIPS PROVED       ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-CERTIFICATE.
           05  FILLER  PIC X(34) VALUE
               '--- CERTIFICATE                ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-BAL-SIGNOFF-LINE1.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(50) VALUE
               'PREPARED BY:  ______________________   DATE: _____'.
           05  FILLER                PIC X(40) VALUE SPACES.
      /
       01  W-BAL-SIGNOFF-LINE2.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(50) VALUE
               'FINANCE:      ______________________   DATE: _____'.
           05  FILLER                PIC X(40) VALUE SPACES.
      /
       01  W-BAL-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  BAL-TITLE      PIC X(25) VALUE
               ' MONTH-END BALANCING CERT'.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  BLT-DATE-LIT            PIC X(10)
               VALUE 'RUN DATE: '.
           05  BLT-RUN-DATE            PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
