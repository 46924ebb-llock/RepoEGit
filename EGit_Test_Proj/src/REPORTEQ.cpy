      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPEQT10          2026-10-15      *
      *          PAY EQUITY BY JOB, EDLEVEL BAND AND                   *
      *          TENURE BAND REPORT LAYOUTS                            *
      *                                                                *
      ******************************************************************

       01  W-EQ-DETAIL.
           05  EQD-JOB                         PIC X(08).
           05  SPACER1                         PIC X.
           05  EQD-ED-BAND                     PIC X(05).
           05  SPACER2                         PIC X.
           05  EQD-TEN-BAND                    PIC X(05).
           05  SPACER3                         PIC X.
           05  EQD-M-COUNT                     PIC ZZZ9.
           05  SPACER4                         PIC X.
           05  EQD-M-AVG                       PIC ZZZZZZ9.99.
           05  SPACER5                         PIC X.
           05  EQD-M-MED                       PIC ZZZZZZ9.99.
           05  SPACER6                         PIC X.
           05  EQD-F-COUNT                     PIC ZZZ9.
           05  SPACER7                         PIC X.
           05  EQD-F-AVG                       PIC ZZZZZZ9.99.
           05  SPACER8                         PIC X.
           05  EQD-F-MED                       PIC ZZZZZZ9.99.
           05  SPACER9                         PIC X.
           05  EQD-GAP-AMT                     PIC -ZZZZZZ9.99.
           05  SPACER10                        PIC X.
           05  EQD-GAP-PCT                     PIC -ZZZ9.99.
           05  SPACER11                        PIC X.
           05  EQD-FLAG                        PIC X(03).
           05  FILLER                          PIC X(01).
      /
       01  W-EQ-HEADER1.
           05  EH1-JOB              PIC X(08) VALUE 'JOB'.
           05  SPACER1                        PIC X VALUE ' '.
           05  EH1-ED-BAND          PIC X(05) VALUE 'EDLVL'.
           05  SPACER2                        PIC X VALUE ' '.
           05  EH1-TEN-BAND         PIC X(05) VALUE 'YEARS'.
           05  SPACER3                        PIC X VALUE ' '.
           05  EH1-M-COUNT          PIC X(04) VALUE ' M #'.
           05  SPACER4                        PIC X VALUE ' '.
           05  EH1-M-AVG            PIC X(10) VALUE '  MALE AVG'.
           05  SPACER5                        PIC X VALUE ' '.
           05  EH1-M-MED            PIC X(10) VALUE '  MALE MED'.
           05  SPACER6                        PIC X VALUE ' '.
           05  EH1-F-COUNT          PIC X(04) VALUE ' F #'.
           05  SPACER7                        PIC X VALUE ' '.
           05  EH1-F-AVG            PIC X(10) VALUE 'FEMALE AVG'.
           05  SPACER8                        PIC X VALUE ' '.
           05  EH1-F-MED            PIC X(10) VALUE 'FEMALE MED'.
           05  SPACER9                        PIC X VALUE ' '.
           05  EH1-GAP-AMT          PIC X(11) VALUE '    GAP AMT'.
           05  SPACER10                       PIC X VALUE ' '.
           05  EH1-GAP-PCT          PIC X(08) VALUE '   GAP %'.
           05  SPACER11                       PIC X VALUE ' '.
           05  EH1-FLAG             PIC X(03) VALUE 'FLG'.
           05  FILLER                         PIC X(01) VALUE SPACES.
      /
       01  W-EQ-HEADER2.
           05  EH2-JOB              PIC X(08) VALUE '---'.
           05  SPACER1                        PIC X VALUE ' '.
           05  EH2-ED-BAND          PIC X(05) VALUE '-----'.
           05  SPACER2                        PIC X VALUE ' '.
           05  EH2-TEN-BAND         PIC X(05) VALUE '-----'.
           05  SPACER3                        PIC X VALUE ' '.
           05  EH2-M-COUNT          PIC X(04) VALUE '----'.
           05  SPACER4                        PIC X VALUE ' '.
           05  EH2-M-AVG            PIC X(10) VALUE '----------'.
           05  SPACER5                        PIC X VALUE ' '.
           05  EH2-M-MED            PIC X(10) VALUE '----------'.
           05  SPACER6                        PIC X VALUE ' '.
           05  EH2-F-COUNT          PIC X(04) VALUE '----'.
           05  SPACER7                        PIC X VALUE ' '.
           05  EH2-F-AVG            PIC X(10) VALUE '----------'.
           05  SPACER8                        PIC X VALUE ' '.
           05  EH2-F-MED            PIC X(10) VALUE '----------'.
           05  SPACER9                        PIC X VALUE ' '.
           05  EH2-GAP-AMT          PIC X(11) VALUE '-----------'.
           05  SPACER10                       PIC X VALUE ' '.
           05  EH2-GAP-PCT          PIC X(08) VALUE '--------'.
           05  SPACER11                       PIC X VALUE ' '.
           05  EH2-FLAG             PIC X(03) VALUE '---'.
           05  FILLER                         PIC X(01) VALUE SPACES.
      /
       01  W-EQ-PARM-LINE.
           05  EPL-LABEL             PIC X(30).
           05  EPL-VALUE             PIC X(40).
           05  FILLER                PIC X(30) VALUE SPACES.
      /
       01  W-EQ-TEXT-LINE.
           05  ETL-TEXT              PIC X(70).
           05  FILLER                PIC X(30) VALUE SPACES.
      /
       01  W-SECTION-GROUPS.
           05  FILLER  PIC X(34) VALUE
               '--- PAY BY SEX WITHIN GROUP    ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  SCL-LABEL             PIC X(30).
           05  SCL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' PAY EQUITY BY JOB       '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  SPACER3                          PIC X(65) VALUE ' '.
