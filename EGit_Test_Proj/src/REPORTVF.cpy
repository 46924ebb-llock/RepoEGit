      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR DB2CBLVF          2026-10-15      *
      *          THREE-WAY EMPLOYEE MASTER VERIFY                      *
      *          REPORT LAYOUTS                                        *
      *                                                                *
      ******************************************************************

       01  W-VFY-DETAIL.
           05  VFD-EMPNO             PIC X(06).
           05  SPACER1                         PIC X.
           05  VFD-COPY              PIC X(08).
           05  VFD-MARK              PIC X(01).
           05  SPACER2                         PIC X.
           05  VFD-FIELD             PIC X(09).
           05  SPACER3                         PIC X.
           05  VFD-DB2-VALUE         PIC X(36).
           05  SPACER4                         PIC X.
           05  VFD-COPY-VALUE        PIC X(36).
      /
       01  W-VFY-HEADER1.
           05  VF1-EMPNO             PIC X(06) VALUE 'EMPNO'.
           05  SPACER1                         PIC X VALUE ' '.
           05  VF1-COPY              PIC X(09) VALUE 'COPY'.
           05  SPACER2                         PIC X VALUE ' '.
           05  VF1-FIELD             PIC X(09) VALUE 'FIELD'.
           05  SPACER3                         PIC X VALUE ' '.
           05  VF1-DB2-VALUE         PIC X(36)
               VALUE 'DSN8110.EMP VALUE'.
           05  SPACER4                         PIC X VALUE ' '.
           05  VF1-COPY-VALUE        PIC X(36) VALUE 'COPY VALUE'.
      /
       01  W-VFY-HEADER2.
           05  VF2-EMPNO             PIC X(06) VALUE '------'.
           05  SPACER1                         PIC X VALUE ' '.
           05  VF2-COPY              PIC X(09) VALUE '--------'.
           05  SPACER2                         PIC X VALUE ' '.
           05  VF2-FIELD             PIC X(09) VALUE '---------'.
           05  SPACER3                         PIC X VALUE ' '.
           05  VF2-DB2-VALUE         PIC X(36) VALUE ALL '-'.
           05  SPACER4                         PIC X VALUE ' '.
           05  VF2-COPY-VALUE        PIC X(36) VALUE ALL '-'.
      /
       01  W-VFY-BLANK-LINE.
           05  FILLER                PIC X(100) VALUE SPACES.
      /
       01  W-VFY-INFO-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  VIL-LABEL             PIC X(30).
           05  VIL-VALUE             PIC X(50).
           05  FILLER                PIC X(10) VALUE SPACES.
      /
       01  W-VFY-TEXT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  VTL-TEXT              PIC X(80).
           05  FILLER                PIC X(10) VALUE SPACES.
      /
       01  W-SECTION-DISCREPANCIES.
           05  FILLER  PIC X(34) VALUE
               '--- DISCREPANCIES BY EMPNO     ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-SUMMARY.
           05  FILLER  PIC X(34) VALUE
               '--- DISCREPANCY COUNTS         ---'.
           05  FILLER                          PIC X(66) VALUE SPACES.
      /
       01  W-SECTION-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  SCL-LABEL             PIC X(30).
           05  SCL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.
      /
       01  W-FIELD-COUNT-HEADER.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FCH-LABEL             PIC X(30)
               VALUE 'FIELD MISMATCHES BY FIELD'.
           05  FCH-EXT-COUNT         PIC X(11) VALUE '   EXTO0010'.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FCH-MST-COUNT         PIC X(11) VALUE '    EMPMAST'.
           05  FILLER                PIC X(36) VALUE SPACES.
      /
       01  W-FIELD-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FCL-LABEL             PIC X(30).
           05  FCL-EXT-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FCL-MST-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(36) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' THREE-WAY MASTER VERIFY '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-DATE-LIT          PIC X(10)
               VALUE 'RUN DATE: '.
           05  TITLE-RUN-DATE          PIC X(10).
           05  SPACER3                          PIC X(45) VALUE ' '.
