      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION FOR EMPRCN10          2026-10-15      *
      *          UNEXPLAINED-CHANGE AUDIT LAYOUTS                      *
      *                                                                *
      ******************************************************************

       01  W-RCN-SECTION-LINE.
           05  RSL-TEXT                       PIC X(60).
           05  FILLER                         PIC X(40) VALUE SPACES.
      /
       01  W-RCN-ROW-DETAIL.
           05  RRD-EMPNO                      PIC X(06).
           05  SPACER1                        PIC X.
           05  RRD-WORK-DEPT                  PIC X(03).
           05  SPACER2                        PIC X.
           05  RRD-LAST-NAME                  PIC X(15).
           05  SPACER3                        PIC X.
           05  RRD-FIRST-NAME                 PIC X(12).
           05  SPACER4                        PIC X.
           05  RRD-SALARY                     PIC X(10).
           05  SPACER5                        PIC X.
           05  RRD-NOTE                       PIC X(30).
           05  FILLER                         PIC X(19).
      /
       01  W-RCN-CHG-DETAIL.
           05  RCD-EMPNO                      PIC X(06).
           05  SPACER1                        PIC X.
           05  RCD-FIELD                      PIC X(10).
           05  SPACER2                        PIC X.
           05  RCD-OLD-VALUE                  PIC X(15).
           05  RCD-ARROW                      PIC X(04) VALUE ' -> '.
           05  RCD-NEW-VALUE                  PIC X(15).
           05  SPACER3                        PIC X.
           05  RCD-NOTE                       PIC X(30).
           05  FILLER                         PIC X(17).
      /
       01  W-RCN-COUNT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  RCL-LABEL             PIC X(30).
           05  RCL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(53) VALUE SPACES.
      /
       01  W-REPORT-TITLE.
           05  SPACER1                 PIC X(5) VALUE '*****'.
           05  REPORT-TITLE   PIC X(25) VALUE
               ' UNEXPLAINED CHANGES     '.
           05  SPACER2                 PIC X(5) VALUE '*****'.
           05  TITLE-WINDOW-LIT        PIC X(08) VALUE ' CYCLE: '.
           05  TITLE-PREV-CYCLE        PIC X(10).
           05  TITLE-TO-LIT            PIC X(04) VALUE ' TO '.
           05  TITLE-CURR-CYCLE        PIC X(10).
           05  SPACER3                          PIC X(33) VALUE ' '.
