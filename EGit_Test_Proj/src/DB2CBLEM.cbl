      *  TERMINATIONS) TO THE CUMULATIVE EHST0010 CHANGE HISTORY
      *  FILE THAT THE EMPHST10 INQUIRY REPORTS ON.
      *
      *  BEFORE A TERMINATION DELETES THE ROW, THE FULL DCLEMP ROW
      *  IS APPENDED TO THE PERMANENT SEPH0010 SEPARATION HISTORY
      *  WITH THE SEPARATION DATE AND REASON FROM THE T CARD, SO
      *  THE EMPTOV10 TURNOVER REPORT HAS THE LEAVER'S DEPARTMENT,
      *  JOB AND HIREDATE AFTER THE ROW IS GONE.
      *
      *  A CARD MAY CARRY AN EFFECTIVE DATE.  A CARD DATED AFTER
      *  TODAY IS PUT THROUGH THE SAME EDITS NOW, SO HR SEES THE
      *  ERRORS THE DAY IT IS KEYED, BUT IS NOT APPLIED - IT IS
      *  APPENDED TO THE PEND0010 PENDING FILE AND LISTED AS HELD.
      *  THE NIGHTLY EMPPND10 RELEASE PUTS IT BACK AHEAD OF THE
      *  CARD DECK ON ITS EFFECTIVE DATE, WHEN IT IS EDITED AGAIN
      *  AND APPLIED LIKE ANY OTHER CARD.
      *
      *  POSITION CONTROL - A HIRE, OR A CHANGE THAT MOVES SOMEONE
      *  TO ANOTHER WORKDEPT OR JOB, MUST LAND IN AN OPEN POSMAST
      *  POSITION WITH A VACANCY (FILLED COUNT FROM DSN8110.EMP
      *  BELOW THE AUTHORIZED COUNT).  OTHERWISE THE CARD IS NOT
      *  APPLIED AND IS LISTED AS NO POSITION.  A HELD CARD IS NOT
      *  CHECKED UNTIL IT IS RELEASED, SINCE HEADCOUNT WILL HAVE
      *  MOVED BY THEN.  AFTER A HIRE, TRANSFER OR TERMINATION THE
      *  POSITIONS TOUCHED HAVE THEIR VACANT-SINCE DATE STAMPED OR
      *  CLEARED, SO EMPPOS10 CAN AGE THE VACANCIES.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *                COLS 70-78  SALARY - 9 DIGITS, 2 IMPLIED
      *                            DECIMALS (005250000 = 52500.00)
      *                ON A CHANGE, A BLANK FIELD IS LEFT UNCHANGED
      *                ON A T CARD THE HIREDATE/JOB COLUMNS CARRY:
      *                COLS 43-50  SEPARATION DATE - YYYYMMDD,
      *                            BLANK = TODAY
      *                COL  51     SEPARATION REASON - V VOLUNTARY,
      *                            I INVOLUNTARY, R RETIREMENT,
      *                            X TRANSFER-OUT
      *                COLS 81-88  EFFECTIVE DATE - YYYYMMDD, BLANK
      *                            OR NOT AFTER TODAY = APPLY NOW
      *
      *  OUTPUT FILES: MAINTENANCE AUDIT LISTING
      *                EHST0010 - CHANGE HISTORY FILE (APPEND)
      *                SEPH0010 - SEPARATION HISTORY FILE (APPEND)
      *                PEND0010 - PENDING FUTURE-DATED CARDS (APPEND)
      *
      *  I-O FILES:    POSMAST  - VSAM KSDS POSITION MASTER
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                EMNTRPT
      *                EMPHSTR
      *                SEPHREC
      *                PENDREC
      *                POSNREC
      *    TABLES:
      *            DSN8110.EMP
      *            DSN8110.DEPT
      *          -180/-181 REJECTS THE CARD TO THE                     *
      *          AUDIT LISTING - ONE IMPOSSIBLE DATE                   *
      *          ABENDED THE WHOLE DECK                                *
      *  LOUIS - T CARDS NOW CARRY A SEPARATION DATE   2026-10-15      *
      *          AND REASON CODE, AND THE FULL ROW IS                  *
      *          APPENDED TO SEPH0010 BEFORE THE                       *
      *          DELETE FOR THE TURNOVER REPORTING                     *
      *  LOUIS - CARD WIDENED TO 100 BYTES WITH AN     2026-10-15      *
      *          EFFECTIVE DATE - FUTURE-DATED CARDS                   *
      *          ARE EDITED AND HELD ON PEND0010                       *
      *  LOUIS - HIRES AND TRANSFERS MUST FILL AN OPEN 2026-10-15      *
      *          POSMAST POSITION WITH A VACANCY, AND                  *
      *          VACANT-SINCE IS STAMPED ON THE                        *
      *          POSITIONS A CARD FILLS OR EMPTIES                     *
      *  LOUIS - POSITION COUNT SELECTS THROUGH THE    2026-10-15      *
      *          DCLEMP HOST VARIABLES, NOT POSMAST                    *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
                                       FILE STATUS IS WS-EHST-STATUS.
           SELECT CTLL-FILE           ASSIGN TO CTLL0010
                                       FILE STATUS IS WS-CTLL-STATUS.
           SELECT SEPH-FILE           ASSIGN TO SEPH0010
                                       FILE STATUS IS WS-SEPH-STATUS.
           SELECT PEND-FILE           ASSIGN TO PEND0010
                                       FILE STATUS IS WS-PEND-STATUS.
           SELECT POSN-FILE           ASSIGN TO POSMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS POSN-KEY
                                       FILE STATUS IS WS-POSN-STATUS.

       DATA DIVISION.

           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMNT-CARD-RECORD.

       01  EMNT-CARD-RECORD  PIC X(100).

      ******************************************************************
      * FILE:  AUDIT-FILE                         DDNAME - AUDT0020    *
           DATA RECORD IS CTLL-RECORD.

       01  CTLL-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  SEPH-FILE                          DDNAME - SEPH0010    *
      *        PERMANENT SEPARATION HISTORY - APPEND ONLY              *
      ******************************************************************

       FD  SEPH-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SEPH-RECORD.

       01  SEPH-RECORD       PIC X(200).

      ******************************************************************
      * FILE:  PEND-FILE                          DDNAME - PEND0010    *
      *        HELD FUTURE-DATED MAINTENANCE CARDS - APPEND ONLY       *
      ******************************************************************

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PEND-RECORD.

       01  PEND-RECORD       PIC X(150).

      ******************************************************************
      * FILE:  POSN-FILE                          DDNAME - POSMAST     *
      *        VSAM KSDS POSITION MASTER KEYED BY WORKDEPT AND JOB     *
      ******************************************************************

       FD  POSN-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POSN-RECORD.

       COPY POSNREC.
      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
       COPY EDTLIMR.
      /
       COPY EMPHSTR.
      /
       COPY SEPHREC.
      /
       COPY PENDREC.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
           88  EMNT-EOF                      VALUE 'Y'.
       01   W-VALID-SW           PIC X(01) VALUE 'N'.
           88  TRANSACTION-VALID             VALUE 'Y'.
       01   W-HELD-SW            PIC X(01) VALUE 'N'.
           88  TRANSACTION-HELD              VALUE 'Y'.
       01   W-REASON             PIC X(25) VALUE SPACES.
       01   W-POSN-CHECK-SW      PIC X(01) VALUE 'N'.
           88  POSITION-CHECK-NEEDED         VALUE 'Y'.
       01   W-POSN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  POSITION-FOUND                VALUE 'Y'.
       01   W-POSN-REFUSED-SW    PIC X(01) VALUE 'N'.
           88  POSITION-REFUSED              VALUE 'Y'.

      *    THE POSITION A CARD MOVES SOMEONE INTO AND THE ONE IT
      *    MOVES THEM OUT OF, FOR THE VACANCY CHECK AND STAMPING
       01   W-POSN-NEW-WORKDEPT  PIC X(03) VALUE SPACES.
       01   W-POSN-NEW-JOB       PIC X(08) VALUE SPACES.
       01   W-POSN-OLD-WORKDEPT  PIC X(03) VALUE SPACES.
       01   W-POSN-OLD-JOB       PIC X(08) VALUE SPACES.
       01   W-POSN-STAMP-DATE    PIC X(10) VALUE SPACES.
       01   W-FILLED-COUNT       PIC S9(09) COMP  VALUE ZERO.
       01   WS-POSN-STATUS       PIC X(02) VALUE SPACES.

       01   W-EDIT-FIELDS.
            05  W-SALARY-X       PIC X(09).
       01   W-OLD-IND-AREA.
            05  W-OLD-IND        PIC S9(4) COMP OCCURS 11 TIMES.

      *    NULL INDICATORS FOR THE FULL-ROW FETCH AHEAD OF A DELETE
       01   W-SEP-IND-AREA.
            05  W-SEP-IND        PIC S9(4) COMP OCCURS 15 TIMES.
       01   W-SEP-DATE-ISO       PIC X(10) VALUE SPACES.
       01   WS-SEPH-STATUS       PIC X(02) VALUE SPACES.
       01   WS-PEND-STATUS       PIC X(02) VALUE SPACES.

       01   WS-SYS-DATE-8        PIC X(08) VALUE SPACES.

       01   W-HIST-FIELD         PIC X(10) VALUE SPACES.
       01   W-HIST-OLD           PIC X(15) VALUE SPACES.
       01   W-HIST-NEW           PIC X(15) VALUE SPACES.
          05  A-CHANGES-APPLIED        PIC S9(8) COMP  VALUE ZERO.
          05  A-TERMS-APPLIED          PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-SEPARATIONS-WRITTEN    PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-HELD             PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITION-REFUSED       PIC S9(8) COMP  VALUE ZERO.
          05  A-POSITIONS-STAMPED      PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.
               MOVE  'OPEN EHST0010'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
           OPEN EXTEND SEPH-FILE.
           IF  WS-SEPH-STATUS  NOT =  '00'
               DISPLAY 'OPEN SEPH0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-SEPH-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN SEPH0010'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
           OPEN EXTEND PEND-FILE.
           IF  WS-PEND-STATUS  NOT =  '00'
               DISPLAY 'OPEN PEND0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-PEND-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN PEND0010'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
           OPEN I-O POSN-FILE.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'OPEN I-O POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN I-O POSMAST'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

      *    A CARD EFFECTIVE AFTER TODAY IS HELD, NOT APPLIED
           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.

           INITIALIZE   AUDIT-RECORD
                      W-AUDT-RECORD.
           DISPLAY 'TOTAL CHANGES APPLIED     '  A-CHANGES-APPLIED.
           DISPLAY 'TOTAL TERMS APPLIED       '  A-TERMS-APPLIED.
           DISPLAY 'TOTAL NOT APPLIED         '  A-TRANS-REJECTED.
           DISPLAY 'TOTAL SEPARATIONS WRITTEN '  A-SEPARATIONS-WRITTEN.
           DISPLAY 'TOTAL HELD FOR EFF DATE   '  A-TRANS-HELD.
           DISPLAY 'TOTAL REFUSED NO POSITION '  A-POSITION-REFUSED.
           DISPLAY 'TOTAL POSITIONS RESTAMPED '  A-POSITIONS-STAMPED.

           CLOSE EMNT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE EHST-FILE.
           CLOSE SEPH-FILE.
           CLOSE PEND-FILE.
           CLOSE POSN-FILE.

       EXIT-PROGRAM.
           GOBACK.
      ******************************************************************
      ******************************************************************

           MOVE  'N'  TO  W-HELD-SW
                          W-POSN-CHECK-SW
                          W-POSN-REFUSED-SW.

           PERFORM P0300-VALIDATE-TRANSACTION.

           IF  TRANSACTION-VALID
               PERFORM P0370-CHECK-EFFECTIVE-DATE
           END-IF.

           IF  TRANSACTION-VALID  AND
               NOT  TRANSACTION-HELD
               PERFORM P0390-CHECK-POSITION
           END-IF.

           IF  TRANSACTION-HELD
               PERFORM P0380-HOLD-TRANSACTION
           ELSE
               IF  TRANSACTION-VALID
                   PERFORM P0320-APPLY-TRANSACTION
               END-IF
               IF  TRANSACTION-VALID
                   PERFORM P0395-STAMP-VACANCIES
               END-IF
           END-IF.

           PERFORM P0400-WRITE-AUDIT-LINE.
      *****************************************************************
       P0303-VALIDATE-TERM.

           IF  NOT  EMNT-SEP-REASON-VALID
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'SEP REASON NOT V/I/R/X' TO  W-REASON
           END-IF.

           IF  TRANSACTION-VALID  AND  EMNT-SEP-DATE  NOT =  SPACES
               MOVE  EMNT-SEP-DATE  TO  W-DATE-CHECK
               PERFORM P0312-EDIT-DATE-FIELD
               IF  NOT  DATE-FIELD-OK
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'SEP DATE NOT A DATE'   TO  W-REASON
               END-IF
           END-IF.

           IF  TRANSACTION-VALID
               PERFORM P5035-COUNT-EMP-ROW
               IF  W-EMP-COUNT  =  ZERO
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'EMPNO NOT ON TABLE'    TO  W-REASON
               END-IF
           END-IF.
      /
      *****************************************************************
      *****************************************************************
       P0350-APPLY-TERM.

      *    ONCE THE ROW IS DELETED THE LEAVER'S DEPARTMENT, JOB AND
      *    HIREDATE ARE GONE - THE FULL ROW GOES TO SEPH0010 FIRST
           MOVE  SPACES  TO  FIRSTNME-TEXT
                             LASTNAME-TEXT.
           PERFORM P5039-GET-SEPARATION-ROW.

           IF  SQLCODE  =  DB2-END-OF-TABLE
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'EMPNO NOT ON TABLE'    TO  W-REASON
           ELSE
               PERFORM P0355-SET-SEPARATION-DATE
           END-IF.

           IF  TRANSACTION-VALID
               PERFORM P0515-WRITE-SEPARATION-RECORD
               PERFORM P5070-DELETE-EMP-ROW
               MOVE  'ROW'        TO  W-HIST-FIELD
               MOVE  SPACES       TO  W-HIST-OLD
               MOVE  '*DELETED*'  TO  W-HIST-NEW
           END-IF.
      /
      *****************************************************************
      *   S E T   A N D   C H E C K   T H E   S E P A R A T I O N      *
      *   D A T E                                                      *
      *****************************************************************
       P0355-SET-SEPARATION-DATE.

           IF  EMNT-SEP-DATE  =  SPACES
               MOVE  W-CURRENT-TS(1:10)    TO  W-SEP-DATE-ISO
           ELSE
               MOVE  EMNT-SEP-DATE(1:4)    TO  W-DI-YYYY
               MOVE  EMNT-SEP-DATE(5:2)    TO  W-DI-MM
               MOVE  EMNT-SEP-DATE(7:2)    TO  W-DI-DD
               MOVE  W-DATE-ISO            TO  W-SEP-DATE-ISO
           END-IF.

           IF  W-SEP-IND(7)  NOT <  ZERO  AND
               W-SEP-DATE-ISO  <  HIREDATE
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'SEP DATE BEFORE HIREDATE' TO  W-REASON
           END-IF.
      /
      *****************************************************************
      *   E D I T   T H E   E F F E C T I V E   D A T E                *
      *****************************************************************
       P0370-CHECK-EFFECTIVE-DATE.

           IF  EMNT-EFFECTIVE-DATE  NOT =  SPACES
               MOVE  EMNT-EFFECTIVE-DATE  TO  W-DATE-CHECK
               PERFORM P0312-EDIT-DATE-FIELD
               IF  NOT  DATE-FIELD-OK
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'EFFECTIVE DATE NOT A DATE' TO  W-REASON
               ELSE
                   IF  EMNT-EFFECTIVE-DATE  >  WS-SYS-DATE-8
                       MOVE  'Y'             TO  W-HELD-SW
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   H O L D   A   F U T U R E - D A T E D   C A R D              *
      *****************************************************************
       P0380-HOLD-TRANSACTION.

      *    THE CARD IS KEPT AS KEYED - IT IS EDITED AGAIN WHEN THE
      *    RELEASE FEEDS IT BACK, SINCE THE TABLE MAY HAVE MOVED ON
           PERFORM P5090-GET-CURRENT-TS.

           INITIALIZE  W-PEND-RECORD.
           MOVE  'E'                  TO  PEND-SOURCE.
           MOVE  EMNT-EMPNO           TO  PEND-KEY.
           MOVE  EMNT-ACTION          TO  PEND-ACTION.
           MOVE  EMNT-EFFECTIVE-DATE  TO  PEND-EFFECTIVE-DATE.
           MOVE  W-CURRENT-TS         TO  PEND-HELD-TS.
           MOVE  C-THIS-PGM           TO  PEND-HELD-BY.
           MOVE  W-EMNT-RECORD        TO  PEND-CARD-IMAGE.

           WRITE PEND-RECORD  FROM  W-PEND-RECORD.
           IF  WS-PEND-STATUS  NOT =  '00'
               DISPLAY 'P0380 WRITE PEND0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-PEND-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0380-HOLD-TRANSACTION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   C H E C K   T H E   T A R G E T   P O S I T I O N            *
      *****************************************************************
       P0390-CHECK-POSITION.

           EVALUATE  EMNT-ACTION
               WHEN  'A'
                   MOVE  EMNT-WORKDEPT     TO  W-POSN-NEW-WORKDEPT
                   MOVE  EMNT-JOB          TO  W-POSN-NEW-JOB
                   MOVE  SPACES            TO  W-POSN-OLD-WORKDEPT
                                               W-POSN-OLD-JOB
                   MOVE  'Y'               TO  W-POSN-CHECK-SW
               WHEN  'C'
                   IF  EMNT-WORKDEPT  NOT =  SPACES  OR
                       EMNT-JOB       NOT =  SPACES
                       PERFORM P0391-SET-TRANSFER-TARGET
                   END-IF
           END-EVALUATE.

           IF  POSITION-CHECK-NEEDED
               PERFORM P0392-EDIT-POSITION
           END-IF.
      /
      *****************************************************************
      *   W H E R E   A   C H A N G E   M O V E S   S O M E O N E      *
      *****************************************************************
       P0391-SET-TRANSFER-TARGET.

           MOVE  EMNT-EMPNO  TO  EMPNO.
           PERFORM P5038-GET-OLD-ROW.

           IF  SQLCODE  =  DB2-OK
               MOVE  W-OLD-WORKDEPT    TO  W-POSN-OLD-WORKDEPT
               MOVE  W-OLD-JOB         TO  W-POSN-OLD-JOB
               IF  W-OLD-IND(4)  <  ZERO
                   MOVE  SPACES        TO  W-POSN-OLD-WORKDEPT
               END-IF
               IF  W-OLD-IND(7)  <  ZERO
                   MOVE  SPACES        TO  W-POSN-OLD-JOB
               END-IF
               MOVE  W-POSN-OLD-WORKDEPT  TO  W-POSN-NEW-WORKDEPT
               MOVE  W-POSN-OLD-JOB       TO  W-POSN-NEW-JOB
               IF  EMNT-WORKDEPT  NOT =  SPACES
                   MOVE  EMNT-WORKDEPT TO  W-POSN-NEW-WORKDEPT
               END-IF
               IF  EMNT-JOB  NOT =  SPACES
                   MOVE  EMNT-JOB      TO  W-POSN-NEW-JOB
               END-IF
      *        RE-KEYING THE SAME DEPT OR JOB IS NOT A TRANSFER
               IF  W-POSN-NEW-WORKDEPT  NOT =  W-POSN-OLD-WORKDEPT  OR
                   W-POSN-NEW-JOB       NOT =  W-POSN-OLD-JOB
                   MOVE  'Y'           TO  W-POSN-CHECK-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   E D I T   T H E   T A R G E T   P O S I T I O N              *
      *****************************************************************
       P0392-EDIT-POSITION.

           IF  W-POSN-NEW-JOB  =  SPACES
               MOVE  'JOB MISSING - NO POSITION'  TO  W-REASON
               MOVE  'Y'                     TO  W-POSN-REFUSED-SW
           ELSE
               MOVE  W-POSN-NEW-WORKDEPT     TO  POSN-WORKDEPT
               MOVE  W-POSN-NEW-JOB          TO  POSN-JOB
               PERFORM P0393-READ-POSITION
               EVALUATE  TRUE
                   WHEN  NOT  POSITION-FOUND
                       MOVE  'NO POSITION FOR DEPT/JOB'  TO  W-REASON
                       MOVE  'Y'             TO  W-POSN-REFUSED-SW
                   WHEN  POSN-CLOSED
                       MOVE  'POSITION CLOSED'   TO  W-REASON
                       MOVE  'Y'             TO  W-POSN-REFUSED-SW
                   WHEN  OTHER
                       PERFORM P5036-COUNT-FILLED
                       IF  W-FILLED-COUNT  NOT <  POSN-AUTHORIZED
                           MOVE  'NO VACANCY IN POSITION'
                                             TO  W-REASON
                           MOVE  'Y'         TO  W-POSN-REFUSED-SW
                       END-IF
               END-EVALUATE
           END-IF.

           IF  POSITION-REFUSED
               MOVE  'N'                     TO  W-VALID-SW
           END-IF.
      /
      *****************************************************************
      *   R E A D   T H E   P O S I T I O N   R E C O R D              *
      *****************************************************************
       P0393-READ-POSITION.

           READ  POSN-FILE.

           EVALUATE  WS-POSN-STATUS
               WHEN  '00'
                   MOVE  'Y'  TO  W-POSN-FOUND-SW
               WHEN  '23'
                   MOVE  'N'  TO  W-POSN-FOUND-SW
               WHEN  OTHER
                   DISPLAY 'P0393 READ POSMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0393-READ-POSITION'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
      *****************************************************************
      *   S T A M P   T H E   P O S I T I O N S   T O U C H E D        *
      *****************************************************************
       P0395-STAMP-VACANCIES.

      *    A TERMINATION OPENS ITS VACANCY ON THE SEPARATION DATE,
      *    ANYTHING ELSE ON THE DAY IT IS APPLIED
           MOVE  W-CURRENT-TS(1:10)  TO  W-POSN-STAMP-DATE.

           EVALUATE  TRUE
               WHEN  EMNT-ACTION  =  'A'
                   MOVE  W-POSN-NEW-WORKDEPT TO  POSN-WORKDEPT
                   MOVE  W-POSN-NEW-JOB      TO  POSN-JOB
                   PERFORM P0396-RESTAMP-POSITION
               WHEN  EMNT-ACTION  =  'C'  AND
                     POSITION-CHECK-NEEDED
                   MOVE  W-POSN-NEW-WORKDEPT TO  POSN-WORKDEPT
                   MOVE  W-POSN-NEW-JOB      TO  POSN-JOB
                   PERFORM P0396-RESTAMP-POSITION
                   MOVE  W-POSN-OLD-WORKDEPT TO  POSN-WORKDEPT
                   MOVE  W-POSN-OLD-JOB      TO  POSN-JOB
                   PERFORM P0396-RESTAMP-POSITION
               WHEN  EMNT-ACTION  =  'T'  AND
                     W-SEP-IND(5)  NOT <  ZERO  AND
                     W-SEP-IND(8)  NOT <  ZERO
                   MOVE  W-SEP-DATE-ISO      TO  W-POSN-STAMP-DATE
                   MOVE  WORKDEPT            TO  POSN-WORKDEPT
                   MOVE  JOB                 TO  POSN-JOB
                   PERFORM P0396-RESTAMP-POSITION
           END-EVALUATE.
      /
      *****************************************************************
      *   B R I N G   V A C A N T - S I N C E   I N   L I N E          *
      *****************************************************************
       P0396-RESTAMP-POSITION.

      *    A POSITION NOT ON FILE OR CLOSED IS LEFT ALONE - THE
      *    EMPPOS10 REPORT LISTS ITS INCUMBENTS AS EXCEPTIONS
           IF  POSN-WORKDEPT  =  SPACES  OR
               POSN-JOB       =  SPACES
               MOVE  'N'  TO  W-POSN-FOUND-SW
           ELSE
               PERFORM P0393-READ-POSITION
           END-IF.

           IF  POSITION-FOUND  AND  POSN-OPEN
               PERFORM P5036-COUNT-FILLED
               EVALUATE  TRUE
                   WHEN  W-FILLED-COUNT  <  POSN-AUTHORIZED  AND
                         POSN-VACANT-SINCE  =  SPACES
                       MOVE  W-POSN-STAMP-DATE  TO  POSN-VACANT-SINCE
                       PERFORM P0397-REWRITE-POSITION
                   WHEN  W-FILLED-COUNT  NOT <  POSN-AUTHORIZED  AND
                         POSN-VACANT-SINCE  NOT =  SPACES
                       MOVE  SPACES             TO  POSN-VACANT-SINCE
                       PERFORM P0397-REWRITE-POSITION
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   R E W R I T E   T H E   P O S I T I O N   R E C O R D        *
      *****************************************************************
       P0397-REWRITE-POSITION.

           MOVE  W-CURRENT-TS     TO  POSN-LAST-CHANGE-TS.
           MOVE  C-THIS-PGM       TO  POSN-LAST-CHANGE-BY.

           REWRITE  POSN-RECORD.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'P0397 REWRITE POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0397-REWRITE-POSITION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  A-POSITIONS-STAMPED  =
                    A-POSITIONS-STAMPED  +  1.
      /
      *****************************************************************
      *   A P P E N D   O N E   H I S T O R Y   R E C O R D            *
      *****************************************************************
       P0510-WRITE-HISTORY-RECORD.
           END-IF.
      /
      *****************************************************************
      *   A P P E N D   O N E   S E P A R A T I O N   R E C O R D      *
      *****************************************************************
       P0515-WRITE-SEPARATION-RECORD.

           INITIALIZE  W-SEPH-RECORD.
           MOVE  EMPNO            TO  SEPH-EMPNO.
           MOVE  FIRSTNME-TEXT    TO  SEPH-FIRSTNME.
           MOVE  MIDINIT          TO  SEPH-MIDINIT.
           MOVE  LASTNAME-TEXT    TO  SEPH-LASTNAME.

      *    A NULL COLUMN IS CARRIED AS SPACES (ZERO WHEN NUMERIC)
           IF  W-SEP-IND(5)  NOT <  ZERO
               MOVE  WORKDEPT     TO  SEPH-WORKDEPT
           END-IF.
           IF  W-SEP-IND(6)  NOT <  ZERO
               MOVE  PHONENO      TO  SEPH-PHONENO
           END-IF.
           IF  W-SEP-IND(7)  NOT <  ZERO
               MOVE  HIREDATE     TO  SEPH-HIREDATE
           END-IF.
           IF  W-SEP-IND(8)  NOT <  ZERO
               MOVE  JOB          TO  SEPH-JOB
           END-IF.
           IF  W-SEP-IND(9)  NOT <  ZERO
               MOVE  EDLEVEL      TO  SEPH-EDLEVEL
           END-IF.
           IF  W-SEP-IND(10)  NOT <  ZERO
               MOVE  SEX          TO  SEPH-SEX
           END-IF.
           IF  W-SEP-IND(11)  NOT <  ZERO
               MOVE  BIRTHDATE    TO  SEPH-BIRTHDATE
           END-IF.
           IF  W-SEP-IND(12)  NOT <  ZERO
               MOVE  SALARY       TO  SEPH-SALARY
           END-IF.
           IF  W-SEP-IND(13)  NOT <  ZERO
               MOVE  BONUS        TO  SEPH-BONUS
           END-IF.
           IF  W-SEP-IND(14)  NOT <  ZERO
               MOVE  COMM         TO  SEPH-COMM
           END-IF.
           IF  W-SEP-IND(15)  NOT <  ZERO
               MOVE  LASTCHG      TO  SEPH-LASTCHG
           END-IF.

           MOVE  W-SEP-DATE-ISO   TO  SEPH-SEP-DATE.
           MOVE  EMNT-SEP-REASON  TO  SEPH-SEP-REASON.
           MOVE  C-THIS-PGM       TO  SEPH-PROGRAM.
           MOVE  W-CURRENT-TS     TO  SEPH-TIMESTAMP.

           WRITE SEPH-RECORD  FROM  W-SEPH-RECORD.
           IF  WS-SEPH-STATUS  NOT =  '00'
               DISPLAY 'P0515 WRITE SEPH0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-SEPH-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0515-WRITE-SEPARATION-RECORD'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  A-SEPARATIONS-WRITTEN  =
                    A-SEPARATIONS-WRITTEN  +  1.
      /
      *****************************************************************
      *   B E F O R E   V A L U E S   F O R   T H E   H I S T O R Y    *
      *****************************************************************
       P0520-SET-OLD-WORKDEPT.
           MOVE  EMNT-ACTION    TO  AUD-ACTION.
           MOVE  EMNT-LASTNAME  TO  AUD-LASTNAME.

           EVALUATE  TRUE
               WHEN  TRANSACTION-HELD
                   MOVE  'HELD'        TO  AUD-STATUS
                   MOVE  EMNT-EFFECTIVE-DATE  TO  AHR-EFFECTIVE-DATE
                   MOVE  W-AUDT-HELD-REASON   TO  AUD-REASON
                   COMPUTE A-TRANS-HELD =
                           A-TRANS-HELD + 1
               WHEN  TRANSACTION-VALID
                   MOVE  'APPLIED'     TO  AUD-STATUS
                   EVALUATE  EMNT-ACTION
                       WHEN  'A'
                           COMPUTE A-ADDS-APPLIED =
                                   A-ADDS-APPLIED + 1
                       WHEN  'C'
                           COMPUTE A-CHANGES-APPLIED =
                                   A-CHANGES-APPLIED + 1
                       WHEN  'T'
                           COMPUTE A-TERMS-APPLIED =
                                   A-TERMS-APPLIED + 1
                   END-EVALUATE
               WHEN  POSITION-REFUSED
                   MOVE  'NO POSITION' TO  AUD-STATUS
                   MOVE  W-REASON      TO  AUD-REASON
                   COMPUTE A-TRANS-REJECTED =
                           A-TRANS-REJECTED + 1
                   COMPUTE A-POSITION-REFUSED =
                           A-POSITION-REFUSED + 1
               WHEN  OTHER
                   MOVE  'NOT APPLIED' TO  AUD-STATUS
                   MOVE  W-REASON      TO  AUD-REASON
                   COMPUTE A-TRANS-REJECTED =
                           A-TRANS-REJECTED + 1
           END-EVALUATE.

           WRITE AUDIT-RECORD  FROM  W-AUDT-RECORD.
      /
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O U N T   I N C U M B E N T S   I N   P O S I T I O N      *
      *****************************************************************
       P5036-COUNT-FILLED.

           MOVE  POSN-WORKDEPT  TO  WORKDEPT.
           MOVE  POSN-JOB       TO  JOB.

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :W-FILLED-COUNT
                   FROM DSN8110.EMP
                  WHERE WORKDEPT = :DCLEMP.WORKDEPT
                    AND JOB      = :DCLEMP.JOB
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5036 COUNT FILLED'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5036-COUNT-FILLED'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   F E T C H   T H E   B E F O R E   I M A G E                  *
      *****************************************************************
       P5038-GET-OLD-ROW.
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   F E T C H   T H E   F U L L   R O W   B E F O R E   A        *
      *   T E R M I N A T I O N                                        *
      *****************************************************************
       P5039-GET-SEPARATION-ROW.

             EXEC SQL
                 SELECT EMPNO,
                        FIRSTNME,
                        MIDINIT,
                        LASTNAME,
                        WORKDEPT,
                        PHONENO,
                        HIREDATE,
                        JOB,
                        EDLEVEL,
                        SEX,
                        BIRTHDATE,
                        SALARY,
                        BONUS,
                        COMM,
                        LASTCHG
                   INTO :DCLEMP :W-SEP-IND
                   FROM DSN8110.EMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK  OR
                 SQLCODE  =  DB2-END-OF-TABLE
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5039 GET SEPARATION ROW'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5039-GET-SEPARATION-ROW'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C U R R E N T   D B 2   T I M E S T A M P                    *
      *****************************************************************
       P5090-GET-CURRENT-TS.
