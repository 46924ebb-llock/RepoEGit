      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CBLBO.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  UPDATE-RUN BACKOUT - REVERSES A BAD DB2CBLMR, DB2CBLEM OR
      *  DB2CBLCA RUN FROM THE BEFORE-IMAGES ON THE CUMULATIVE
      *  EHST0010 CHANGE HISTORY.  THE HISTORY IS SELECTED BY
      *  PROGRAM NAME AND TIMESTAMP RANGE, OPTIONALLY NARROWED TO A
      *  LIST OF EMPNOS, AND EACH SELECTED DSN8110.EMP COLUMN IS SET
      *  BACK TO ITS BEFORE-IMAGE.  WHEN THE RUN CHANGED THE SAME
      *  COLUMN MORE THAN ONCE THE EARLIEST BEFORE-IMAGE IS RESTORED.
      *  EVERY RESTORED COLUMN BUMPS LASTCHG, SO THE LRUN010 DELTA
      *  EXTRACT AND THE EMPMAST DELTA REFRESH PICK THE ROW UP, AND
      *  APPENDS ITS OWN BEFORE/AFTER RECORD TO EHST0010 UNDER THIS
      *  PROGRAM'S NAME.
      *
      *  AN EMPLOYEE IS SKIPPED WHOLE, AND LISTED, WHEN ANY SELECTED
      *  COLUMN HAS CHANGED AGAIN SINCE THE RUN - EITHER A LATER
      *  EHST0010 RECORD FOR THE SAME COLUMN, OR A CURRENT VALUE
      *  THAT NO LONGER MATCHES THE RUN'S AFTER-IMAGE (A CHANGE MADE
      *  OUTSIDE THE APPROVED BATCHES).  ROW ADDS AND DELETES CARRY
      *  NO COLUMN BEFORE-IMAGES AND ARE LISTED FOR A HAND FIX; A
      *  TERMINATED ROW CAN BE RE-KEYED FROM SEPH0010.
      *
      *  A PREVIEW MODE PRINTS THE FULL REGISTER WITHOUT UPDATING SO
      *  COMP CAN REVIEW THE REVERSAL BEFORE IT IS APPLIED.  RESTORED
      *  WORKDEPT/JOB VALUES ARE NOT RE-EDITED AGAINST POSMAST - THE
      *  ROW RETURNS TO A STATE IT WAS ALREADY IN - AND THE VACANCY
      *  DATES ARE RESTAMPED BY THE NEXT EMPPOS10 RUN.
      *
      *  INPUT PARMS:  SYSIN PARM CARD:
      *                COL  01     RUN MODE - P (OR BLANK) PREVIEW,
      *                            A APPLY THE BACKOUT
      *                COLS 03-10  PROGRAM WHOSE UPDATES ARE BACKED
      *                            OUT, AS STAMPED ON EHST0010
      *                COLS 12-37  FROM TIMESTAMP, YYYY-MM-DD-HH.MM.
      *                            SS.NNNNNN - A DATE ALONE MEANS
      *                            THE START OF THAT DAY
      *                COLS 39-64  TO TIMESTAMP - A DATE ALONE MEANS
      *                            THE END OF THAT DAY
      *                A MISSING PROGRAM OR DATE, A BAD MODE OR A FROM
      *                LATER THAN THE TO ENDS THE RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EHST0010 - CHANGE HISTORY FILE
      *                CRDI0040 - OPTIONAL EMPNO CARDS, EMPNO IN COLS
      *                           01-06.  NO CARDS (OR DD DUMMY) =
      *                           EVERY EMPNO THE RUN TOUCHED
      *
      *  OUTPUT FILES: RPTO0240 - BACKOUT REGISTER
      *                EHST0010 - CHANGE HISTORY FILE (APPEND,
      *                APPLY MODE ONLY)
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                REPORTBO
      *                EMPHSTR
      *    TABLES:
      *            DSN8110.EMP
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN EVERY SELECTED HISTORY RECORD IS PROCESSED
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN A SELECT OR UPDATE RETURNS AN UNEXPECTED
      *             SQLCODE, THE SELECTED HISTORY OR THE EMPNO CARDS
      *             OVERFLOW THEIR TABLES, OR EHST0010 CANNOT BE
      *             OPENED OR WRITTEN.  AN ABEND ROLLS BACK THE DB2
      *             UPDATES; EHST0010 IS NOT UNDER DB2 COMMIT CONTROL,
      *             SO ITS RECORDS FOR THE ROLLED-BACK ROWS MUST BE
      *             REMOVED BEFORE THE RERUN
      *
      *    RETURN CODES:
      *             0 - EVERY SELECTED COLUMN BACKED OUT (OR WOULD BE)
      *             4 - AT LEAST ONE COLUMN SKIPPED - SEE REGISTER
      *             8 - BAD SYSIN PARM CARD OR NO HISTORY SELECTED
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - UPDATE-RUN          2026-10-15      *
      *          BACKOUT FROM EHST0010 BEFORE-IMAGES                   *
      *          WITH PREVIEW                                          *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CARD-FILE           ASSIGN TO CRDI0040
                                       FILE STATUS IS WS-CARD-STATUS.
           SELECT EHST-FILE           ASSIGN TO EHST0010
                                       FILE STATUS IS WS-EHST-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0240.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  CARD-FILE                          DDNAME - CRDI0040    *
      *        OPTIONAL EMPNO CARDS NARROWING THE BACKOUT              *
      ******************************************************************

       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARD-RECORD.

       01  CARD-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  EHST-FILE                          DDNAME - EHST0010    *
      *        CUMULATIVE FIELD-LEVEL CHANGE HISTORY - READ, THEN      *
      *        APPENDED TO IN APPLY MODE                               *
      ******************************************************************

       FD  EHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EHST-RECORD.

       01  EHST-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0240    *
      *        BACKOUT REGISTER                                        *
      ******************************************************************

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.

       01  REPORT-RECORD     PIC X(100).
      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'DB2CBLBO START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLBO'.
      /
       COPY REPORTBO.
      /
       COPY EMPHSTR.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * DCLGEN FOR EMP TABLE
           EXEC SQL INCLUDE DCLEMP END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.
      /
      *    NULL INDICATORS FOR THE FULL-ROW SELECT - 1 EMPNO THROUGH
      *    15 LASTCHG IN DCLEMP ORDER
       01   W-ROW-IND-AREA.
            05  W-ROW-IND        PIC S9(4) COMP OCCURS 15 TIMES.
      *    INDICATOR FOR THE COLUMN BEING RESTORED
       01   W-SET-IND            PIC S9(4) COMP VALUE ZERO.

       01   WS-SYS-DATE-8.
            05  WS-SYS-DATE-YYYY   PIC 9(4).
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).

       01   W-CURR-DATE-YMD.
              05  W-CURR-YYYY    PIC X(4) VALUE ' '.
              05  DASH1          PIC X(1) VALUE '-'.
              05  W-CURR-MM      PIC X(2) VALUE ' '.
              05  DASH2          PIC X(1) VALUE '-'.
              05  W-CURR-DD      PIC X(2) VALUE ' '.
       01   C-CURR-DATE-YMD  REDEFINES W-CURR-DATE-YMD  PIC X(10).

       01   W-PARM-MODE          PIC X(01) VALUE 'P'.
           88  PREVIEW-RUN                   VALUE 'P'.
           88  APPLY-RUN                     VALUE 'A'.
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-FROM-TS            PIC X(26) VALUE SPACES.
       01   W-TO-TS              PIC X(26) VALUE SPACES.
       01   C-DAY-START-TIME     PIC X(16) VALUE '-00.00.00.000000'.
       01   C-DAY-END-TIME       PIC X(16) VALUE '-23.59.59.999999'.

       01   W-CARD-IN.
            05  W-CARD-EMPNO     PIC X(06).
            05  FILLER           PIC X(74).
       01   W-CARD-EOF-SW        PIC X(01) VALUE 'N'.
           88  CARD-EOF                      VALUE 'Y'.
       01   WS-CARD-STATUS       PIC X(02) VALUE SPACES.

       01   W-EHST-EOF-SW        PIC X(01) VALUE 'N'.
           88  EHST-EOF                      VALUE 'Y'.
       01   WS-EHST-STATUS       PIC X(02) VALUE SPACES.

       01   W-SELECTED-SW        PIC X(01) VALUE 'N'.
           88  HISTORY-SELECTED              VALUE 'Y'.
       01   W-FOUND-SUB          PIC S9(8) COMP VALUE ZERO.
       01   W-ROW-BLOCKED-SW     PIC X(01) VALUE 'N'.
           88  ROW-BLOCKED                   VALUE 'Y'.
       01   W-ROW-UPDATED-SW     PIC X(01) VALUE 'N'.
           88  ROW-UPDATED                   VALUE 'Y'.
       01   W-ROW-EMPNO          PIC X(06) VALUE SPACES.

       01   C-MAX-CARD-ENTRIES   PIC S9(4) COMP VALUE +500.
       01   C-MAX-BKO-ENTRIES    PIC S9(8) COMP VALUE +5000.

       01   W-CARD-TABLE-AREA.
            05  W-CARD-COUNT     PIC S9(4) COMP VALUE ZERO.
            05  W-CARD-ENTRY     OCCURS 500 TIMES.
                10  CRD-EMPNO         PIC X(06).

      *    ONE ENTRY PER EMPNO AND COLUMN THE RUN CHANGED - THE
      *    EARLIEST BEFORE-IMAGE AND THE LATEST AFTER-IMAGE
       01   W-BKO-TABLE-AREA.
            05  W-BKO-COUNT      PIC S9(8) COMP VALUE ZERO.
            05  W-BKO-ENTRY      OCCURS 5000 TIMES.
                10  BKO-EMPNO         PIC X(06).
                10  BKO-FIELD         PIC X(10).
                10  BKO-OLD-VALUE     PIC X(15).
                10  BKO-NEW-VALUE     PIC X(15).
                10  BKO-CUR-VALUE     PIC X(15).
                10  BKO-STATE         PIC X(01).
                    88  BKO-PENDING              VALUE ' '.
                    88  BKO-BACKED-OUT           VALUE 'B'.
                    88  BKO-CHANGED-SINCE        VALUE 'C'.
                    88  BKO-VALUE-DIFFERS        VALUE 'D'.
                    88  BKO-OTHER-CHANGED        VALUE 'O'.
                    88  BKO-NOT-ON-EMP           VALUE 'N'.
                    88  BKO-ROW-ADD-DELETE       VALUE 'R'.
                    88  BKO-NOT-RESTORABLE       VALUE 'U'.
                    88  BKO-BLOCKS-ROW           VALUE 'C' 'D'.

       01   W-CUR-VALUE          PIC X(15) VALUE SPACES.
       01   W-HIST-EDIT-VALUE    PIC -(9)9.99.
       01   W-HIST-EDIT-INT      PIC -(9)9.
       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.

       01   W-TRIM-FIELD         PIC X(15) VALUE SPACES.
       01   W-TRIM-MAX           PIC S9(4) COMP VALUE ZERO.
       01   W-TRIM-LEN           PIC S9(4) COMP VALUE ZERO.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(06) VALUE 'EMPNO='.
            05  W-ERR-EMPNO       PIC X(06) VALUE SPACES.
            05  FILLER            PIC X(07) VALUE ' FIELD='.
            05  W-ERR-FIELD       PIC X(10) VALUE SPACES.
            05  FILLER            PIC X(11) VALUE SPACES.

       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-BKO-SUB      PIC S9(8) COMP VALUE ZERO.
           05  W-FLD-SUB      PIC S9(8) COMP VALUE ZERO.
           05  W-CRD-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-CARDS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-SELECTED       PIC S9(8) COMP  VALUE ZERO.
          05  A-FIELDS-BACKED-OUT      PIC S9(8) COMP  VALUE ZERO.
          05  A-ROWS-UPDATED           PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-CHANGED-SINCE     PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-VALUE-DIFFERS     PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-OTHER-CHANGED     PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-NOT-ON-EMP        PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-ROW-ADD-DELETE    PIC S9(8) COMP  VALUE ZERO.
          05  A-SKIP-NOT-RESTORABLE    PIC S9(8) COMP  VALUE ZERO.
          05  A-FIELDS-SKIPPED         PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'DB2CBLBO ENDED - BAD PARM CARD'
               DISPLAY 'COL 1 MODE P/A/BLANK, COLS 3-10 PROGRAM, '
               DISPLAY 'COLS 12-37 FROM AND 39-64 TO TIMESTAMP'
               DISPLAY 'PARM CARD: ', W-BKO-PARM-CARD(1:64)
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0050-LOAD-EMPNO-CARDS.

           PERFORM P0100-SELECT-HISTORY.

           IF  W-BKO-COUNT  =  ZERO
               DISPLAY 'DB2CBLBO ENDED - NO EHST0010 HISTORY FOR '
               DISPLAY 'PROGRAM ', BKP-PROGRAM, ' FROM ', W-FROM-TS
               DISPLAY '        TO ', W-TO-TS
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF  APPLY-RUN
               OPEN EXTEND EHST-FILE
               IF  WS-EHST-STATUS  NOT =  '00'
                   DISPLAY 'OPEN EHST0010 FOR APPEND FAILED'
                   DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'OPEN EHST0010'  TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
               END-IF
           END-IF.

           PERFORM P0200-WRITE-REPORT-HEADING.

           PERFORM P0300-BACKOUT-ONE-EMPLOYEE
               VARYING W-BKO-SUB FROM 1 BY 1
               UNTIL   W-BKO-SUB > W-BKO-COUNT.

           PERFORM P0600-PRINT-TOTALS.

           DISPLAY 'TOTAL EHST0010 RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'TOTAL HISTORY RECS SELECTED'  A-RECORDS-SELECTED.
           DISPLAY 'TOTAL COLUMNS BACKED OUT  '  A-FIELDS-BACKED-OUT.
           DISPLAY 'TOTAL EMP ROWS UPDATED    '  A-ROWS-UPDATED.
           DISPLAY 'TOTAL COLUMNS SKIPPED     '  A-FIELDS-SKIPPED.

           CLOSE REPORT-FILE.
           IF  APPLY-RUN
               CLOSE EHST-FILE
           END-IF.

           IF  A-FIELDS-SKIPPED  >  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   T H E   B A C K O U T   P A R M                *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-BKO-PARM-CARD.
           ACCEPT  W-BKO-PARM-CARD  FROM  SYSIN.

           EVALUATE  BKP-MODE
               WHEN  'A'
                   MOVE  'A'  TO  W-PARM-MODE
               WHEN  'P'
               WHEN  SPACE
                   MOVE  'P'  TO  W-PARM-MODE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-EVALUATE.

           IF  BKP-PROGRAM    =  SPACES  OR
               BKP-FROM-DATE  =  SPACES  OR
               BKP-TO-DATE    =  SPACES
               MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-IF.

      *    A DATE ALONE COVERS THE WHOLE DAY
           MOVE  BKP-FROM-TS  TO  W-FROM-TS.
           IF  BKP-FROM-TIME  =  SPACES
               MOVE  C-DAY-START-TIME  TO  W-FROM-TS(11:16)
           END-IF.

           MOVE  BKP-TO-TS    TO  W-TO-TS.
           IF  BKP-TO-TIME  =  SPACES
               MOVE  C-DAY-END-TIME    TO  W-TO-TS(11:16)
           END-IF.

           IF  W-FROM-TS  >  W-TO-TS
               MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   O P T I O N A L   E M P N O   C A R D S    *
      *****************************************************************
       P0050-LOAD-EMPNO-CARDS.

           OPEN INPUT CARD-FILE.
           IF  WS-CARD-STATUS  NOT =  '00'
               DISPLAY 'CRDI0040 NOT AVAILABLE - ALL EMPNOS SELECTED'
           ELSE
               PERFORM P8000-READ-CARD-FILE
               PERFORM P0055-STORE-ONE-CARD UNTIL CARD-EOF
               CLOSE CARD-FILE
           END-IF.
      /
       P0055-STORE-ONE-CARD.

           IF  W-CARD-COUNT  >=  C-MAX-CARD-ENTRIES
               DISPLAY 'P0055 EMPNO CARDS OVERFLOW TABLE'
               MOVE  'P0055-STORE-ONE-CARD'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  W-CARD-EMPNO  NOT =  SPACES
               COMPUTE  W-CARD-COUNT  =  W-CARD-COUNT  +  1
               MOVE  W-CARD-EMPNO  TO  CRD-EMPNO(W-CARD-COUNT)
           END-IF.

           PERFORM P8000-READ-CARD-FILE.
      /
      *****************************************************************
      *   S E L E C T   T H E   R U N ' S   H I S T O R Y              *
      *****************************************************************
       P0100-SELECT-HISTORY.

           OPEN INPUT EHST-FILE.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'OPEN EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0100-SELECT-HISTORY'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8010-READ-EHST-FILE.
           PERFORM P0110-CHECK-ONE-HISTORY UNTIL EHST-EOF.

           CLOSE EHST-FILE.
      /
       P0110-CHECK-ONE-HISTORY.

      *    EHST0010 IS APPENDED IN TIME ORDER, SO A RECORD FOR AN
      *    EMPNO AND COLUMN ALREADY IN THE TABLE IS LATER THAN THE
      *    RUN'S FIRST CHANGE TO IT
           MOVE  'N'  TO  W-SELECTED-SW.
           IF  EHST-PROGRAM    =  BKP-PROGRAM  AND
               EHST-TIMESTAMP  NOT <  W-FROM-TS  AND
               EHST-TIMESTAMP  NOT >  W-TO-TS
               PERFORM P0120-CHECK-EMPNO-LIST
           END-IF.

           PERFORM P0130-FIND-BKO-ENTRY.

           IF  HISTORY-SELECTED
               COMPUTE  A-RECORDS-SELECTED  =  A-RECORDS-SELECTED  +  1
               IF  W-FOUND-SUB  =  ZERO
                   PERFORM P0140-ADD-BKO-ENTRY
               ELSE
                   MOVE  EHST-NEW-VALUE  TO  BKO-NEW-VALUE(W-FOUND-SUB)
               END-IF
           ELSE
               IF  W-FOUND-SUB  >  ZERO  AND
                   NOT  BKO-ROW-ADD-DELETE(W-FOUND-SUB)  AND
                   NOT  BKO-NOT-RESTORABLE(W-FOUND-SUB)
                   MOVE  'C'  TO  BKO-STATE(W-FOUND-SUB)
               END-IF
           END-IF.

           PERFORM P8010-READ-EHST-FILE.
      /
       P0120-CHECK-EMPNO-LIST.

           IF  W-CARD-COUNT  =  ZERO
               MOVE  'Y'  TO  W-SELECTED-SW
           ELSE
               PERFORM P0125-MATCH-ONE-CARD
                   VARYING W-CRD-SUB FROM 1 BY 1
                   UNTIL   W-CRD-SUB > W-CARD-COUNT
                      OR   HISTORY-SELECTED
           END-IF.
      /
       P0125-MATCH-ONE-CARD.

           IF  CRD-EMPNO(W-CRD-SUB)  =  EHST-EMPNO
               MOVE  'Y'  TO  W-SELECTED-SW
           END-IF.
      /
       P0130-FIND-BKO-ENTRY.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0135-MATCH-ONE-ENTRY
               VARYING W-FLD-SUB FROM 1 BY 1
               UNTIL   W-FLD-SUB > W-BKO-COUNT
                  OR   W-FOUND-SUB > ZERO.
      /
       P0135-MATCH-ONE-ENTRY.

           IF  BKO-EMPNO(W-FLD-SUB)  =  EHST-EMPNO  AND
               BKO-FIELD(W-FLD-SUB)  =  EHST-FIELD
               MOVE  W-FLD-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0140-ADD-BKO-ENTRY.

           IF  W-BKO-COUNT  >=  C-MAX-BKO-ENTRIES
               DISPLAY 'P0140 SELECTED HISTORY OVERFLOWS TABLE'
               DISPLAY 'NARROW THE RUN WITH CRDI0040 EMPNO CARDS'
               MOVE  'P0140-ADD-BKO-ENTRY'
                     TO  W-ERR-PARAGRAPH
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-BKO-COUNT  =  W-BKO-COUNT  +  1.
           MOVE  EHST-EMPNO      TO  BKO-EMPNO(W-BKO-COUNT).
           MOVE  EHST-FIELD      TO  BKO-FIELD(W-BKO-COUNT).
           MOVE  EHST-OLD-VALUE  TO  BKO-OLD-VALUE(W-BKO-COUNT).
           MOVE  EHST-NEW-VALUE  TO  BKO-NEW-VALUE(W-BKO-COUNT).
           MOVE  SPACES          TO  BKO-CUR-VALUE(W-BKO-COUNT).

           EVALUATE  EHST-FIELD
               WHEN  'ROW'
                   MOVE  'R'  TO  BKO-STATE(W-BKO-COUNT)
               WHEN  'FIRSTNME'
               WHEN  'MIDINIT'
               WHEN  'LASTNAME'
               WHEN  'WORKDEPT'
               WHEN  'PHONENO'
               WHEN  'HIREDATE'
               WHEN  'JOB'
               WHEN  'EDLEVEL'
               WHEN  'SEX'
               WHEN  'BIRTHDATE'
               WHEN  'SALARY'
               WHEN  'BONUS'
               WHEN  'COMM'
                   MOVE  SPACE  TO  BKO-STATE(W-BKO-COUNT)
               WHEN  OTHER
                   MOVE  'U'  TO  BKO-STATE(W-BKO-COUNT)
           END-EVALUATE.
      /
      *****************************************************************
      *   R E G I S T E R   H E A D I N G                              *
      *****************************************************************
       P0200-WRITE-REPORT-HEADING.

           INITIALIZE   REPORT-RECORD
                      W-BKO-DETAIL.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  TITLE-RUN-DATE.

           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           MOVE  'RUN MODE:       '  TO  BPL-LABEL.
           IF  APPLY-RUN
               MOVE  'APPLY - EMP UPDATED '  TO  BPL-VALUE
           ELSE
               MOVE  'PREVIEW - NO UPDATES'  TO  BPL-VALUE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-BKO-PARM-LINE.

           MOVE  'PROGRAM:        '  TO  BPL-LABEL.
           MOVE  BKP-PROGRAM         TO  BPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-BKO-PARM-LINE.

           MOVE  'FROM:           '  TO  BPL-LABEL.
           MOVE  W-FROM-TS           TO  BPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-BKO-PARM-LINE.

           MOVE  'TO:             '  TO  BPL-LABEL.
           MOVE  W-TO-TS             TO  BPL-VALUE.
           WRITE REPORT-RECORD  FROM  W-BKO-PARM-LINE.

           MOVE  'EMPNOS:         '  TO  BPL-LABEL.
           IF  W-CARD-COUNT  =  ZERO
               MOVE  'ALL EMPNOS THE RUN CHANGED'  TO  BPL-VALUE
           ELSE
               MOVE  'LISTED ON CRDI0040 ONLY'     TO  BPL-VALUE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-BKO-PARM-LINE.

           WRITE REPORT-RECORD  FROM  W-BKO-HEADER1.
           WRITE REPORT-RECORD  FROM  W-BKO-HEADER2.
      /
      *****************************************************************
      *   B A C K   O U T   O N E   E M P L O Y E E                    *
      *****************************************************************
       P0300-BACKOUT-ONE-EMPLOYEE.

      *    THE FIRST ENTRY OF EACH EMPNO DRIVES THE WHOLE ROW - THE
      *    EMPNO'S LATER ENTRIES ARE PICKED UP HERE, SO AN ENTRY THAT
      *    IS NO LONGER PENDING OR WHOSE EMPNO WAS ALREADY HANDLED IS
      *    PASSED OVER
           IF  BKO-EMPNO(W-BKO-SUB)  NOT =  W-ROW-EMPNO
               PERFORM P0305-CHECK-EMPNO-HANDLED
           END-IF.
      /
       P0305-CHECK-EMPNO-HANDLED.

           MOVE  ZERO  TO  W-FOUND-SUB.
           PERFORM P0306-MATCH-EARLIER-EMPNO
               VARYING W-FLD-SUB FROM 1 BY 1
               UNTIL   W-FLD-SUB NOT < W-BKO-SUB
                  OR   W-FOUND-SUB > ZERO.

           IF  W-FOUND-SUB  =  ZERO
               MOVE  BKO-EMPNO(W-BKO-SUB)  TO  W-ROW-EMPNO
               PERFORM P0310-PROCESS-ROW
           END-IF.
      /
       P0306-MATCH-EARLIER-EMPNO.

           IF  BKO-EMPNO(W-FLD-SUB)  =  BKO-EMPNO(W-BKO-SUB)
               MOVE  W-FLD-SUB  TO  W-FOUND-SUB
           END-IF.
      /
       P0310-PROCESS-ROW.

           MOVE  'N'  TO  W-ROW-BLOCKED-SW.
           MOVE  'N'  TO  W-ROW-UPDATED-SW.

           INITIALIZE  DCLEMP.
           MOVE  W-ROW-EMPNO  TO  EMPNO.
           PERFORM P5030-GET-CURRENT-ROW.

           IF  SQLCODE  =  DB2-END-OF-TABLE
               PERFORM P0320-MARK-NOT-ON-EMP
                   VARYING W-FLD-SUB FROM W-BKO-SUB BY 1
                   UNTIL   W-FLD-SUB > W-BKO-COUNT
           ELSE
               PERFORM P0330-CHECK-ONE-COLUMN
                   VARYING W-FLD-SUB FROM W-BKO-SUB BY 1
                   UNTIL   W-FLD-SUB > W-BKO-COUNT
               IF  ROW-BLOCKED
                   PERFORM P0340-MARK-OTHER-CHANGED
                       VARYING W-FLD-SUB FROM W-BKO-SUB BY 1
                       UNTIL   W-FLD-SUB > W-BKO-COUNT
               ELSE
                   PERFORM P0350-RESTORE-ONE-COLUMN
                       VARYING W-FLD-SUB FROM W-BKO-SUB BY 1
                       UNTIL   W-FLD-SUB > W-BKO-COUNT
               END-IF
           END-IF.

           IF  ROW-UPDATED
               COMPUTE  A-ROWS-UPDATED  =  A-ROWS-UPDATED  +  1
           END-IF.

           PERFORM P0400-WRITE-REGISTER-LINE
               VARYING W-FLD-SUB FROM W-BKO-SUB BY 1
               UNTIL   W-FLD-SUB > W-BKO-COUNT.
      /
       P0320-MARK-NOT-ON-EMP.

           IF  BKO-EMPNO(W-FLD-SUB)  =  W-ROW-EMPNO  AND
               NOT  BKO-ROW-ADD-DELETE(W-FLD-SUB)
               MOVE  'N'  TO  BKO-STATE(W-FLD-SUB)
           END-IF.
      /
      *****************************************************************
      *   H A S   T H E   C O L U M N   C H A N G E D   S I N C E      *
      *****************************************************************
       P0330-CHECK-ONE-COLUMN.

           IF  BKO-EMPNO(W-FLD-SUB)  =  W-ROW-EMPNO  AND
               (BKO-PENDING(W-FLD-SUB)  OR
                BKO-CHANGED-SINCE(W-FLD-SUB))
               PERFORM P0335-FORMAT-CURRENT-VALUE
               MOVE  W-CUR-VALUE  TO  BKO-CUR-VALUE(W-FLD-SUB)
               IF  BKO-PENDING(W-FLD-SUB)  AND
                   W-CUR-VALUE  NOT =  BKO-NEW-VALUE(W-FLD-SUB)
                   MOVE  'D'  TO  BKO-STATE(W-FLD-SUB)
               END-IF
               IF  BKO-BLOCKS-ROW(W-FLD-SUB)
                   MOVE  'Y'  TO  W-ROW-BLOCKED-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   C U R R E N T   V A L U E   I N   H I S T O R Y   F O R M    *
      *****************************************************************
       P0335-FORMAT-CURRENT-VALUE.

      *    THE SAME EDITED FORM THE HISTORY WRITERS USE, SO THE
      *    CURRENT VALUE COMPARES DIRECTLY WITH THE AFTER-IMAGE
           MOVE  SPACES  TO  W-CUR-VALUE.

           EVALUATE  BKO-FIELD(W-FLD-SUB)
               WHEN  'FIRSTNME'
                   MOVE  FIRSTNME-TEXT(1:FIRSTNME-LEN)  TO  W-CUR-VALUE
               WHEN  'MIDINIT'
                   MOVE  MIDINIT                        TO  W-CUR-VALUE
               WHEN  'LASTNAME'
                   MOVE  LASTNAME-TEXT(1:LASTNAME-LEN)  TO  W-CUR-VALUE
               WHEN  'WORKDEPT'
                   IF  W-ROW-IND(5)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  WORKDEPT    TO  W-CUR-VALUE
                   END-IF
               WHEN  'PHONENO'
                   IF  W-ROW-IND(6)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  PHONENO     TO  W-CUR-VALUE
                   END-IF
               WHEN  'HIREDATE'
                   IF  W-ROW-IND(7)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  HIREDATE    TO  W-CUR-VALUE
                   END-IF
               WHEN  'JOB'
                   IF  W-ROW-IND(8)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  JOB         TO  W-CUR-VALUE
                   END-IF
               WHEN  'EDLEVEL'
                   IF  W-ROW-IND(9)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  EDLEVEL          TO  W-HIST-EDIT-INT
                       MOVE  W-HIST-EDIT-INT  TO  W-CUR-VALUE
                   END-IF
               WHEN  'SEX'
                   IF  W-ROW-IND(10)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  SEX         TO  W-CUR-VALUE
                   END-IF
               WHEN  'BIRTHDATE'
                   IF  W-ROW-IND(11)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  BIRTHDATE   TO  W-CUR-VALUE
                   END-IF
               WHEN  'SALARY'
                   IF  W-ROW-IND(12)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  SALARY             TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  W-CUR-VALUE
                   END-IF
               WHEN  'BONUS'
                   IF  W-ROW-IND(13)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  BONUS              TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  W-CUR-VALUE
                   END-IF
               WHEN  'COMM'
                   IF  W-ROW-IND(14)  <  ZERO
                       MOVE  '*NULL*'    TO  W-CUR-VALUE
                   ELSE
                       MOVE  COMM               TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  W-CUR-VALUE
                   END-IF
           END-EVALUATE.
      /
       P0340-MARK-OTHER-CHANGED.

           IF  BKO-EMPNO(W-FLD-SUB)  =  W-ROW-EMPNO  AND
               BKO-PENDING(W-FLD-SUB)
               MOVE  'O'  TO  BKO-STATE(W-FLD-SUB)
           END-IF.
      /
      *****************************************************************
      *   R E S T O R E   O N E   C O L U M N                          *
      *****************************************************************
       P0350-RESTORE-ONE-COLUMN.

           IF  BKO-EMPNO(W-FLD-SUB)  =  W-ROW-EMPNO  AND
               BKO-PENDING(W-FLD-SUB)
               IF  APPLY-RUN
                   PERFORM P0355-SET-BEFORE-IMAGE
                   PERFORM P0360-WRITE-HISTORY-RECORD
                   MOVE  'Y'  TO  W-ROW-UPDATED-SW
               END-IF
               MOVE  'B'  TO  BKO-STATE(W-FLD-SUB)
           END-IF.
      /
       P0355-SET-BEFORE-IMAGE.

      *    '*NULL*' ON THE HISTORY MEANS THE COLUMN WAS NULL BEFORE
           IF  BKO-OLD-VALUE(W-FLD-SUB)  =  '*NULL*'
               MOVE  -1    TO  W-SET-IND
           ELSE
               MOVE  ZERO  TO  W-SET-IND
           END-IF.

           EVALUATE  BKO-FIELD(W-FLD-SUB)
               WHEN  'FIRSTNME'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  W-TRIM-FIELD
                   MOVE  +12            TO  W-TRIM-MAX
                   PERFORM P0700-TRIM-FIELD
                   MOVE  W-TRIM-LEN     TO  FIRSTNME-LEN
                   MOVE  W-TRIM-FIELD   TO  FIRSTNME-TEXT
                   PERFORM P5050-UPDATE-FIRSTNME
               WHEN  'MIDINIT'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  MIDINIT
                   PERFORM P5051-UPDATE-MIDINIT
               WHEN  'LASTNAME'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  W-TRIM-FIELD
                   MOVE  +15            TO  W-TRIM-MAX
                   PERFORM P0700-TRIM-FIELD
                   MOVE  W-TRIM-LEN     TO  LASTNAME-LEN
                   MOVE  W-TRIM-FIELD   TO  LASTNAME-TEXT
                   PERFORM P5052-UPDATE-LASTNAME
               WHEN  'WORKDEPT'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  WORKDEPT
                   PERFORM P5053-UPDATE-WORKDEPT
               WHEN  'PHONENO'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  PHONENO
                   PERFORM P5054-UPDATE-PHONENO
               WHEN  'HIREDATE'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  HIREDATE
                   PERFORM P5055-UPDATE-HIREDATE
               WHEN  'JOB'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  JOB
                   PERFORM P5056-UPDATE-JOB
               WHEN  'EDLEVEL'
                   IF  W-SET-IND  =  ZERO
                       MOVE  BKO-OLD-VALUE(W-FLD-SUB)(1:10)
                             TO  W-HIST-EDIT-INT
                       MOVE  W-HIST-EDIT-INT  TO  EDLEVEL
                   END-IF
                   PERFORM P5057-UPDATE-EDLEVEL
               WHEN  'SEX'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  SEX
                   PERFORM P5058-UPDATE-SEX
               WHEN  'BIRTHDATE'
                   MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  BIRTHDATE
                   PERFORM P5059-UPDATE-BIRTHDATE
               WHEN  'SALARY'
                   IF  W-SET-IND  =  ZERO
                       MOVE  BKO-OLD-VALUE(W-FLD-SUB)(1:13)
                             TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  SALARY
                   END-IF
                   PERFORM P5060-UPDATE-SALARY
               WHEN  'BONUS'
                   IF  W-SET-IND  =  ZERO
                       MOVE  BKO-OLD-VALUE(W-FLD-SUB)(1:13)
                             TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  BONUS
                   END-IF
                   PERFORM P5061-UPDATE-BONUS
               WHEN  'COMM'
                   IF  W-SET-IND  =  ZERO
                       MOVE  BKO-OLD-VALUE(W-FLD-SUB)(1:13)
                             TO  W-HIST-EDIT-VALUE
                       MOVE  W-HIST-EDIT-VALUE  TO  COMM
                   END-IF
                   PERFORM P5062-UPDATE-COMM
           END-EVALUATE.
      /
      *****************************************************************
      *   A P P E N D   O N E   H I S T O R Y   R E C O R D            *
      *****************************************************************
       P0360-WRITE-HISTORY-RECORD.

           PERFORM P5090-GET-CURRENT-TS.

      *    THE REVERSAL IS RECORDED LIKE ANY OTHER CHANGE - FROM THE
      *    RUN'S AFTER-IMAGE BACK TO ITS BEFORE-IMAGE
           INITIALIZE  W-EHST-RECORD.
           MOVE  BKO-EMPNO(W-FLD-SUB)      TO  EHST-EMPNO.
           MOVE  BKO-FIELD(W-FLD-SUB)      TO  EHST-FIELD.
           MOVE  BKO-NEW-VALUE(W-FLD-SUB)  TO  EHST-OLD-VALUE.
           MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  EHST-NEW-VALUE.
           MOVE  C-THIS-PGM                TO  EHST-PROGRAM.
           MOVE  W-CURRENT-TS              TO  EHST-TIMESTAMP.

           WRITE EHST-RECORD  FROM  W-EHST-RECORD.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'P0360 WRITE EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0360-WRITE-HISTORY-RECORD'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   W R I T E   O N E   R E G I S T E R   L I N E                *
      *****************************************************************
       P0400-WRITE-REGISTER-LINE.

           IF  BKO-EMPNO(W-FLD-SUB)  =  W-ROW-EMPNO
               INITIALIZE  W-BKO-DETAIL
               MOVE  BKO-EMPNO(W-FLD-SUB)      TO  BKD-EMPNO
               MOVE  BKO-FIELD(W-FLD-SUB)      TO  BKD-FIELD
               MOVE  BKO-CUR-VALUE(W-FLD-SUB)  TO  BKD-CURRENT-VALUE
               MOVE  ' -> '                    TO  BKD-ARROW
               MOVE  BKO-OLD-VALUE(W-FLD-SUB)  TO  BKD-RESTORE-VALUE
               MOVE  'SKIPPED'                 TO  BKD-STATUS
               PERFORM P0410-COUNT-REGISTER-LINE
               WRITE REPORT-RECORD  FROM  W-BKO-DETAIL
           END-IF.
      /
       P0410-COUNT-REGISTER-LINE.

           EVALUATE  TRUE
               WHEN  BKO-BACKED-OUT(W-FLD-SUB)
                   IF  APPLY-RUN
                       MOVE  'BACKED OUT'  TO  BKD-STATUS
                   ELSE
                       MOVE  'PREVIEW'     TO  BKD-STATUS
                   END-IF
                   COMPUTE  A-FIELDS-BACKED-OUT  =
                            A-FIELDS-BACKED-OUT  +  1
               WHEN  BKO-CHANGED-SINCE(W-FLD-SUB)
                   MOVE  'CHANGED AGAIN SINCE RUN'    TO  BKD-REASON
                   COMPUTE  A-SKIP-CHANGED-SINCE  =
                            A-SKIP-CHANGED-SINCE  +  1
               WHEN  BKO-VALUE-DIFFERS(W-FLD-SUB)
                   MOVE  'EMP VALUE NOT RUN RESULT'   TO  BKD-REASON
                   COMPUTE  A-SKIP-VALUE-DIFFERS  =
                            A-SKIP-VALUE-DIFFERS  +  1
               WHEN  BKO-OTHER-CHANGED(W-FLD-SUB)
                   MOVE  'OTHER COLUMN CHANGED'       TO  BKD-REASON
                   COMPUTE  A-SKIP-OTHER-CHANGED  =
                            A-SKIP-OTHER-CHANGED  +  1
               WHEN  BKO-NOT-ON-EMP(W-FLD-SUB)
                   MOVE  'EMPNO NO LONGER ON EMP'     TO  BKD-REASON
                   COMPUTE  A-SKIP-NOT-ON-EMP  =
                            A-SKIP-NOT-ON-EMP  +  1
               WHEN  BKO-ROW-ADD-DELETE(W-FLD-SUB)
                   MOVE  BKO-NEW-VALUE(W-FLD-SUB)  TO  BKD-CURRENT-VALUE
                   MOVE  SPACES                    TO  BKD-RESTORE-VALUE
                   MOVE  'ROW ADD/DELETE - HAND FIX'  TO  BKD-REASON
                   COMPUTE  A-SKIP-ROW-ADD-DELETE  =
                            A-SKIP-ROW-ADD-DELETE  +  1
               WHEN  OTHER
                   MOVE  'COLUMN NOT RESTORABLE'      TO  BKD-REASON
                   COMPUTE  A-SKIP-NOT-RESTORABLE  =
                            A-SKIP-NOT-RESTORABLE  +  1
           END-EVALUATE.

           IF  NOT  BKO-BACKED-OUT(W-FLD-SUB)
               COMPUTE  A-FIELDS-SKIPPED  =  A-FIELDS-SKIPPED  +  1
           END-IF.
      /
      *****************************************************************
      *   R E G I S T E R   T O T A L S                                *
      *****************************************************************
       P0600-PRINT-TOTALS.

           MOVE  SPACES  TO  REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE  'HISTORY RECORDS SELECTED'    TO  SCL-LABEL.
           MOVE  A-RECORDS-SELECTED            TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           IF  APPLY-RUN
               MOVE  'COLUMNS BACKED OUT'      TO  SCL-LABEL
           ELSE
               MOVE  'COLUMNS TO BE BACKED OUT'  TO  SCL-LABEL
           END-IF.
           MOVE  A-FIELDS-BACKED-OUT           TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'EMP ROWS UPDATED'            TO  SCL-LABEL.
           MOVE  A-ROWS-UPDATED                TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - CHANGED AGAIN SINCE'  TO  SCL-LABEL.
           MOVE  A-SKIP-CHANGED-SINCE          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - EMP VALUE DIFFERS'  TO  SCL-LABEL.
           MOVE  A-SKIP-VALUE-DIFFERS          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - OTHER COLUMN CHANGED'  TO  SCL-LABEL.
           MOVE  A-SKIP-OTHER-CHANGED          TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - NO LONGER ON EMP'  TO  SCL-LABEL.
           MOVE  A-SKIP-NOT-ON-EMP             TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - ROW ADD/DELETE'    TO  SCL-LABEL.
           MOVE  A-SKIP-ROW-ADD-DELETE         TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.

           MOVE  'SKIPPED - NOT RESTORABLE'    TO  SCL-LABEL.
           MOVE  A-SKIP-NOT-RESTORABLE         TO  SCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-SECTION-COUNT-LINE.
      /
      *****************************************************************
      *   T R I M   T R A I L I N G   S P A C E S                      *
      *****************************************************************
       P0700-TRIM-FIELD.

           MOVE  W-TRIM-MAX  TO  W-TRIM-LEN.
           PERFORM P0710-TRIM-ONE-CHAR
               UNTIL  W-TRIM-LEN  <  1
                  OR  W-TRIM-FIELD(W-TRIM-LEN:1)  NOT =  SPACE.
           IF  W-TRIM-LEN  <  1
               MOVE  1  TO  W-TRIM-LEN
           END-IF.
      /
       P0710-TRIM-ONE-CHAR.

           COMPUTE  W-TRIM-LEN  =  W-TRIM-LEN  -  1.
      /
      *****************************************************************
      *   R E A D   N E X T   E M P N O   C A R D                      *
      *****************************************************************
       P8000-READ-CARD-FILE.

           READ CARD-FILE INTO W-CARD-IN
               AT END
                   MOVE  'Y'  TO  W-CARD-EOF-SW
               NOT AT END
                   COMPUTE  A-CARDS-READ  =  A-CARDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   H I S T O R Y   R E C O R D              *
      *****************************************************************
       P8010-READ-EHST-FILE.

           READ EHST-FILE INTO W-EHST-RECORD
               AT END
                   MOVE  'Y'  TO  W-EHST-EOF-SW
               NOT AT END
                   COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   C U R R E N T   E M P   R O W                                *
      *****************************************************************
       P5030-GET-CURRENT-ROW.

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
                   INTO :DCLEMP :W-ROW-IND
                   FROM DSN8110.EMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK  OR
                 SQLCODE  =  DB2-END-OF-TABLE
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5030 GET CURRENT ROW'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5030-GET-CURRENT-ROW'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . F I R S T N M E                        *
      *****************************************************************
       P5050-UPDATE-FIRSTNME.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET FIRSTNME = :DCLEMP.FIRSTNME,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5050 UPDATE FIRSTNME'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5050-UPDATE-FIRSTNME'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . M I D I N I T                          *
      *****************************************************************
       P5051-UPDATE-MIDINIT.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET MIDINIT  = :DCLEMP.MIDINIT,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5051 UPDATE MIDINIT'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5051-UPDATE-MIDINIT'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . L A S T N A M E                        *
      *****************************************************************
       P5052-UPDATE-LASTNAME.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET LASTNAME = :DCLEMP.LASTNAME,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5052 UPDATE LASTNAME'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5052-UPDATE-LASTNAME'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . W O R K D E P T                        *
      *****************************************************************
       P5053-UPDATE-WORKDEPT.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET WORKDEPT = :DCLEMP.WORKDEPT :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5053 UPDATE WORKDEPT'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5053-UPDATE-WORKDEPT'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . P H O N E N O                          *
      *****************************************************************
       P5054-UPDATE-PHONENO.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET PHONENO  = :DCLEMP.PHONENO :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5054 UPDATE PHONENO'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5054-UPDATE-PHONENO'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . H I R E D A T E                        *
      *****************************************************************
       P5055-UPDATE-HIREDATE.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET HIREDATE = :DCLEMP.HIREDATE :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5055 UPDATE HIREDATE'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5055-UPDATE-HIREDATE'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . J O B                                  *
      *****************************************************************
       P5056-UPDATE-JOB.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET JOB      = :DCLEMP.JOB :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5056 UPDATE JOB'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5056-UPDATE-JOB'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . E D L E V E L                          *
      *****************************************************************
       P5057-UPDATE-EDLEVEL.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET EDLEVEL  = :DCLEMP.EDLEVEL :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5057 UPDATE EDLEVEL'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5057-UPDATE-EDLEVEL'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . S E X                                  *
      *****************************************************************
       P5058-UPDATE-SEX.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET SEX      = :DCLEMP.SEX :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5058 UPDATE SEX'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5058-UPDATE-SEX'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . B I R T H D A T E                      *
      *****************************************************************
       P5059-UPDATE-BIRTHDATE.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET BIRTHDATE = :DCLEMP.BIRTHDATE :W-SET-IND,
                        LASTCHG   = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5059 UPDATE BIRTHDATE'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5059-UPDATE-BIRTHDATE'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . S A L A R Y                            *
      *****************************************************************
       P5060-UPDATE-SALARY.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET SALARY   = :DCLEMP.SALARY :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5060 UPDATE SALARY'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5060-UPDATE-SALARY'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . B O N U S                              *
      *****************************************************************
       P5061-UPDATE-BONUS.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET BONUS    = :DCLEMP.BONUS :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5061 UPDATE BONUS'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5061-UPDATE-BONUS'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   U P D A T E   E M P . C O M M                                *
      *****************************************************************
       P5062-UPDATE-COMM.

             EXEC SQL
                 UPDATE DSN8110.EMP
                    SET COMM     = :DCLEMP.COMM :W-SET-IND,
                        LASTCHG  = CURRENT TIMESTAMP
                  WHERE EMPNO = :DCLEMP.EMPNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5062 UPDATE COMM'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5062-UPDATE-COMM'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C U R R E N T   D B 2   T I M E S T A M P                    *
      *****************************************************************
       P5090-GET-CURRENT-TS.

             EXEC SQL
                 SET :W-CURRENT-TS = CURRENT TIMESTAMP
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5090 GET CURRENT TS'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5090-GET-CURRENT-TS'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *          A B E N D  O N  U N E X P E C T E D  S Q L C O D E    *
      *****************************************************************
       P9999-ABEND-PGM.

      *    DB2DIAG IS ONLY MEANINGFUL WHEN A BAD SQLCODE CAUSED THE
      *    ABEND - A TABLE OVERFLOW OR FILE ERROR WOULD HAND IT A
      *    STALE SQLCA AND MISDIRECT THE OPERATOR
           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  W-ROW-EMPNO            TO  W-ERR-EMPNO
               IF  W-FLD-SUB  >  ZERO  AND
                   W-FLD-SUB  NOT >  W-BKO-COUNT
                   MOVE  BKO-FIELD(W-FLD-SUB)  TO  W-ERR-FIELD
               END-IF
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
