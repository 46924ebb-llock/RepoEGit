      *  AN APPLIED/NOT-APPLIED AUDIT LISTING IS WRITTEN LIKE THE
      *  DB2CBLCA CORRECTIONS BATCH WRITES.
      *
      *  A CARD MAY CARRY AN EFFECTIVE DATE.  A CARD DATED AFTER
      *  TODAY IS PUT THROUGH THE SAME EDITS NOW BUT IS NOT
      *  APPLIED - IT IS APPENDED TO THE PEND0010 PENDING FILE AND
      *  LISTED AS HELD.  THE NIGHTLY EMPPND10 RELEASE PUTS IT BACK
      *  AHEAD OF THE CARD DECK ON ITS EFFECTIVE DATE, WHEN IT IS
      *  EDITED AGAIN AND APPLIED LIKE ANY OTHER CARD.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *                COLS 41-46  MGRNO
      *                COLS 47-49  ADMRDEPT
      *                COLS 50-65  LOCATION
      *                COLS 66-73  EFFECTIVE DATE - YYYYMMDD, BLANK
      *                            OR NOT AFTER TODAY = APPLY NOW
      *                ON A CHANGE, A BLANK FIELD IS LEFT UNCHANGED
      *
      *  OUTPUT FILES: MAINTENANCE AUDIT LISTING
      *                PEND0010 - PENDING FUTURE-DATED CARDS (APPEND)
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                DCLDEPT
      *                DMNTRPT
      *                PENDREC
      *    TABLES:
      *            DSN8110.DEPT
      *            DSN8110.EMP
      *                                                                *
      *  LOUIS - INITIAL VERSION - DEPARTMENT A/C/D    2026-09-03      *
      *          MAINTENANCE BATCH ON DSN8110.DEPT                     *
      *  LOUIS - OPTIONAL EFFECTIVE DATE ON THE CARD - 2026-10-15      *
      *          FUTURE-DATED CARDS ARE EDITED AND                     *
      *          HELD ON PEND0010                                      *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *

           SELECT DMNT-FILE           ASSIGN TO DMNT0010.
           SELECT AUDIT-FILE          ASSIGN TO AUDT0030.
           SELECT PEND-FILE           ASSIGN TO PEND0010
                                       FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.


       01  AUDIT-RECORD      PIC X(80).

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

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           05 C-THIS-PGM               PIC X(08) VALUE 'DB2CBLDM'.
      /
       COPY DMNTRPT.
      /
       COPY PENDREC.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
           88  DMNT-EOF                      VALUE 'Y'.
       01   W-VALID-SW           PIC X(01) VALUE 'N'.
           88  TRANSACTION-VALID             VALUE 'Y'.
       01   W-HELD-SW            PIC X(01) VALUE 'N'.
           88  TRANSACTION-HELD              VALUE 'Y'.
       01   W-REASON             PIC X(25) VALUE SPACES.

       01   W-DATE-CHECK         PIC X(08) VALUE SPACES.
       01   W-DATE-OK-SW         PIC X(01) VALUE 'N'.
           88  DATE-FIELD-OK                 VALUE 'Y'.

       01   WS-SYS-DATE-8        PIC X(08) VALUE SPACES.
       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.
       01   WS-PEND-STATUS       PIC X(02) VALUE SPACES.
       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   W-TRIM-FIELD         PIC X(36) VALUE SPACES.
       01   W-TRIM-MAX           PIC S9(4) COMP VALUE ZERO.
       01   W-TRIM-LEN           PIC S9(4) COMP VALUE ZERO.
          05  A-CHANGES-APPLIED        PIC S9(8) COMP  VALUE ZERO.
          05  A-DELETES-APPLIED        PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-HELD             PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

           OPEN INPUT  DMNT-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND PEND-FILE.
           IF  WS-PEND-STATUS  NOT =  '00'
               DISPLAY 'OPEN PEND0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-PEND-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN PEND0010'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

      *    A CARD EFFECTIVE AFTER TODAY IS HELD, NOT APPLIED
           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.

           INITIALIZE   AUDIT-RECORD
                      W-AUDT-RECORD.
           DISPLAY 'TOTAL CHANGES APPLIED     '  A-CHANGES-APPLIED.
           DISPLAY 'TOTAL DELETES APPLIED     '  A-DELETES-APPLIED.
           DISPLAY 'TOTAL NOT APPLIED         '  A-TRANS-REJECTED.
           DISPLAY 'TOTAL HELD FOR EFF DATE   '  A-TRANS-HELD.

           CLOSE DMNT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PEND-FILE.

       EXIT-PROGRAM.
           GOBACK.
      ******************************************************************
      ******************************************************************

           MOVE  'N'  TO  W-HELD-SW.

           PERFORM P0300-VALIDATE-TRANSACTION.

           IF  TRANSACTION-VALID
               PERFORM P0370-CHECK-EFFECTIVE-DATE
           END-IF.

           IF  TRANSACTION-HELD
               PERFORM P0380-HOLD-TRANSACTION
           ELSE
               IF  TRANSACTION-VALID
                   PERFORM P0320-APPLY-TRANSACTION
               END-IF
           END-IF.

           PERFORM P0400-WRITE-AUDIT-LINE.
           END-IF.
      /
      *****************************************************************
      *   E D I T   T H E   E F F E C T I V E   D A T E                *
      *****************************************************************
       P0370-CHECK-EFFECTIVE-DATE.

           IF  DMNT-EFFECTIVE-DATE  NOT =  SPACES
               MOVE  DMNT-EFFECTIVE-DATE  TO  W-DATE-CHECK
               PERFORM P0312-EDIT-DATE-FIELD
               IF  NOT  DATE-FIELD-OK
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'EFFECTIVE DATE NOT A DATE' TO  W-REASON
               ELSE
                   IF  DMNT-EFFECTIVE-DATE  >  WS-SYS-DATE-8
                       MOVE  'Y'             TO  W-HELD-SW
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   E D I T   A   Y Y Y Y M M D D   D A T E   F I E L D          *
      *****************************************************************
       P0312-EDIT-DATE-FIELD.

           MOVE  'N'  TO  W-DATE-OK-SW.

           IF  W-DATE-CHECK  NUMERIC
               IF  W-DATE-CHECK(5:2)  >=  '01'  AND
                   W-DATE-CHECK(5:2)  <=  '12'  AND
                   W-DATE-CHECK(7:2)  >=  '01'  AND
                   W-DATE-CHECK(7:2)  <=  '31'
                   MOVE  'Y'  TO  W-DATE-OK-SW
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
           MOVE  'D'                  TO  PEND-SOURCE.
           MOVE  DMNT-DEPTNO          TO  PEND-KEY.
           MOVE  DMNT-ACTION          TO  PEND-ACTION.
           MOVE  DMNT-EFFECTIVE-DATE  TO  PEND-EFFECTIVE-DATE.
           MOVE  W-CURRENT-TS         TO  PEND-HELD-TS.
           MOVE  C-THIS-PGM           TO  PEND-HELD-BY.
           MOVE  W-DMNT-RECORD        TO  PEND-CARD-IMAGE.

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
      *   A P P L Y   A   C H A N G E  -  F I E L D   B Y   F I E L D  *
      *****************************************************************
       P0340-APPLY-CHANGE.
           MOVE  DMNT-ACTION           TO  AUD-ACTION.
           MOVE  DMNT-DEPTNAME(1:20)   TO  AUD-DEPTNAME.

           EVALUATE  TRUE
               WHEN  TRANSACTION-HELD
                   MOVE  'HELD'        TO  AUD-STATUS
                   MOVE  DMNT-EFFECTIVE-DATE  TO  AHR-EFFECTIVE-DATE
                   MOVE  W-AUDT-HELD-REASON   TO  AUD-REASON
                   COMPUTE A-TRANS-HELD =
                           A-TRANS-HELD + 1
               WHEN  TRANSACTION-VALID
                   MOVE  'APPLIED'     TO  AUD-STATUS
                   EVALUATE  DMNT-ACTION
                       WHEN  'A'
                           COMPUTE A-ADDS-APPLIED =
                                   A-ADDS-APPLIED + 1
                       WHEN  'C'
                           COMPUTE A-CHANGES-APPLIED =
                                   A-CHANGES-APPLIED + 1
                       WHEN  'D'
                           COMPUTE A-DELETES-APPLIED =
                                   A-DELETES-APPLIED + 1
                   END-EVALUATE
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
      *   I N S E R T   T H E   N E W   D E P T   R O W                *
      *****************************************************************
       P5040-INSERT-DEPT-ROW.
      *****************************************************************
       P9999-ABEND-PGM.

      *    DB2DIAG IS ONLY MEANINGFUL WHEN A BAD SQLCODE CAUSED THE
      *    ABEND - A FILE-STATUS FAILURE WOULD HAND IT A STALE
      *    SQLCA AND MISDIRECT THE OPERATOR
           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  DMNT-DEPTNO  TO  W-ERR-DEPTNO
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
