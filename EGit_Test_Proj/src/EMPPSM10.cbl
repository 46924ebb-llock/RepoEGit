      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * DB2OEXP: YES
      * DB2OISO: CS
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPSM10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  POSITION CONTROL MAINTENANCE BATCH - READS A CARD FILE OF
      *  ADD / CHANGE / CLOSE ACTIONS AND APPLIES THEM TO THE POSMAST
      *  POSITION MASTER.  A POSITION IS A WORKDEPT AND JOB PAIR WITH
      *  AN AUTHORIZED HEADCOUNT.  DB2CBLEM REFUSES A HIRE OR A
      *  TRANSFER INTO A POSITION THAT IS NOT OPEN OR HAS NO VACANCY,
      *  SO THIS IS WHERE HEADCOUNT IS GRANTED AND TAKEN AWAY.
      *
      *  THE FILLED COUNT IS ALWAYS TAKEN LIVE FROM DSN8110.EMP.  AN
      *  ADD MUST NAME A DEPARTMENT THAT IS ON DSN8110.DEPT; AN ADD
      *  FOR A CLOSED POSITION REOPENS IT.  A CLOSE IS REFUSED WHILE
      *  ANYONE STILL HOLDS THE POSITION.  A CHANGE MAY CUT THE
      *  AUTHORIZED COUNT BELOW THE FILLED COUNT - NOBODY IS MOVED,
      *  THE POSITION JUST SHOWS OVERFILLED ON THE EMPPOS10 REPORT.
      *
      *  AFTER EVERY APPLIED CARD THE VACANT-SINCE DATE IS BROUGHT IN
      *  LINE: STAMPED WITH TODAY WHEN A VACANCY HAS JUST APPEARED,
      *  CLEARED WHEN THE POSITION IS FULL OR CLOSED.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  PMNT0010 - POSITION MAINTENANCE CARD FILE - ONE
      *                CARD PER TRANSACTION:
      *                COL  01     ACTION - A ADD OR REOPEN,
      *                                     C CHANGE AUTHORIZED COUNT,
      *                                     X CLOSE
      *                COLS 02-04  WORKDEPT
      *                COLS 05-12  JOB
      *                COLS 13-16  AUTHORIZED COUNT - 0001-9999,
      *                            REQUIRED ON A AND C
      *
      *  OUTPUT FILES: AUDT0040 - MAINTENANCE AUDIT LISTING
      *
      *  I-O FILES:    POSMAST  - VSAM KSDS POSITION MASTER
      *
      *  COPY MEMBERS:
      *                DCLEMP
      *                DCLDEPT
      *                POSNREC
      *                PMNTRPT
      *    TABLES:
      *            DSN8110.DEPT
      *            DSN8110.EMP
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE MAINTENANCE CARD FILE REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN A SELECT RETURNS AN UNEXPECTED SQLCODE OR A
      *             POSMAST OPEN, WRITE OR REWRITE FAILS
      *
      *    RETURN CODES:
      *
      *    SPECIAL LOGIC:  AN EMPTY, NEWLY DEFINED POSMAST CLUSTER
      *                    CANNOT BE OPENED I-O; IT IS OPENED OUTPUT
      *                    AND CLOSED ONCE TO PRIME IT FIRST
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - POSITION CONTROL    2026-10-15      *
      *          MAINTENANCE ON THE POSMAST KSDS                       *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PMNT-FILE           ASSIGN TO PMNT0010.
           SELECT AUDIT-FILE          ASSIGN TO AUDT0040.
           SELECT POSN-FILE           ASSIGN TO POSMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS RANDOM
                                       RECORD KEY IS POSN-KEY
                                       FILE STATUS IS WS-POSN-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  PMNT-FILE                          DDNAME - PMNT0010    *
      *        POSITION MAINTENANCE CARD FILE                          *
      ******************************************************************

       FD  PMNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PMNT-CARD-RECORD.

       01  PMNT-CARD-RECORD  PIC X(80).

      ******************************************************************
      * FILE:  AUDIT-FILE                         DDNAME - AUDT0040    *
      *        APPLIED/NOT-APPLIED MAINTENANCE AUDIT LISTING           *
      ******************************************************************

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-RECORD.

       01  AUDIT-RECORD      PIC X(80).

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
           VALUE 'EMPPSM10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPPSM10'.
      /
       COPY PMNTRPT.
      /
      ***********              ***********
      *      DB2 COMMUNICATION AREA      *
      ***********              ***********

           EXEC SQL INCLUDE SQLCA END-EXEC.
      * DCLGEN FOR EMP TABLE
           EXEC SQL INCLUDE DCLEMP END-EXEC.
      * DCLGEN FOR DEPT TABLE
           EXEC SQL INCLUDE DCLDEPT END-EXEC.

      ***********              ***********
      *      DB2 BASIC RETURN CODES      *
      ***********              ***********

       01  DB2-RETURNS.
            05 DB2-OK                PIC S9(04) COMP VALUE 0.
            05 DB2-END-OF-TABLE      PIC S9(04) COMP VALUE 100.
      /
       01   W-PMNT-EOF-SW        PIC X(01) VALUE 'N'.
           88  PMNT-EOF                      VALUE 'Y'.
       01   W-VALID-SW           PIC X(01) VALUE 'N'.
           88  TRANSACTION-VALID             VALUE 'Y'.
       01   W-POSN-FOUND-SW      PIC X(01) VALUE 'N'.
           88  POSITION-FOUND                VALUE 'Y'.
       01   W-REASON             PIC X(25) VALUE SPACES.

       01   W-CURRENT-TS         PIC X(26) VALUE SPACES.
       01   WS-POSN-STATUS       PIC X(02) VALUE SPACES.
       01   W-ABEND-CAUSE-SW     PIC X(01) VALUE 'S'.
           88  ABEND-CAUSE-SQL               VALUE 'S'.

       01   W-DEPT-COUNT         PIC S9(09) COMP  VALUE ZERO.
       01   W-FILLED-COUNT       PIC S9(09) COMP  VALUE ZERO.
       01   W-OLD-AUTHORIZED     PIC S9(09) COMP  VALUE ZERO.

       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.
       01   W-ERR-KEY.
            05  FILLER            PIC X(09) VALUE 'POSITION='.
            05  W-ERR-WORKDEPT    PIC X(03) VALUE SPACES.
            05  FILLER            PIC X(01) VALUE '/'.
            05  W-ERR-JOB         PIC X(08) VALUE SPACES.
            05  FILLER            PIC X(19) VALUE SPACES.

       01   CONSTANTS.
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-ADDS-APPLIED           PIC S9(8) COMP  VALUE ZERO.
          05  A-REOPENS-APPLIED        PIC S9(8) COMP  VALUE ZERO.
          05  A-CHANGES-APPLIED        PIC S9(8) COMP  VALUE ZERO.
          05  A-CLOSES-APPLIED         PIC S9(8) COMP  VALUE ZERO.
          05  A-TRANS-REJECTED         PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           OPEN INPUT  PMNT-FILE.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM P0010-OPEN-POSITION-FILE.

           INITIALIZE   AUDIT-RECORD
                      W-AUDT-RECORD.

           WRITE AUDIT-RECORD  FROM  W-AUDT-TITLE.
           WRITE AUDIT-RECORD  FROM  W-AUDT-HEADER1.
           WRITE AUDIT-RECORD  FROM  W-AUDT-HEADER2.

           PERFORM P8000-READ-PMNT-FILE.

           PERFORM P0100-PROCESS-PMNT-RECORD UNTIL
                   PMNT-EOF.

           DISPLAY 'TOTAL TRANSACTIONS READ   '  A-RECORDS-READ.
           DISPLAY 'TOTAL POSITIONS ADDED     '  A-ADDS-APPLIED.
           DISPLAY 'TOTAL POSITIONS REOPENED  '  A-REOPENS-APPLIED.
           DISPLAY 'TOTAL CHANGES APPLIED     '  A-CHANGES-APPLIED.
           DISPLAY 'TOTAL POSITIONS CLOSED    '  A-CLOSES-APPLIED.
           DISPLAY 'TOTAL NOT APPLIED         '  A-TRANS-REJECTED.

           CLOSE PMNT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE POSN-FILE.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   O P E N   T H E   P O S I T I O N   M A S T E R              *
      *****************************************************************
       P0010-OPEN-POSITION-FILE.

           OPEN I-O POSN-FILE.

      *    STATUS 35 ON THE VERY FIRST RUN - THE CLUSTER IS DEFINED
      *    BUT HAS NEVER HELD A RECORD
           IF  WS-POSN-STATUS  =  '35'
               OPEN OUTPUT POSN-FILE
               CLOSE POSN-FILE
               OPEN I-O POSN-FILE
           END-IF.

           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'OPEN I-O POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'OPEN I-O POSMAST'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
       P0100-PROCESS-PMNT-RECORD.

      ******************************************************************
      ******************************************************************

           MOVE  ZERO  TO  W-FILLED-COUNT
                           W-OLD-AUTHORIZED.

           PERFORM P0300-VALIDATE-TRANSACTION.

           IF  TRANSACTION-VALID
               PERFORM P0320-APPLY-TRANSACTION
           END-IF.

           PERFORM P0400-WRITE-AUDIT-LINE.

           PERFORM P8000-READ-PMNT-FILE.
      /
      *****************************************************************
      *   V A L I D A T E   O N E   T R A N S A C T I O N   C A R D    *
      *****************************************************************
       P0300-VALIDATE-TRANSACTION.

           MOVE  'Y'     TO  W-VALID-SW.
           MOVE  SPACES  TO  W-REASON.

           IF  PMNT-WORKDEPT  =  SPACES  OR
               PMNT-JOB       =  SPACES
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'WORKDEPT/JOB MISSING'  TO  W-REASON
           ELSE
               PERFORM P0310-READ-POSITION
               PERFORM P5036-COUNT-FILLED
               EVALUATE  PMNT-ACTION
                   WHEN  'A'
                       PERFORM P0301-VALIDATE-ADD
                   WHEN  'C'
                       PERFORM P0302-VALIDATE-CHANGE
                   WHEN  'X'
                       PERFORM P0303-VALIDATE-CLOSE
                   WHEN  OTHER
                       MOVE  'N'                  TO  W-VALID-SW
                       MOVE  'ACTION NOT A/C/X'   TO  W-REASON
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   V A L I D A T E   A N   A D D   O R   R E O P E N            *
      *****************************************************************
       P0301-VALIDATE-ADD.

           PERFORM P0305-EDIT-AUTHORIZED.

           IF  TRANSACTION-VALID  AND
               POSITION-FOUND     AND
               POSN-OPEN
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'POSITION ALREADY OPEN' TO  W-REASON
           END-IF.

           IF  TRANSACTION-VALID
               PERFORM P5030-COUNT-DEPT-ROW
               IF  W-DEPT-COUNT  =  ZERO
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'WORKDEPT NOT ON DEPT'   TO  W-REASON
               END-IF
           END-IF.
      /
      *****************************************************************
      *   V A L I D A T E   A   C H A N G E                            *
      *****************************************************************
       P0302-VALIDATE-CHANGE.

           PERFORM P0305-EDIT-AUTHORIZED.

           IF  TRANSACTION-VALID
               EVALUATE  TRUE
                   WHEN  NOT  POSITION-FOUND
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'POSITION NOT ON FILE'   TO  W-REASON
                   WHEN  POSN-CLOSED
                       MOVE  'N'                 TO  W-VALID-SW
                       MOVE  'POSITION IS CLOSED'     TO  W-REASON
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   V A L I D A T E   A   C L O S E                              *
      *****************************************************************
       P0303-VALIDATE-CLOSE.

           EVALUATE  TRUE
               WHEN  NOT  POSITION-FOUND
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'POSITION NOT ON FILE'  TO  W-REASON
               WHEN  POSN-CLOSED
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'POSITION ALREADY CLOSED'    TO  W-REASON
               WHEN  W-FILLED-COUNT  >  ZERO
                   MOVE  'N'                     TO  W-VALID-SW
                   MOVE  'INCUMBENTS STILL ASSIGNED'  TO  W-REASON
           END-EVALUATE.
      /
      *****************************************************************
      *   E D I T   T H E   A U T H O R I Z E D   C O U N T            *
      *****************************************************************
       P0305-EDIT-AUTHORIZED.

           IF  PMNT-AUTHORIZED-X  NOT NUMERIC
               MOVE  'N'                     TO  W-VALID-SW
               MOVE  'AUTHORIZED NOT NUMERIC'  TO  W-REASON
           ELSE
               IF  PMNT-AUTHORIZED-9  =  ZERO
                   MOVE  'N'                 TO  W-VALID-SW
                   MOVE  'AUTHORIZED MUST BE > 0' TO  W-REASON
               END-IF
           END-IF.
      /
      *****************************************************************
      *   R E A D   T H E   P O S I T I O N   R E C O R D              *
      *****************************************************************
       P0310-READ-POSITION.

           MOVE  PMNT-WORKDEPT  TO  POSN-WORKDEPT.
           MOVE  PMNT-JOB       TO  POSN-JOB.

           READ  POSN-FILE.

           EVALUATE  WS-POSN-STATUS
               WHEN  '00'
                   MOVE  'Y'  TO  W-POSN-FOUND-SW
                   MOVE  POSN-AUTHORIZED  TO  W-OLD-AUTHORIZED
               WHEN  '23'
                   MOVE  'N'  TO  W-POSN-FOUND-SW
               WHEN  OTHER
                   DISPLAY 'P0310 READ POSMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
                   MOVE  'F'  TO  W-ABEND-CAUSE-SW
                   MOVE  'P0310-READ-POSITION'
                         TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
      *****************************************************************
      *   A P P L Y   T H E   C A R D   T O   P O S M A S T            *
      *****************************************************************
       P0320-APPLY-TRANSACTION.

           PERFORM P5090-GET-CURRENT-TS.

           EVALUATE  PMNT-ACTION
               WHEN  'A'
                   PERFORM P0330-APPLY-ADD
               WHEN  'C'
                   PERFORM P0340-APPLY-CHANGE
               WHEN  'X'
                   PERFORM P0350-APPLY-CLOSE
           END-EVALUATE.
      /
      *****************************************************************
      *   A P P L Y   A N   A D D   -   N E W   O R   R E O P E N      *
      *****************************************************************
       P0330-APPLY-ADD.

           IF  NOT  POSITION-FOUND
               INITIALIZE  POSN-RECORD
               MOVE  PMNT-WORKDEPT  TO  POSN-WORKDEPT
               MOVE  PMNT-JOB       TO  POSN-JOB
           END-IF.

           MOVE  'O'                    TO  POSN-STATUS.
           MOVE  PMNT-AUTHORIZED-9      TO  POSN-AUTHORIZED.
           MOVE  W-CURRENT-TS(1:10)     TO  POSN-OPENED-DATE.
           MOVE  SPACES                 TO  POSN-CLOSED-DATE
                                            POSN-VACANT-SINCE.

           PERFORM P0360-STAMP-VACANCY.

           IF  POSITION-FOUND
               PERFORM P0390-REWRITE-POSITION
           ELSE
               PERFORM P0380-WRITE-POSITION
           END-IF.
      /
      *****************************************************************
      *   A P P L Y   A   C H A N G E   O F   A U T H O R I Z E D      *
      *****************************************************************
       P0340-APPLY-CHANGE.

           MOVE  PMNT-AUTHORIZED-9      TO  POSN-AUTHORIZED.

           PERFORM P0360-STAMP-VACANCY.

           PERFORM P0390-REWRITE-POSITION.

           IF  W-FILLED-COUNT  >  POSN-AUTHORIZED
               MOVE  'NOW OVERFILLED'        TO  W-REASON
           END-IF.
      /
      *****************************************************************
      *   A P P L Y   A   C L O S E                                    *
      *****************************************************************
       P0350-APPLY-CLOSE.

           MOVE  'C'                    TO  POSN-STATUS.
           MOVE  W-CURRENT-TS(1:10)     TO  POSN-CLOSED-DATE.
           MOVE  SPACES                 TO  POSN-VACANT-SINCE.

           PERFORM P0390-REWRITE-POSITION.
      /
      *****************************************************************
      *   B R I N G   V A C A N T - S I N C E   I N   L I N E          *
      *****************************************************************
       P0360-STAMP-VACANCY.

      *    AN EXISTING STAMP IS KEPT WHILE THE POSITION STAYS SHORT -
      *    RAISING THE COUNT DOES NOT RESTART THE AGE OF A VACANCY
      *    THAT WAS ALREADY OPEN
           IF  W-FILLED-COUNT  <  POSN-AUTHORIZED
               IF  POSN-VACANT-SINCE  =  SPACES
                   MOVE  W-CURRENT-TS(1:10)  TO  POSN-VACANT-SINCE
               END-IF
           ELSE
               MOVE  SPACES  TO  POSN-VACANT-SINCE
           END-IF.
      /
      *****************************************************************
      *   W R I T E   A   N E W   P O S I T I O N   R E C O R D        *
      *****************************************************************
       P0380-WRITE-POSITION.

           MOVE  W-CURRENT-TS     TO  POSN-LAST-CHANGE-TS.
           MOVE  C-THIS-PGM       TO  POSN-LAST-CHANGE-BY.

           WRITE  POSN-RECORD.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'P0380 WRITE POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0380-WRITE-POSITION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   R E W R I T E   T H E   P O S I T I O N   R E C O R D        *
      *****************************************************************
       P0390-REWRITE-POSITION.

           MOVE  W-CURRENT-TS     TO  POSN-LAST-CHANGE-TS.
           MOVE  C-THIS-PGM       TO  POSN-LAST-CHANGE-BY.

           REWRITE  POSN-RECORD.
           IF  WS-POSN-STATUS  NOT =  '00'
               DISPLAY 'P0390 REWRITE POSMAST FAILED'
               DISPLAY 'FILE STATUS = ', WS-POSN-STATUS
               MOVE  'F'  TO  W-ABEND-CAUSE-SW
               MOVE  'P0390-REWRITE-POSITION'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   W R I T E   O N E   A U D I T   L I N E                      *
      *****************************************************************
       P0400-WRITE-AUDIT-LINE.

           INITIALIZE  W-AUDT-RECORD.

           MOVE  PMNT-WORKDEPT         TO  AUD-WORKDEPT.
           MOVE  PMNT-ACTION           TO  AUD-ACTION.
           MOVE  PMNT-JOB              TO  AUD-JOB.

           IF  POSITION-FOUND
               MOVE  W-OLD-AUTHORIZED  TO  W-AUDT-COUNT-EDIT
               MOVE  W-AUDT-COUNT-EDIT TO  AUD-OLD-AUTH
           END-IF.

           IF  PMNT-AUTHORIZED-X  NUMERIC
               MOVE  PMNT-AUTHORIZED-9 TO  W-AUDT-COUNT-EDIT
               MOVE  W-AUDT-COUNT-EDIT TO  AUD-NEW-AUTH
           END-IF.

           MOVE  W-FILLED-COUNT        TO  W-AUDT-COUNT-EDIT.
           MOVE  W-AUDT-COUNT-EDIT     TO  AUD-FILLED.

           EVALUATE  TRUE
               WHEN  TRANSACTION-VALID
                   MOVE  'APPLIED'     TO  AUD-STATUS
                   MOVE  W-REASON      TO  AUD-REASON
                   EVALUATE  TRUE
                       WHEN  PMNT-ACTION  =  'A'  AND
                             POSITION-FOUND
                           COMPUTE A-REOPENS-APPLIED =
                                   A-REOPENS-APPLIED + 1
                       WHEN  PMNT-ACTION  =  'A'
                           COMPUTE A-ADDS-APPLIED =
                                   A-ADDS-APPLIED + 1
                       WHEN  PMNT-ACTION  =  'C'
                           COMPUTE A-CHANGES-APPLIED =
                                   A-CHANGES-APPLIED + 1
                       WHEN  PMNT-ACTION  =  'X'
                           COMPUTE A-CLOSES-APPLIED =
                                   A-CLOSES-APPLIED + 1
                   END-EVALUATE
               WHEN  OTHER
                   MOVE  'NOT APPLIED' TO  AUD-STATUS
                   MOVE  W-REASON      TO  AUD-REASON
                   COMPUTE A-TRANS-REJECTED =
                           A-TRANS-REJECTED + 1
           END-EVALUATE.

           WRITE AUDIT-RECORD  FROM  W-AUDT-RECORD.
      /
      *****************************************************************
      *   R E A D   N E X T   T R A N S A C T I O N   C A R D          *
      *****************************************************************
       P8000-READ-PMNT-FILE.

           READ PMNT-FILE INTO W-PMNT-RECORD
               AT END
                   MOVE  'Y'  TO  W-PMNT-EOF-SW
               NOT AT END
                   COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   C O U N T   T H E   D E P T   R O W                          *
      *****************************************************************
       P5030-COUNT-DEPT-ROW.

           MOVE  PMNT-WORKDEPT  TO  DEPTNO.

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :W-DEPT-COUNT
                   FROM DSN8110.DEPT
                  WHERE DEPTNO = :DCLDEPT.DEPTNO
             END-EXEC.

             IF  SQLCODE  =  DB2-OK
                 NEXT SENTENCE
             ELSE
                 DISPLAY 'P5030 COUNT DEPT ROW'
                 DISPLAY 'SQLCODE = ', SQLCODE
                 MOVE  'P5030-COUNT-DEPT-ROW'
                       TO  W-ERR-PARAGRAPH
                 PERFORM P9999-ABEND-PGM.
      /
      *****************************************************************
      *   C O U N T   I N C U M B E N T S   I N   P O S I T I O N      *
      *****************************************************************
       P5036-COUNT-FILLED.

           MOVE  PMNT-WORKDEPT  TO  WORKDEPT.
           MOVE  PMNT-JOB       TO  JOB.

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

           IF  ABEND-CAUSE-SQL
               DISPLAY 'ABNORMAL TERMINATION - SQLCODE = ', SQLCODE
               MOVE  PMNT-WORKDEPT  TO  W-ERR-WORKDEPT
               MOVE  PMNT-JOB       TO  W-ERR-JOB
               CALL C-DIAG-PGM USING SQLCA, C-THIS-PGM,
                                     W-ERR-PARAGRAPH, W-ERR-KEY
           ELSE
               DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH
               DISPLAY 'NON-SQL CAUSE - SEE THE MESSAGES ABOVE'
           END-IF.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
