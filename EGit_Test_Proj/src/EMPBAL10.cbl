      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBAL10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  MONTH-END CROSS-INTERFACE BALANCING CERTIFICATE - READS THE
      *  CONTROL RECORDS OF EVERY FILE THE CYCLE HANDS TO PAYROLL AND
      *  FINANCE AND PROVES THEY AGREE WITH EACH OTHER BEFORE ANY OF
      *  THEM IS TRANSMITTED:
      *
      *    PAYV0010 - PAYROLL VENDOR FILE HEADER, DETAILS, TRAILER
      *    GLIF0010 - GL INTERFACE HEADER, JOURNALS, TRAILER
      *    EXTI0010 - MASTER EXTRACT HDR/TRL (VERIFIED AS USUAL)
      *    RSUM0010 - DB2CBLEX RUN SUMMARY (GRAND TOTAL COMP, REJECTS)
      *    SNAP0010 - THE MONTH'S PER-DEPARTMENT SNAPSHOT RECORDS
      *
      *  RELATIONSHIPS PROVED:
      *    PAYV0010 DETAILS (COUNT AND TOTAL COMP) = PAYV0010 TRAILER
      *    GLIF0010 JOURNALS (COUNT AND TOTAL COMP) = GLIF0010 TRAILER
      *    PAYROLL TOTAL COMP (PAYV0010 TRAILER) = GL TOTAL COMP
      *    (GLIF0010 TRAILER) AND = RSUM0010 GRAND TOTAL COMP
      *    EXTRACT RECORD COUNT LESS REJECTED ROWS = PAYV0010 COUNT
      *    SNAPSHOT HEADCOUNT AND SALARY = THE EXTRACT NET OF
      *    REJECTED ROWS
      *
      *  A REJECTED ROW IS ONE THAT FAILS THE SHARED CTLL0010
      *  SALARY/EDLEVEL/SEX EDITS - THE SAME TEST DB2CBLEX USES TO
      *  LEAVE A ROW OFF PAYV0010 AND OUT OF THE SNAPSHOT TOTALS, AND
      *  EMPGLD10 USES TO LEAVE IT OUT OF THE GL.  THE ROWS ARE
      *  COUNTED OFF THE EXTRACT ITSELF: THE RSUM0010 REJECTS WRITTEN
      *  FIGURE COUNTS REJT0010 RECORDS, ONE PER FAILED EDIT, SO A ROW
      *  FAILING TWO EDITS COUNTS TWICE THERE.  IT IS PRINTED FOR
      *  REFERENCE ONLY.
      *
      *  EVERY FIGURE IS PRINTED SIDE BY SIDE ON A ONE-PAGE
      *  CERTIFICATE ON RPTO0280 THAT FINANCE SIGNS OFF.  A SOURCE
      *  THAT IS MISSING, CUT SHORT OR FROM ANOTHER CYCLE LEAVES ITS
      *  RELATIONSHIPS UNPROVED, WHICH IS OUT OF BALANCE.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *                PAYV0010 - PAYROLL VENDOR FILE FROM DB2CBLEX
      *                GLIF0010 - GL INTERFACE FILE FROM EMPGLD10
      *                RSUM0010 - DB2CBLEX RUN SUMMARY FOR THE CYCLE
      *                SNAP0010 - MONTH-END SNAPSHOT HISTORY
      *                CTLL0010 - SHARED EDIT-LIMITS CONTROL RECORD
      *
      *  OUTPUT FILES: RPTO0280 - BALANCING CERTIFICATE
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL EMPGLD10
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                EXTMAST
      *                PAYVRPT
      *                GLIFRPT
      *                RUNSUMR
      *                SNAPREC
      *                EDTLIMR
      *                REPORTBL
      *                CYCLPRM
      *    TABLES:  NONE - FILE DRIVEN OFF THE CYCLE'S CONTROL RECORDS
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN EVERY RELATIONSHIP HAS BEEN PRINTED
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN THE EXTRACT FAILS VERIFICATION
      *
      *    RETURN CODES:
      *             0 - BALANCED - THE VENDOR AND GL FILES MAY BE SENT
      *             8 - OUT OF BALANCE, A SOURCE IS MISSING OR FROM
      *                 ANOTHER CYCLE, THE CTLL0010 CONTROL RECORD IS
      *                 BAD, OR THE CYCLE IS NOT READY - THE PAYV0010
      *                 AND GLIF0010 TRANSMISSION STEPS ARE HELD
      *
      *    SPECIAL LOGIC:  THE SNAPSHOT MONTH IS THE ONE DB2CBLEX
      *                    STAMPED ON SNAP-MONTH, TAKEN FROM THE
      *                    SNAPSHOT REPORTING MONTH LINE OF ITS
      *                    RSUM0010 RUN SUMMARY - THE CALN0010
      *                    REPORTING MONTH OF THE PERIOD THE RUN
      *                    CLOSED, WHICH NEED NOT BE THE MONTH OF THE
      *                    CYCLE DATE.  WITH NO SUCH LINE THE
      *                    SNAPSHOT RELATIONSHIPS ARE UNPROVED.  A
      *                    MONTH-END EXTRACT RERUN THAT APPENDED A
      *                    SECOND SET OF SNAPSHOT RECORDS DOUBLES THE
      *                    SNAPSHOT FIGURES AND SHOWS OUT OF BALANCE -
      *                    REBUILD THE MONTH WITH EMPSNP10
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - MONTH-END           2026-10-15      *
      *          BALANCING CERTIFICATE ACROSS                          *
      *          PAYV0010, GLIF0010, EXTO0010,                         *
      *          RSUM0010 AND SNAP0010                                 *
      *  LOUIS - SNAPSHOT MONTH NOW TAKEN FROM THE     2026-10-15      *
      *          RSUM0010 SNAPSHOT REPORTING MONTH                     *
      *          LINE, NOT THE CYCLE DATE                              *
      *  LOUIS - REFUSES A CYCLE IT HAS ALREADY        2026-10-15      *
      *          COMPLETED - NO NEW CYCLE MEANS DB2CBLEX               *
      *          WAS SKIPPED                                           *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EXTI-FILE           ASSIGN TO EXTI0010.
           SELECT PAYV-FILE           ASSIGN TO PAYV0010
                                       FILE STATUS IS WS-PAYV-STATUS.
           SELECT GLIF-FILE           ASSIGN TO GLIF0010
                                       FILE STATUS IS WS-GLIF-STATUS.
           SELECT RSUM-FILE           ASSIGN TO RSUM0010
                                       FILE STATUS IS WS-RSUM-STATUS.
           SELECT SNAP-FILE           ASSIGN TO SNAP0010
                                       FILE STATUS IS WS-SNAP-STATUS.
           SELECT CTLL-FILE           ASSIGN TO CTLL0010
                                       FILE STATUS IS WS-CTLL-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0280.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  EXTI-FILE                          DDNAME - EXTI0010    *
      *        MASTER EXTRACT WRITTEN BY DB2CBLEX                      *
      ******************************************************************

       FD  EXTI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXTI-RECORD.

       01  EXTI-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  PAYV-FILE                          DDNAME - PAYV0010    *
      *        PAYROLL VENDOR INTERFACE - HEADER/DETAIL/TRAILER        *
      ******************************************************************

       FD  PAYV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYV-RECORD.

       01  PAYV-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  GLIF-FILE                          DDNAME - GLIF0010    *
      *        GL INTERFACE FILE - HEADER/JOURNAL/TRAILER              *
      ******************************************************************

       FD  GLIF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLIF-RECORD.

       01  GLIF-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  RSUM-FILE                          DDNAME - RSUM0010    *
      *        DB2CBLEX ONE-PAGE RUN SUMMARY                           *
      ******************************************************************

       FD  RSUM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RSUM-RECORD.

       01  RSUM-RECORD       PIC X(100).

      ******************************************************************
      * FILE:  SNAP-FILE                          DDNAME - SNAP0010    *
      *        MONTH-END PER-DEPARTMENT SNAPSHOT HISTORY               *
      ******************************************************************

       FD  SNAP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAP-RECORD.

       01  SNAP-RECORD       PIC X(50).

      ******************************************************************
      * FILE:  CTLL-FILE                           DDNAME - CTLL0010   *
      *        SHARED EDIT-LIMITS CONTROL RECORD READ AT STARTUP       *
      ******************************************************************

       FD  CTLL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLL-RECORD.

       01  CTLL-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0280    *
      *        MONTH-END BALANCING CERTIFICATE                         *
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
           VALUE 'EMPBAL10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPBAL10'.
      /
       COPY EXTMAST.
      /
       COPY PAYVRPT.
      /
       COPY GLIFRPT.
      /
       COPY RUNSUMR.
      /
       COPY SNAPREC.
      /
       COPY EDTLIMR.
      /
       COPY REPORTBL.
      /
       COPY CYCLPRM.
      /
       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.
       01   W-PAYV-EOF-SW        PIC X(01) VALUE 'N'.
           88  PAYV-EOF                      VALUE 'Y'.
       01   W-GLIF-EOF-SW        PIC X(01) VALUE 'N'.
           88  GLIF-EOF                      VALUE 'Y'.
       01   W-RSUM-EOF-SW        PIC X(01) VALUE 'N'.
           88  RSUM-EOF                      VALUE 'Y'.
       01   W-SNAP-EOF-SW        PIC X(01) VALUE 'N'.
           88  SNAP-EOF                      VALUE 'Y'.
       01   WS-PAYV-STATUS       PIC X(02) VALUE SPACES.
       01   WS-GLIF-STATUS       PIC X(02) VALUE SPACES.
       01   WS-RSUM-STATUS       PIC X(02) VALUE SPACES.
       01   WS-SNAP-STATUS       PIC X(02) VALUE SPACES.
       01   WS-CTLL-STATUS       PIC X(02) VALUE SPACES.
       01   W-CTLL-OK-SW         PIC X(01) VALUE 'N'.
           88  EDIT-LIMITS-OK                VALUE 'Y'.
       01   W-ROW-OK-SW          PIC X(01) VALUE 'N'.
           88  ROW-ELIGIBLE                  VALUE 'Y'.

       01   W-EXT-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-HDR-SEEN                  VALUE 'Y'.
       01   W-EXT-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-TRL-SEEN                  VALUE 'Y'.
       01   W-EXT-CYCLE-DATE     PIC X(10) VALUE SPACES.
       01   W-EXT-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-TRL-COUNT      PIC 9(09) VALUE ZERO.
       01   W-EXT-TRL-HASH       PIC 9(13)V9(2) VALUE ZERO.
       01   W-EXT-REJECT-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-REJECT-SALARY  PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-NET-COUNT      PIC S9(9) COMP VALUE ZERO.
       01   W-EXT-NET-SALARY     PIC S9(13)V9(2) COMP-3 VALUE ZERO.

       01   W-PAYV-IN            PIC X(80) VALUE SPACES.
       01   W-PAYV-OK-SW         PIC X(01) VALUE 'N'.
           88  PAYV-USABLE                   VALUE 'Y'.
       01   W-PAYV-HDR-SEEN-SW   PIC X(01) VALUE 'N'.
           88  PAYV-HDR-SEEN                 VALUE 'Y'.
       01   W-PAYV-TRL-SEEN-SW   PIC X(01) VALUE 'N'.
           88  PAYV-TRL-SEEN                 VALUE 'Y'.
       01   W-PAYV-NOTE          PIC X(38) VALUE SPACES.
       01   W-PAYV-RUN-DATE      PIC X(10) VALUE SPACES.
       01   W-PAYV-FILE-SEQ      PIC 9(06) VALUE ZERO.
       01   W-PAYV-DETAIL-COUNT  PIC S9(9) COMP VALUE ZERO.
       01   W-PAYV-DETAIL-COMP   PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-PAYV-TRL-COUNT     PIC 9(09) VALUE ZERO.
       01   W-PAYV-TRL-SALARY    PIC 9(13)V9(2) VALUE ZERO.
       01   W-PAYV-TRL-COMP      PIC 9(13)V9(2) VALUE ZERO.

       01   W-GLIF-IN            PIC X(80) VALUE SPACES.
       01   W-GLIF-OK-SW         PIC X(01) VALUE 'N'.
           88  GLIF-USABLE                   VALUE 'Y'.
       01   W-GLIF-HDR-SEEN-SW   PIC X(01) VALUE 'N'.
           88  GLIF-HDR-SEEN                 VALUE 'Y'.
       01   W-GLIF-TRL-SEEN-SW   PIC X(01) VALUE 'N'.
           88  GLIF-TRL-SEEN                 VALUE 'Y'.
       01   W-GLIF-NOTE          PIC X(38) VALUE SPACES.
       01   W-GLIF-RUN-DATE      PIC X(10) VALUE SPACES.
       01   W-GLIF-FILE-SEQ      PIC 9(06) VALUE ZERO.
       01   W-GLIF-JOURNAL-COUNT PIC S9(9) COMP VALUE ZERO.
       01   W-GLIF-JOURNAL-COMP  PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-GLIF-TRL-COUNT     PIC 9(06) VALUE ZERO.
       01   W-GLIF-TRL-COMP      PIC 9(13)V9(2) VALUE ZERO.

       01   W-RSUM-OK-SW         PIC X(01) VALUE 'N'.
           88  RSUM-USABLE                   VALUE 'Y'.
       01   W-RSUM-FOUND-SW      PIC X(01) VALUE 'N'.
           88  RSUM-COMP-FOUND               VALUE 'Y'.
       01   W-RSUM-NOTE          PIC X(38) VALUE SPACES.
       01   W-RSUM-RUN-DATE      PIC X(10) VALUE SPACES.
       01   W-RSUM-COMP-TOTAL    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01   W-RSUM-REJECTS       PIC S9(9) COMP VALUE ZERO.
       01   W-RSUM-MODE          PIC X(30) VALUE SPACES.
       01   W-RSUM-WORKDEPT      PIC X(30) VALUE SPACES.
       01   W-RSUM-SNAPSHOT      PIC X(30) VALUE SPACES.

       01   W-SNAP-OK-SW         PIC X(01) VALUE 'N'.
           88  SNAP-USABLE                   VALUE 'Y'.
       01   W-SNAP-NOTE          PIC X(38) VALUE SPACES.
       01   W-SNAP-MONTH         PIC X(06) VALUE SPACES.
       01   W-SNAP-DEPT-COUNT    PIC S9(9) COMP VALUE ZERO.
       01   W-SNAP-HEADCOUNT     PIC S9(9) COMP VALUE ZERO.
       01   W-SNAP-SALARY        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-SNAP-COMP          PIC S9(13)V9(2) COMP-3 VALUE ZERO.

      *    ONE RELATIONSHIP AT A TIME - P0710/P0720 PRINT AND SCORE IT
       01   W-PRF-DATA-SW        PIC X(01) VALUE 'N'.
           88  PROOF-HAS-DATA                VALUE 'Y'.
       01   W-PRF-LEFT           PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-PRF-RIGHT          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-PRF-DIFF           PIC S9(13)V9(2) COMP-3 VALUE ZERO.

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

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'EMPGLD10'.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-PROOFS-BALANCED        PIC S9(8) COMP  VALUE ZERO.
          05  A-PROOFS-OUT             PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'EMPBAL10 ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'EMPBAL10 ENDED - PREDECESSOR NOT COMPLETE'
               END-IF
               DISPLAY 'CYCLE DATE  = ', CYCQ-CYCLE-DATE
               DISPLAY 'PREDECESSOR = ', CYCQ-PREDECESSOR,
                       ' STATUS ', CYCQ-PRED-STATUS
               DISPLAY 'NO CERTIFICATE - HOLD THE VENDOR AND GL FILES'
               DISPLAY 'COMPLETE - SEE THE EMPCYC10 STATUS BOARD'
               MOVE  'BLOCKED'  TO  CYCQ-STATUS
               MOVE  8          TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0012-READ-EDIT-LIMITS.

           IF  NOT  EDIT-LIMITS-OK
               DISPLAY 'EMPBAL10 ENDED - CTLL0010 EDIT-LIMITS'
               DISPLAY 'CONTROL RECORD MISSING OR GARBLED'
               DISPLAY 'FILE STATUS = ', WS-CTLL-STATUS
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'CTLL0010 RECORD BAD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE-YYYY  TO  W-CURR-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-CURR-MM.
           MOVE  WS-SYS-DATE-DD    TO  W-CURR-DD.
           MOVE  C-CURR-DATE-YMD   TO  BLT-RUN-DATE.

           WRITE REPORT-RECORD  FROM  W-BAL-TITLE.

           PERFORM P0300-LOAD-EXTRACT-TOTALS.
           PERFORM P0400-READ-PAYV-FILE.
           PERFORM P0450-READ-GLIF-FILE.
           PERFORM P0500-READ-RUN-SUMMARY.
           PERFORM P0550-READ-SNAPSHOTS.

           PERFORM P0600-PRINT-SOURCE-FIGURES.
           PERFORM P0700-PROVE-RELATIONSHIPS.
           PERFORM P0800-PRINT-CERTIFICATE.

           CLOSE REPORT-FILE.

           DISPLAY 'TOTAL EXTRACT RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'RELATIONSHIPS BALANCED    '  A-PROOFS-BALANCED.
           DISPLAY 'RELATIONSHIPS OUT         '  A-PROOFS-OUT.

           IF  A-PROOFS-OUT  >  ZERO
               DISPLAY 'CYCLE IS OUT OF BALANCE - HOLD THE PAYV0010 '
               DISPLAY 'AND GLIF0010 TRANSMISSIONS - SEE RPTO0280'
               MOVE  8  TO  RETURN-CODE
           END-IF.

           MOVE  RETURN-CODE  TO  CYCQ-STEP-RC.
           MOVE  'COMPLETE'   TO  CYCQ-STATUS.
           IF  A-PROOFS-OUT  >  ZERO
               MOVE  'OUT OF BALANCE'  TO  CYCQ-NOTE
           END-IF.
           PERFORM P0008-LOG-CYCLE-EVENT.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   C H E C K   T H E   C Y C L E   I S   R E A D Y              *
      *****************************************************************
       P0005-CHECK-CYCLE-READY.

      *    THE CERTIFICATE IS ONLY WORTH SIGNING ONCE THE LAST FILE IT
      *    BALANCES HAS BEEN BUILT - EMPGLD10 WRITES GLIF0010 AFTER
      *    DB2CBLEX HAS WRITTEN EVERYTHING ELSE FOR THE CYCLE
           INITIALIZE  W-CYCQ-AREA.
           MOVE  'CHECK'              TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM           TO  CYCQ-PROGRAM.
           MOVE  C-CYCLE-PREDECESSOR  TO  CYCQ-PREDECESSOR.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

           IF  CYCQ-OK
               MOVE  'STARTED'  TO  CYCQ-STATUS
               MOVE  ZERO       TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
           ELSE
               MOVE  'Y'               TO  W-CYCLE-BLOCKED-SW
               IF  CYCQ-ALREADY-RUN
                   MOVE  'ALREADY RUN FOR CYCLE'  TO  CYCQ-NOTE
               ELSE
                   MOVE  CYCQ-PREDECESSOR  TO  CYCQ-NOTE(1:8)
                   MOVE  CYCQ-PRED-STATUS  TO  CYCQ-NOTE(10:8)
               END-IF
           END-IF.
      /
      *****************************************************************
      *   R E C O R D   T H E   S T E P   O N   C Y C L 0 0 1 0        *
      *****************************************************************
       P0008-LOG-CYCLE-EVENT.

           MOVE  'LOG'       TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM  TO  CYCQ-PROGRAM.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

      *    A LOST EVENT IS REPORTED BUT DOES NOT FAIL THE RUN - A LOST
      *    COMPLETE ONLY SHOWS THE STEP AS RUNNING ON THE STATUS BOARD
           IF  NOT  CYCQ-OK
               DISPLAY 'WARNING - CYCL0010 ', CYCQ-STATUS,
                       ' EVENT NOT RECORDED'
           END-IF.

      *    THE CALL HANDS BACK CYCLCTL'S RETURN-CODE - PUT THE STEP'S
      *    OWN BACK
           MOVE  CYCQ-STEP-RC  TO  RETURN-CODE.
      /
      *****************************************************************
      *   R E A D   T H E   E D I T - L I M I T S   C O N T R O L      *
      *****************************************************************
       P0012-READ-EDIT-LIMITS.

           MOVE  'N'  TO  W-CTLL-OK-SW.

           OPEN INPUT CTLL-FILE.
           IF  WS-CTLL-STATUS  =  '00'
               READ CTLL-FILE INTO W-CTLL-RECORD
               IF  WS-CTLL-STATUS  =  '00'  AND
                   CTLL-SALARY-LOW-X    NUMERIC  AND
                   CTLL-SALARY-HIGH-X   NUMERIC  AND
                   CTLL-EDLEVEL-LOW-X   NUMERIC  AND
                   CTLL-EDLEVEL-HIGH-X  NUMERIC  AND
                   CTLL-REJ-COUNT-X     NUMERIC  AND
                   CTLL-REJ-PCT-X       NUMERIC  AND
                   CTLL-REJ-MIN-READ-X  NUMERIC
                   MOVE  CTLL-SALARY-LOW-9    TO  W-LIM-SALARY-LOW
                   MOVE  CTLL-SALARY-HIGH-9   TO  W-LIM-SALARY-HIGH
                   MOVE  CTLL-EDLEVEL-LOW-9   TO  W-LIM-EDLEVEL-LOW
                   MOVE  CTLL-EDLEVEL-HIGH-9  TO  W-LIM-EDLEVEL-HIGH
                   MOVE  CTLL-REJ-COUNT-9     TO  W-LIM-REJECT-COUNT
                   MOVE  CTLL-REJ-PCT-9       TO  W-LIM-REJECT-PCT
                   MOVE  CTLL-REJ-MIN-READ-9  TO
                         W-LIM-REJECT-MIN-READ
                   IF  W-LIM-SALARY-LOW   <=  W-LIM-SALARY-HIGH  AND
                       W-LIM-EDLEVEL-LOW  <=  W-LIM-EDLEVEL-HIGH
                       MOVE  'Y'  TO  W-CTLL-OK-SW
                   END-IF
               END-IF
               CLOSE CTLL-FILE
           END-IF.
      /
      *****************************************************************
      *   T O T A L   T H E   M A S T E R   E X T R A C T              *
      *****************************************************************
       P0300-LOAD-EXTRACT-TOTALS.

           OPEN INPUT EXTI-FILE.

           PERFORM P8000-READ-EXTI-FILE.
           PERFORM P0310-ADD-ONE-RECORD UNTIL EXTI-EOF.

           CLOSE EXTI-FILE.

           PERFORM P0360-VERIFY-EXTRACT.

      *    THE NET FIGURES ARE WHAT PAYROLL AND THE SNAPSHOT SHOULD
      *    HOLD - THE TRAILER LESS THE ROWS THE EDITS KEEP OFF THEM
           COMPUTE  W-EXT-NET-COUNT   =
                    W-EXT-TRL-COUNT   -  W-EXT-REJECT-COUNT.
           COMPUTE  W-EXT-NET-SALARY  =
                    W-EXT-TRL-HASH    -  W-EXT-REJECT-SALARY.
      /
       P0310-ADD-ONE-RECORD.

           EVALUATE  W-EXT-RECORD(1:3)
               WHEN  'HDR'
                   MOVE  W-EXT-RECORD        TO  W-EXT-HEADER
                   MOVE  EXT-HDR-CYCLE-DATE  TO  W-EXT-CYCLE-DATE
                   MOVE  'Y'  TO  W-EXT-HDR-SEEN-SW
               WHEN  'TRL'
                   MOVE  W-EXT-RECORD        TO  W-EXT-TRAILER
                   MOVE  EXT-TRL-RECORD-COUNT  TO  W-EXT-TRL-COUNT
                   MOVE  EXT-TRL-HASH-SALARY   TO  W-EXT-TRL-HASH
                   MOVE  'Y'  TO  W-EXT-TRL-SEEN-SW
               WHEN  OTHER
                   ADD  1           TO  W-EXT-DETAIL-COUNT
                   ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY
                   PERFORM P0315-CHECK-ROW-ELIGIBLE
                   IF  NOT  ROW-ELIGIBLE
                       ADD  1           TO  W-EXT-REJECT-COUNT
                       ADD  EXT-SALARY  TO  W-EXT-REJECT-SALARY
                   END-IF
           END-EVALUATE.

           PERFORM P8000-READ-EXTI-FILE.
      /
      *****************************************************************
      *   V E N D O R - F I L E   R O W   E L I G I B I L I T Y        *
      *****************************************************************
       P0315-CHECK-ROW-ELIGIBLE.

      *    SAME CTLL0010 SALARY/EDLEVEL/SEX LIMITS DB2CBLEX APPLIES
      *    WHEN IT BUILDS PAYV0010 (P0058) AND EMPGLD10 APPLIES TO THE
      *    GL (P0315).  ON THE EXTRACT A NULL EDLEVEL IS ZERO AND A
      *    NULL SEX IS SPACE, SO ZERO/SPACE PASS THE WAY A NULL PASSES
      *    IN DB2CBLEX
           MOVE  'Y'  TO  W-ROW-OK-SW.

           IF  EXT-SALARY  <  W-LIM-SALARY-LOW  OR
               EXT-SALARY  >  W-LIM-SALARY-HIGH
               MOVE  'N'  TO  W-ROW-OK-SW
           END-IF.

           IF  EXT-EDLEVEL  NOT =  ZERO
               IF  EXT-EDLEVEL  <  W-LIM-EDLEVEL-LOW  OR
                   EXT-EDLEVEL  >  W-LIM-EDLEVEL-HIGH
                   MOVE  'N'  TO  W-ROW-OK-SW
               END-IF
           END-IF.

           IF  EXT-SEX  NOT =  SPACE
               IF  EXT-SEX  NOT =  'M'  AND  EXT-SEX  NOT =  'F'
                   MOVE  'N'  TO  W-ROW-OK-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   V E R I F Y   T H E   E X T R A C T   H A N D S H A K E      *
      *****************************************************************
       P0360-VERIFY-EXTRACT.

           IF  NOT  EXT-HDR-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO HDR RECORD'
               DISPLAY 'THE FILE IS NOT A COMPLETE EXTO0010'
               DISPLAY 'GENERATION - RERUN DB2CBLEX'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  NOT  EXT-TRL-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO TRL RECORD'
               DISPLAY 'THE EXTRACT WAS CUT SHORT - RERUN DB2CBLEX'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-EXT-DETAIL-COUNT  NOT =  W-EXT-TRL-COUNT
               DISPLAY 'EXTI0010 FAILED VERIFICATION - RECORD COUNT'
               DISPLAY 'TRAILER COUNT = ', W-EXT-TRL-COUNT
               DISPLAY 'DETAILS READ  = ', W-EXT-DETAIL-COUNT
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-EXT-HASH-SALARY  NOT =  W-EXT-TRL-HASH
               DISPLAY 'EXTI0010 FAILED VERIFICATION - SALARY HASH'
               DISPLAY 'TRAILER HASH  = ', W-EXT-TRL-HASH
               DISPLAY 'COMPUTED HASH = ', W-EXT-HASH-SALARY
               PERFORM P9998-VERIFY-ABEND
           END-IF.

      *    THE GENERATION MUST BELONG TO THE CYCLE THE GATE CLEARED -
      *    AN OLDER EXTRACT LEFT ALLOCATED BEHIND A COMPLETED CYCLE
      *    WOULD OTHERWISE CERTIFY THE WRONG MONTH
           IF  W-EXT-CYCLE-DATE  NOT =  CYCQ-CYCLE-DATE
               DISPLAY 'EXTI0010 FAILED VERIFICATION - CYCLE CONTROL'
               DISPLAY 'EXTRACT CYCLE DATE = ', W-EXT-CYCLE-DATE
               DISPLAY 'CONTROLLED CYCLE   = ', CYCQ-CYCLE-DATE
               DISPLAY 'CHECK THE GENERATION ALLOCATED TO THE STEP'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           DISPLAY 'EXTI0010 VERIFIED - CYCLE DATE ',
                   W-EXT-CYCLE-DATE.
      /
      *****************************************************************
      *   R E A D   T H E   P A Y R O L L   V E N D O R   F I L E      *
      *****************************************************************
       P0400-READ-PAYV-FILE.

           OPEN INPUT PAYV-FILE.
           IF  WS-PAYV-STATUS  NOT =  '00'
               DISPLAY 'PAYV0010 NOT AVAILABLE - STATUS ',
                       WS-PAYV-STATUS
               MOVE  'FILE NOT AVAILABLE'  TO  W-PAYV-NOTE
           ELSE
               PERFORM P8010-READ-PAYV-FILE
               PERFORM P0410-ADD-ONE-PAYV UNTIL PAYV-EOF
               CLOSE PAYV-FILE
               PERFORM P0420-CHECK-PAYV-FILE
           END-IF.
      /
       P0410-ADD-ONE-PAYV.

           EVALUATE  W-PAYV-IN(1:1)
               WHEN  'H'
                   MOVE  W-PAYV-IN     TO  W-PAYV-HEADER
                   MOVE  PVH-RUN-DATE  TO  W-PAYV-RUN-DATE
                   MOVE  PVH-FILE-SEQ  TO  W-PAYV-FILE-SEQ
                   MOVE  'Y'  TO  W-PAYV-HDR-SEEN-SW
               WHEN  'T'
                   MOVE  W-PAYV-IN            TO  W-PAYV-TRAILER
                   MOVE  PVT-DETAIL-COUNT     TO  W-PAYV-TRL-COUNT
                   MOVE  PVT-HASH-SALARY      TO  W-PAYV-TRL-SALARY
                   MOVE  PVT-HASH-TOTAL-COMP  TO  W-PAYV-TRL-COMP
                   MOVE  'Y'  TO  W-PAYV-TRL-SEEN-SW
               WHEN  OTHER
                   MOVE  W-PAYV-IN  TO  W-PAYV-DETAIL
                   ADD  1               TO  W-PAYV-DETAIL-COUNT
                   ADD  PVD-TOTAL-COMP  TO  W-PAYV-DETAIL-COMP
           END-EVALUATE.

           PERFORM P8010-READ-PAYV-FILE.
      /
       P0420-CHECK-PAYV-FILE.

      *    DB2CBLEX DATES THE VENDOR HEADER WITH ITS RUN DATE, WHICH IS
      *    THE CYCLE DATE ON THE EXTRACT HEADER
           EVALUATE  TRUE
               WHEN  NOT  PAYV-HDR-SEEN
                   MOVE  'NO HEADER RECORD'  TO  W-PAYV-NOTE
               WHEN  NOT  PAYV-TRL-SEEN
                   MOVE  'NO TRAILER - FILE CUT SHORT'
                                             TO  W-PAYV-NOTE
               WHEN  W-PAYV-RUN-DATE  NOT =  W-EXT-CYCLE-DATE
                   MOVE  'HEADER IS FROM ANOTHER CYCLE'
                                             TO  W-PAYV-NOTE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-PAYV-OK-SW
                   MOVE  'HEADER AND TRAILER FOR THE CYCLE'
                                             TO  W-PAYV-NOTE
           END-EVALUATE.
      /
      *****************************************************************
      *   R E A D   T H E   G L   I N T E R F A C E   F I L E          *
      *****************************************************************
       P0450-READ-GLIF-FILE.

           OPEN INPUT GLIF-FILE.
           IF  WS-GLIF-STATUS  NOT =  '00'
               DISPLAY 'GLIF0010 NOT AVAILABLE - STATUS ',
                       WS-GLIF-STATUS
               MOVE  'FILE NOT AVAILABLE'  TO  W-GLIF-NOTE
           ELSE
               PERFORM P8020-READ-GLIF-FILE
               PERFORM P0460-ADD-ONE-GLIF UNTIL GLIF-EOF
               CLOSE GLIF-FILE
               PERFORM P0470-CHECK-GLIF-FILE
           END-IF.
      /
       P0460-ADD-ONE-GLIF.

           EVALUATE  W-GLIF-IN(1:1)
               WHEN  'H'
                   MOVE  W-GLIF-IN     TO  W-GLIF-HEADER
                   MOVE  GLH-RUN-DATE  TO  W-GLIF-RUN-DATE
                   MOVE  GLH-FILE-SEQ  TO  W-GLIF-FILE-SEQ
                   MOVE  'Y'  TO  W-GLIF-HDR-SEEN-SW
               WHEN  'T'
                   MOVE  W-GLIF-IN            TO  W-GLIF-TRAILER
                   MOVE  GLT-JOURNAL-COUNT    TO  W-GLIF-TRL-COUNT
                   MOVE  GLT-HASH-TOTAL-COMP  TO  W-GLIF-TRL-COMP
                   MOVE  'Y'  TO  W-GLIF-TRL-SEEN-SW
               WHEN  OTHER
                   MOVE  W-GLIF-IN  TO  W-GLIF-JOURNAL
                   ADD  1               TO  W-GLIF-JOURNAL-COUNT
                   ADD  GLJ-TOTAL-COMP  TO  W-GLIF-JOURNAL-COMP
           END-EVALUATE.

           PERFORM P8020-READ-GLIF-FILE.
      /
       P0470-CHECK-GLIF-FILE.

      *    EMPGLD10 DATES ITS HEADER WITH THE DAY IT RAN, WHICH CANNOT
      *    BE EARLIER THAN THE CYCLE IT POSTED
           EVALUATE  TRUE
               WHEN  NOT  GLIF-HDR-SEEN
                   MOVE  'NO HEADER RECORD'  TO  W-GLIF-NOTE
               WHEN  NOT  GLIF-TRL-SEEN
                   MOVE  'NO TRAILER - FILE CUT SHORT'
                                             TO  W-GLIF-NOTE
               WHEN  W-GLIF-RUN-DATE  <  W-EXT-CYCLE-DATE
                   MOVE  'HEADER IS OLDER THAN THE CYCLE'
                                             TO  W-GLIF-NOTE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-GLIF-OK-SW
                   MOVE  'HEADER AND TRAILER FOR THE CYCLE'
                                             TO  W-GLIF-NOTE
           END-EVALUATE.
      /
      *****************************************************************
      *   F I N D   T H E   D B 2 C B L E X   R U N   S U M M A R Y    *
      *****************************************************************
       P0500-READ-RUN-SUMMARY.

           OPEN INPUT RSUM-FILE.
           IF  WS-RSUM-STATUS  NOT =  '00'
               DISPLAY 'RSUM0010 NOT AVAILABLE - STATUS ',
                       WS-RSUM-STATUS
               MOVE  'FILE NOT AVAILABLE'  TO  W-RSUM-NOTE
           ELSE
               PERFORM P8030-READ-RSUM-FILE
               PERFORM P0510-CHECK-ONE-SUMMARY-LINE UNTIL RSUM-EOF
               CLOSE RSUM-FILE
               PERFORM P0520-CHECK-RUN-SUMMARY
           END-IF.
      /
       P0510-CHECK-ONE-SUMMARY-LINE.

           IF  RSUM-RECORD(1:5)   =  '*****'  AND
               RSUM-RECORD(36:10) =  'RUN DATE: '
               MOVE  RSUM-RECORD    TO  W-RSUM-TITLE
               MOVE  RSUM-RUN-DATE  TO  W-RSUM-RUN-DATE
           END-IF.

      *    RSUM0010 HOLDS ONE RUN'S SUMMARY - DB2CBLEX OPENS IT
      *    OUTPUT, SO A RERUN REPLACES IT
           MOVE  RSUM-RECORD  TO  W-RSUM-TEXT-LINE.
           IF  RST-LABEL  =  'EXTRACT MODE'
               MOVE  RST-TEXT  TO  W-RSUM-MODE
           END-IF.
           IF  RST-LABEL  =  'PARM WORKDEPT'
               MOVE  RST-TEXT  TO  W-RSUM-WORKDEPT
           END-IF.
           IF  RST-LABEL  =  'MONTH-END SNAPSHOT RUN'
               MOVE  RST-TEXT  TO  W-RSUM-SNAPSHOT
           END-IF.
      *    ONLY A SNAPSHOT RUN WRITES THIS LINE - IT CARRIES THE
      *    MONTH DB2CBLEX STAMPED ON THE SNAP0010 RECORDS
           IF  RST-LABEL  =  'SNAPSHOT REPORTING MONTH'
               MOVE  RST-TEXT(1:6)  TO  W-SNAP-MONTH
           END-IF.

           IF  RSUM-RECORD(1:30)  =  'REJECTS WRITTEN'
               MOVE  RSUM-RECORD  TO  W-RSUM-COUNT-LINE
               MOVE  RSC-COUNT    TO  W-RSUM-REJECTS
           END-IF.

           IF  RSUM-RECORD(1:30)  =  'GRAND TOTAL COMP'
               MOVE  RSUM-RECORD  TO  W-RSUM-AMOUNT-LINE
               MOVE  RSA-AMOUNT   TO  W-RSUM-COMP-TOTAL
               MOVE  'Y'          TO  W-RSUM-FOUND-SW
           END-IF.

           PERFORM P8030-READ-RSUM-FILE.
      /
       P0520-CHECK-RUN-SUMMARY.

      *    THE SUMMARY IS DATED WITH DB2CBLEX'S RUN DATE, WHICH IS THE
      *    CYCLE DATE IT STAMPS ON THE EXTRACT HEADER
           EVALUATE  TRUE
               WHEN  NOT  RSUM-COMP-FOUND
                   MOVE  'NO GRAND TOTAL COMP LINE'
                                             TO  W-RSUM-NOTE
               WHEN  W-RSUM-RUN-DATE  NOT =  W-EXT-CYCLE-DATE
                   MOVE  'SUMMARY IS FROM ANOTHER CYCLE'
                                             TO  W-RSUM-NOTE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-RSUM-OK-SW
                   MOVE  'SUMMARY FOR THE CYCLE'
                                             TO  W-RSUM-NOTE
           END-EVALUATE.
      /
      *****************************************************************
      *   T O T A L   T H E   M O N T H ' S   S N A P S H O T S        *
      *****************************************************************
       P0550-READ-SNAPSHOTS.

           IF  W-SNAP-MONTH  =  SPACES
               DISPLAY 'NO SNAPSHOT REPORTING MONTH ON RSUM0010'
               MOVE  'NO SNAPSHOT MONTH ON RSUM0010'
                                             TO  W-SNAP-NOTE
           ELSE
               PERFORM P0555-SCAN-SNAPSHOTS
           END-IF.
      /
       P0555-SCAN-SNAPSHOTS.

           OPEN INPUT SNAP-FILE.
           IF  WS-SNAP-STATUS  NOT =  '00'
               DISPLAY 'SNAP0010 NOT AVAILABLE - STATUS ',
                       WS-SNAP-STATUS
               MOVE  'FILE NOT AVAILABLE'  TO  W-SNAP-NOTE
           ELSE
               PERFORM P8040-READ-SNAP-FILE
               PERFORM P0560-ADD-ONE-SNAPSHOT UNTIL SNAP-EOF
               CLOSE SNAP-FILE
               IF  W-SNAP-DEPT-COUNT  >  ZERO
                   MOVE  'Y'  TO  W-SNAP-OK-SW
                   MOVE  'SNAPSHOT RECORDS FOR THE MONTH'
                                             TO  W-SNAP-NOTE
               ELSE
                   MOVE  'NO SNAPSHOT FOR THE MONTH'
                                             TO  W-SNAP-NOTE
               END-IF
           END-IF.
      /
       P0560-ADD-ONE-SNAPSHOT.

           IF  SNAP-MONTH  =  W-SNAP-MONTH
               ADD  1                  TO  W-SNAP-DEPT-COUNT
               ADD  SNAP-HEADCOUNT     TO  W-SNAP-HEADCOUNT
               ADD  SNAP-TOTAL-SALARY  TO  W-SNAP-SALARY
               ADD  SNAP-TOTAL-COMP    TO  W-SNAP-COMP
           END-IF.

           PERFORM P8040-READ-SNAP-FILE.
      /
      *****************************************************************
      *   P R I N T   T H E   C O N T R O L   F I G U R E S            *
      *****************************************************************
       P0600-PRINT-SOURCE-FIGURES.

           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-FIGURES.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-HEADER1.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-HEADER2.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'EXTO0010'                TO  FGT-SOURCE.
           MOVE  'HDR CYCLE DATE'          TO  FGT-LABEL.
           MOVE  W-EXT-CYCLE-DATE          TO  FGT-TEXT.
           MOVE  'HDR/TRL VERIFIED'        TO  FGT-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'EXTO0010'                TO  FGC-SOURCE.
           MOVE  'TRAILER RECORD COUNT'    TO  FGC-LABEL.
           MOVE  W-EXT-TRL-COUNT           TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'EXTO0010'                TO  FGA-SOURCE.
           MOVE  'TRAILER HASH SALARY'     TO  FGA-LABEL.
           MOVE  W-EXT-TRL-HASH            TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'EXTO0010'                TO  FGC-SOURCE.
           MOVE  'ROWS FAILING CTLL0010 EDITS'
                                           TO  FGC-LABEL.
           MOVE  W-EXT-REJECT-COUNT        TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'EXTO0010'                TO  FGA-SOURCE.
           MOVE  'SALARY OF FAILING ROWS'  TO  FGA-LABEL.
           MOVE  W-EXT-REJECT-SALARY       TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'EXTO0010'                TO  FGC-SOURCE.
           MOVE  'NET RECORD COUNT'        TO  FGC-LABEL.
           MOVE  W-EXT-NET-COUNT           TO  FGC-COUNT.
           MOVE  'TRAILER LESS FAILING ROWS'
                                           TO  FGC-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'EXTO0010'                TO  FGA-SOURCE.
           MOVE  'NET SALARY'              TO  FGA-LABEL.
           MOVE  W-EXT-NET-SALARY          TO  FGA-AMOUNT.
           MOVE  'TRAILER LESS FAILING ROWS'
                                           TO  FGA-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'PAYV0010'                TO  FGT-SOURCE.
           MOVE  'HEADER RUN DATE'         TO  FGT-LABEL.
           MOVE  W-PAYV-RUN-DATE           TO  FGT-TEXT.
           MOVE  W-PAYV-NOTE               TO  FGT-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'PAYV0010'                TO  FGC-SOURCE.
           MOVE  'HEADER FILE SEQUENCE'    TO  FGC-LABEL.
           MOVE  W-PAYV-FILE-SEQ           TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'PAYV0010'                TO  FGC-SOURCE.
           MOVE  'DETAIL RECORDS READ'     TO  FGC-LABEL.
           MOVE  W-PAYV-DETAIL-COUNT       TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'PAYV0010'                TO  FGC-SOURCE.
           MOVE  'TRAILER DETAIL COUNT'    TO  FGC-LABEL.
           MOVE  W-PAYV-TRL-COUNT          TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'PAYV0010'                TO  FGA-SOURCE.
           MOVE  'TOTAL COMP ON DETAILS'   TO  FGA-LABEL.
           MOVE  W-PAYV-DETAIL-COMP        TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'PAYV0010'                TO  FGA-SOURCE.
           MOVE  'TRAILER HASH SALARY'     TO  FGA-LABEL.
           MOVE  W-PAYV-TRL-SALARY         TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'PAYV0010'                TO  FGA-SOURCE.
           MOVE  'TRAILER HASH TOTAL COMP' TO  FGA-LABEL.
           MOVE  W-PAYV-TRL-COMP           TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'GLIF0010'                TO  FGT-SOURCE.
           MOVE  'HEADER RUN DATE'         TO  FGT-LABEL.
           MOVE  W-GLIF-RUN-DATE           TO  FGT-TEXT.
           MOVE  W-GLIF-NOTE               TO  FGT-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'GLIF0010'                TO  FGC-SOURCE.
           MOVE  'HEADER FILE SEQUENCE'    TO  FGC-LABEL.
           MOVE  W-GLIF-FILE-SEQ           TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'GLIF0010'                TO  FGC-SOURCE.
           MOVE  'JOURNAL RECORDS READ'    TO  FGC-LABEL.
           MOVE  W-GLIF-JOURNAL-COUNT      TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'GLIF0010'                TO  FGC-SOURCE.
           MOVE  'TRAILER JOURNAL COUNT'   TO  FGC-LABEL.
           MOVE  W-GLIF-TRL-COUNT          TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'GLIF0010'                TO  FGA-SOURCE.
           MOVE  'TOTAL COMP ON JOURNALS'  TO  FGA-LABEL.
           MOVE  W-GLIF-JOURNAL-COMP       TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'GLIF0010'                TO  FGA-SOURCE.
           MOVE  'TRAILER HASH TOTAL COMP' TO  FGA-LABEL.
           MOVE  W-GLIF-TRL-COMP           TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'RSUM0010'                TO  FGT-SOURCE.
           MOVE  'SUMMARY RUN DATE'        TO  FGT-LABEL.
           MOVE  W-RSUM-RUN-DATE           TO  FGT-TEXT.
           MOVE  W-RSUM-NOTE               TO  FGT-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'RSUM0010'                TO  FGT-SOURCE.
           MOVE  'EXTRACT MODE'            TO  FGT-LABEL.
           MOVE  W-RSUM-MODE               TO  FGT-TEXT.
           IF  W-RSUM-MODE  NOT =  'FULL EXTRACT'
               MOVE  'MONTH END NEEDS A FULL EXTRACT'
                                           TO  FGT-NOTE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'RSUM0010'                TO  FGT-SOURCE.
           MOVE  'PARM WORKDEPT'           TO  FGT-LABEL.
           MOVE  W-RSUM-WORKDEPT           TO  FGT-TEXT.
           IF  W-RSUM-WORKDEPT  NOT =  'ALL DEPARTMENTS'
               MOVE  'MONTH END NEEDS ALL DEPARTMENTS'
                                           TO  FGT-NOTE
           END-IF.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'RSUM0010'                TO  FGT-SOURCE.
           MOVE  'MONTH-END SNAPSHOT RUN'  TO  FGT-LABEL.
           MOVE  W-RSUM-SNAPSHOT           TO  FGT-TEXT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'RSUM0010'                TO  FGC-SOURCE.
           MOVE  'REJECTS WRITTEN'         TO  FGC-LABEL.
           MOVE  W-RSUM-REJECTS            TO  FGC-COUNT.
           MOVE  'REJT0010 RECORDS - REFERENCE ONLY'
                                           TO  FGC-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'RSUM0010'                TO  FGA-SOURCE.
           MOVE  'GRAND TOTAL COMP'        TO  FGA-LABEL.
           MOVE  W-RSUM-COMP-TOTAL         TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-TEXT-LINE.
           MOVE  'SNAP0010'                TO  FGT-SOURCE.
           MOVE  'SNAPSHOT MONTH'          TO  FGT-LABEL.
           MOVE  W-SNAP-MONTH              TO  FGT-TEXT.
           MOVE  W-SNAP-NOTE               TO  FGT-NOTE.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-TEXT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'SNAP0010'                TO  FGC-SOURCE.
           MOVE  'DEPARTMENT RECORDS'      TO  FGC-LABEL.
           MOVE  W-SNAP-DEPT-COUNT         TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-COUNT-LINE.
           MOVE  'SNAP0010'                TO  FGC-SOURCE.
           MOVE  'HEADCOUNT'               TO  FGC-LABEL.
           MOVE  W-SNAP-HEADCOUNT          TO  FGC-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-COUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'SNAP0010'                TO  FGA-SOURCE.
           MOVE  'TOTAL SALARY'            TO  FGA-LABEL.
           MOVE  W-SNAP-SALARY             TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.

           INITIALIZE  W-BAL-FIG-AMOUNT-LINE.
           MOVE  'SNAP0010'                TO  FGA-SOURCE.
           MOVE  'TOTAL COMP'              TO  FGA-LABEL.
           MOVE  W-SNAP-COMP               TO  FGA-AMOUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-FIG-AMOUNT-LINE.
      /
      *****************************************************************
      *   P R O V E   T H E   R E L A T I O N S H I P S                *
      *****************************************************************
       P0700-PROVE-RELATIONSHIPS.

           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-PROOFS.
           WRITE REPORT-RECORD  FROM  W-BAL-PRF-HEADER1.
           WRITE REPORT-RECORD  FROM  W-BAL-PRF-HEADER2.

      *    EACH FILE FIRST AGREES WITH ITS OWN TRAILER
           INITIALIZE  W-BAL-PRF-COUNT-LINE.
           MOVE  'PAYV DETAILS = TRAILER'  TO  PRC-LABEL.
           MOVE  W-PAYV-DETAIL-COUNT       TO  W-PRF-LEFT.
           MOVE  W-PAYV-TRL-COUNT          TO  W-PRF-RIGHT.
           MOVE  W-PAYV-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0720-PROVE-COUNT.

           INITIALIZE  W-BAL-PRF-AMOUNT-LINE.
           MOVE  'PAYV DETAIL COMP = TRL'  TO  PRA-LABEL.
           MOVE  W-PAYV-DETAIL-COMP        TO  W-PRF-LEFT.
           MOVE  W-PAYV-TRL-COMP           TO  W-PRF-RIGHT.
           MOVE  W-PAYV-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0710-PROVE-AMOUNT.

           INITIALIZE  W-BAL-PRF-COUNT-LINE.
           MOVE  'GLIF JOURNALS = TRAILER' TO  PRC-LABEL.
           MOVE  W-GLIF-JOURNAL-COUNT      TO  W-PRF-LEFT.
           MOVE  W-GLIF-TRL-COUNT          TO  W-PRF-RIGHT.
           MOVE  W-GLIF-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0720-PROVE-COUNT.

           INITIALIZE  W-BAL-PRF-AMOUNT-LINE.
           MOVE  'GLIF JOURNAL COMP = TRL' TO  PRA-LABEL.
           MOVE  W-GLIF-JOURNAL-COMP       TO  W-PRF-LEFT.
           MOVE  W-GLIF-TRL-COMP           TO  W-PRF-RIGHT.
           MOVE  W-GLIF-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0710-PROVE-AMOUNT.

      *    PAYROLL TOTAL COMP AGAINST THE GL AND THE RUN SUMMARY
           INITIALIZE  W-BAL-PRF-AMOUNT-LINE.
           MOVE  'PAYROLL COMP = GL COMP'  TO  PRA-LABEL.
           MOVE  W-PAYV-TRL-COMP           TO  W-PRF-LEFT.
           MOVE  W-GLIF-TRL-COMP           TO  W-PRF-RIGHT.
           MOVE  'N'                       TO  W-PRF-DATA-SW.
           IF  PAYV-USABLE  AND  GLIF-USABLE
               MOVE  'Y'                   TO  W-PRF-DATA-SW
           END-IF.
           PERFORM P0710-PROVE-AMOUNT.

           INITIALIZE  W-BAL-PRF-AMOUNT-LINE.
           MOVE  'PAYROLL COMP = RSUM COMP' TO  PRA-LABEL.
           MOVE  W-PAYV-TRL-COMP           TO  W-PRF-LEFT.
           MOVE  W-RSUM-COMP-TOTAL         TO  W-PRF-RIGHT.
           MOVE  'N'                       TO  W-PRF-DATA-SW.
           IF  PAYV-USABLE  AND  RSUM-USABLE
               MOVE  'Y'                   TO  W-PRF-DATA-SW
           END-IF.
           PERFORM P0710-PROVE-AMOUNT.

      *    EXTRACT LESS REJECTS AGAINST THE PAYROLL DETAIL COUNT
           INITIALIZE  W-BAL-PRF-COUNT-LINE.
           MOVE  'EXT LESS REJECTS = PAYV' TO  PRC-LABEL.
           MOVE  W-EXT-NET-COUNT           TO  W-PRF-LEFT.
           MOVE  W-PAYV-TRL-COUNT          TO  W-PRF-RIGHT.
           MOVE  W-PAYV-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0720-PROVE-COUNT.

      *    THE MONTH'S SNAPSHOT AGAINST THE EXTRACT
           INITIALIZE  W-BAL-PRF-COUNT-LINE.
           MOVE  'SNAP HEADCOUNT = EXT NET' TO  PRC-LABEL.
           MOVE  W-SNAP-HEADCOUNT          TO  W-PRF-LEFT.
           MOVE  W-EXT-NET-COUNT           TO  W-PRF-RIGHT.
           MOVE  W-SNAP-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0720-PROVE-COUNT.

           INITIALIZE  W-BAL-PRF-AMOUNT-LINE.
           MOVE  'SNAP SALARY = EXT NET'   TO  PRA-LABEL.
           MOVE  W-SNAP-SALARY             TO  W-PRF-LEFT.
           MOVE  W-EXT-NET-SALARY          TO  W-PRF-RIGHT.
           MOVE  W-SNAP-OK-SW              TO  W-PRF-DATA-SW.
           PERFORM P0710-PROVE-AMOUNT.
      /
      *****************************************************************
      *   P R I N T   A N D   S C O R E   O N E   A M O U N T          *
      *****************************************************************
       P0710-PROVE-AMOUNT.

           COMPUTE  W-PRF-DIFF  =  W-PRF-LEFT  -  W-PRF-RIGHT.
           MOVE  W-PRF-LEFT   TO  PRA-LEFT.
           MOVE  W-PRF-RIGHT  TO  PRA-RIGHT.
           MOVE  W-PRF-DIFF   TO  PRA-DIFF.

      *    A SIDE THAT COULD NOT BE READ PROVES NOTHING - IT IS OUT
           IF  NOT  PROOF-HAS-DATA
               MOVE  'NO DATA'   TO  PRA-STATUS
               ADD  1  TO  A-PROOFS-OUT
           ELSE
               IF  W-PRF-DIFF  =  ZERO
                   MOVE  'BALANCED'  TO  PRA-STATUS
                   ADD  1  TO  A-PROOFS-BALANCED
               ELSE
                   MOVE  'OUT'       TO  PRA-STATUS
                   ADD  1  TO  A-PROOFS-OUT
               END-IF
           END-IF.

           WRITE REPORT-RECORD  FROM  W-BAL-PRF-AMOUNT-LINE.
      /
      *****************************************************************
      *   P R I N T   A N D   S C O R E   O N E   C O U N T            *
      *****************************************************************
       P0720-PROVE-COUNT.

           COMPUTE  W-PRF-DIFF  =  W-PRF-LEFT  -  W-PRF-RIGHT.
           MOVE  W-PRF-LEFT   TO  PRC-LEFT.
           MOVE  W-PRF-RIGHT  TO  PRC-RIGHT.
           MOVE  W-PRF-DIFF   TO  PRC-DIFF.

           IF  NOT  PROOF-HAS-DATA
               MOVE  'NO DATA'   TO  PRC-STATUS
               ADD  1  TO  A-PROOFS-OUT
           ELSE
               IF  W-PRF-DIFF  =  ZERO
                   MOVE  'BALANCED'  TO  PRC-STATUS
                   ADD  1  TO  A-PROOFS-BALANCED
               ELSE
                   MOVE  'OUT'       TO  PRC-STATUS
                   ADD  1  TO  A-PROOFS-OUT
               END-IF
           END-IF.

           WRITE REPORT-RECORD  FROM  W-BAL-PRF-COUNT-LINE.
      /
      *****************************************************************
      *   P R I N T   T H E   C E R T I F I C A T E   V E R D I C T    *
      *****************************************************************
       P0800-PRINT-CERTIFICATE.

           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-SECTION-CERTIFICATE.

           INITIALIZE  W-BAL-COUNT-LINE.
           MOVE  'RELATIONSHIPS BALANCED'  TO  BCL-LABEL.
           MOVE  A-PROOFS-BALANCED         TO  BCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-COUNT-LINE.

           INITIALIZE  W-BAL-COUNT-LINE.
           MOVE  'RELATIONSHIPS OUT OF BALANCE'
                                           TO  BCL-LABEL.
           MOVE  A-PROOFS-OUT              TO  BCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-BAL-COUNT-LINE.

           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.

           INITIALIZE  W-BAL-TEXT-LINE.
           IF  A-PROOFS-OUT  =  ZERO
               MOVE  '*** BALANCED - RELEASE PAYV0010 AND GLIF0010 ***'
                                           TO  BTL-TEXT
           ELSE
               MOVE  '*** OUT OF BALANCE - PAYV0010 AND GLIF0010 HELD'
                                           TO  BTL-TEXT
           END-IF.
           WRITE REPORT-RECORD  FROM  W-BAL-TEXT-LINE.

           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-BAL-SIGNOFF-LINE1.
           WRITE REPORT-RECORD  FROM  W-BAL-BLANK-LINE.
           WRITE REPORT-RECORD  FROM  W-BAL-SIGNOFF-LINE2.
      /
      *****************************************************************
      *   R E A D   N E X T   E X T R A C T   R E C O R D              *
      *****************************************************************
       P8000-READ-EXTI-FILE.

           READ EXTI-FILE INTO W-EXT-RECORD
               AT END
                   MOVE  'Y'  TO  W-EXTI-EOF-SW
               NOT AT END
                   COMPUTE  A-RECORDS-READ  =  A-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   V E N D O R   R E C O R D                *
      *****************************************************************
       P8010-READ-PAYV-FILE.

           READ PAYV-FILE INTO W-PAYV-IN
               AT END
                   MOVE  'Y'  TO  W-PAYV-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   G L   R E C O R D                        *
      *****************************************************************
       P8020-READ-GLIF-FILE.

           READ GLIF-FILE INTO W-GLIF-IN
               AT END
                   MOVE  'Y'  TO  W-GLIF-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   R U N   S U M M A R Y   L I N E          *
      *****************************************************************
       P8030-READ-RSUM-FILE.

           READ RSUM-FILE
               AT END
                   MOVE  'Y'  TO  W-RSUM-EOF-SW
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   S N A P S H O T   R E C O R D            *
      *****************************************************************
       P8040-READ-SNAP-FILE.

           READ SNAP-FILE INTO W-SNAP-RECORD
               AT END
                   MOVE  'Y'  TO  W-SNAP-EOF-SW
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  A  B A D  E X T R A C T               *
      *****************************************************************
       P9998-VERIFY-ABEND.

           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'EXTRACT FAILED VERIFY'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
