      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCN10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  UNEXPLAINED-CHANGE AUDIT - COMPARES TWO EXTO0010 MASTER
      *  EXTRACT GENERATIONS EXACTLY AS EMPCMP10 DOES (NEW EMPNOS,
      *  EMPNOS THAT DISAPPEARED, AND EVERY COLUMN THAT MOVED) AND
      *  MATCHES EACH DIFFERENCE AGAINST THE EHST0010 CHANGE HISTORY
      *  STAMPED INSIDE THE CYCLE WINDOW.  A DIFFERENCE WITH NO
      *  HISTORY RECORD BEHIND IT WAS MADE TO DSN8110.EMP OUTSIDE
      *  THE APPROVED BATCHES (SPUFI, A DBA FIX) AND IS LISTED.
      *
      *  THE CYCLE WINDOW RUNS FROM THE PRIOR GENERATION'S HDR CYCLE
      *  DATE THROUGH THE CURRENT GENERATION'S, BOTH DAYS INCLUDED -
      *  THE HDR CARRIES A DATE ONLY, SO A CHANGE MADE ON THE PRIOR
      *  CYCLE DAY IS GIVEN THE BENEFIT OF THE DOUBT.
      *
      *  MATCHING RULES:
      *    ADD          - A ROW '*ADDED*' HISTORY RECORD FOR THE EMPNO
      *    TERMINATION  - A ROW '*DELETED*' HISTORY RECORD
      *    FIELD CHANGE - A HISTORY RECORD FOR THE EMPNO AND COLUMN
      *                   WHOSE NEW VALUE IS THE CURRENT EXTRACT
      *                   VALUE.  MONEY AND EDLEVEL ARE COMPARED IN
      *                   THE EDITED FORM THE HISTORY WRITERS USE.
      *  ANY PROGRAM NAME ON THE HISTORY RECORD IS ACCEPTED.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  PRIOR RUN MASTER EXTRACT GENERATION
      *                CURRENT RUN MASTER EXTRACT GENERATION
      *                EHST0010 - CHANGE HISTORY FILE
      *
      *  OUTPUT FILES: UNEXPLAINED-CHANGE AUDIT REPORT
      *
      *  COPY MEMBERS:
      *                REPORTRC
      *                EXTMAST
      *                EMPHSTR
      *    TABLES:  NONE - FILE TO FILE COMPARE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN BOTH EXTRACT GENERATIONS AND THE HISTORY
      *             FILE REACH END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN AN EXTRACT GENERATION FAILS ITS HDR/TRL
      *             CHECKS, EHST0010 CANNOT BE OPENED, OR A FILE
      *             OVERFLOWS THE WORK TABLES
      *
      *    RETURN CODES:
      *             0 - EVERY DIFFERENCE HAS A HISTORY RECORD
      *             4 - UNEXPLAINED CHANGES LISTED
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - EXTO0010 RUN-TO-    2026-10-15      *
      *          RUN DIFFERENCES RECONCILED AGAINST                    *
      *          THE EHST0010 CHANGE HISTORY                           *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PREV-FILE           ASSIGN TO EXTIPREV.
           SELECT CURR-FILE           ASSIGN TO EXTICURR.
           SELECT EHST-FILE           ASSIGN TO EHST0010
                                       FILE STATUS IS WS-EHST-STATUS.
           SELECT REPORT-FILE         ASSIGN TO RPTO0210.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  PREV-FILE                          DDNAME - EXTIPREV    *
      *        PRIOR RUN EXTO0010 MASTER EXTRACT GENERATION            *
      ******************************************************************

       FD  PREV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREV-RECORD.

       01  PREV-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  CURR-FILE                          DDNAME - EXTICURR    *
      *        CURRENT RUN EXTO0010 MASTER EXTRACT GENERATION          *
      ******************************************************************

       FD  CURR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CURR-RECORD.

       01  CURR-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  EHST-FILE                          DDNAME - EHST0010    *
      *        CUMULATIVE FIELD-LEVEL CHANGE HISTORY                   *
      ******************************************************************

       FD  EHST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EHST-RECORD.

       01  EHST-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0210    *
      *                                                                *
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
           VALUE 'EMPRCN10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPRCN10'.
      /
       COPY REPORTRC.
      /
       COPY EXTMAST.
      /
       COPY EMPHSTR.
      /
       01   W-PREV-EOF-SW       PIC X(01) VALUE 'N'.
           88  PREV-EOF                      VALUE 'Y'.
       01   W-CURR-EOF-SW       PIC X(01) VALUE 'N'.
           88  CURR-EOF                      VALUE 'Y'.
       01   W-EHST-EOF-SW       PIC X(01) VALUE 'N'.
           88  EHST-EOF                      VALUE 'Y'.
       01   W-FOUND-SW          PIC X(01) VALUE 'N'.
           88  EMPNO-FOUND                   VALUE 'Y'.
       01   WS-EHST-STATUS      PIC X(02) VALUE SPACES.

       01   W-SALARY-EDIT       PIC ZZZZZZ9.99.
       01   W-HIST-EDIT-VALUE   PIC -(9)9.99.
       01   W-HIST-EDIT-INT     PIC -(9)9.
       01   W-EDLEVEL-X         PIC X(04).
       01   W-EDLEVEL-9         REDEFINES W-EDLEVEL-X
                                PIC 9(04).
       01   C-MAX-TABLE-ENTRIES PIC S9(4) COMP VALUE +5000.
       01   C-MAX-HIST-ENTRIES  PIC S9(8) COMP VALUE +20000.

       01   W-VERIFY-STATE.
            05  W-VFY-FILE-NAME   PIC X(08) VALUE SPACES.
            05  W-VFY-HDR-SEEN-SW PIC X(01) VALUE 'N'.
                88  VFY-HDR-SEEN               VALUE 'Y'.
            05  W-VFY-TRL-SEEN-SW PIC X(01) VALUE 'N'.
                88  VFY-TRL-SEEN               VALUE 'Y'.
            05  W-VFY-CYCLE-DATE  PIC X(10) VALUE SPACES.
            05  W-VFY-DETAIL-COUNT PIC S9(8) COMP VALUE ZERO.
            05  W-VFY-HASH-SALARY PIC S9(13)V9(2) COMP-3 VALUE ZERO.
            05  W-VFY-TRL-COUNT   PIC 9(09) VALUE ZERO.
            05  W-VFY-TRL-HASH    PIC 9(13)V9(2) VALUE ZERO.
       01   W-EXT-REC-TYPE-SW    PIC X(01) VALUE 'D'.
           88  EXT-CONTROL-RECORD            VALUE 'C'.
       01   W-PREV-CYCLE-DATE    PIC X(10) VALUE SPACES.
       01   W-CURR-CYCLE-DATE    PIC X(10) VALUE SPACES.

       01   W-PREV-TABLE-AREA.
            05  W-PREV-COUNT    PIC S9(4) COMP VALUE ZERO.
            05  W-PREV-ENTRY    OCCURS 5000 TIMES.
                10  PRV-EMPNO       PIC X(06).
                10  PRV-WORK-DEPT   PIC X(03).
                10  PRV-LAST-NAME   PIC X(15).
                10  PRV-FIRST-NAME  PIC X(12).
                10  PRV-MID-INIT    PIC X(01).
                10  PRV-PHONE-EXT   PIC X(04).
                10  PRV-HIRE-DATE   PIC X(10).
                10  PRV-JOB         PIC X(08).
                10  PRV-EDLEVEL     PIC X(04).
                10  PRV-SEX         PIC X(01).
                10  PRV-SALARY      PIC S9(7)V9(2) COMP-3.
                10  PRV-BONUS       PIC S9(7)V9(2) COMP-3.
                10  PRV-COMM        PIC S9(7)V9(2) COMP-3.
                10  PRV-MATCHED-SW  PIC X(01).

       01   W-CURR-TABLE-AREA.
            05  W-CURR-COUNT    PIC S9(4) COMP VALUE ZERO.
            05  W-CURR-ENTRY    OCCURS 5000 TIMES.
                10  CUR-EMPNO       PIC X(06).
                10  CUR-WORK-DEPT   PIC X(03).
                10  CUR-LAST-NAME   PIC X(15).
                10  CUR-FIRST-NAME  PIC X(12).
                10  CUR-MID-INIT    PIC X(01).
                10  CUR-PHONE-EXT   PIC X(04).
                10  CUR-HIRE-DATE   PIC X(10).
                10  CUR-JOB         PIC X(08).
                10  CUR-EDLEVEL     PIC X(04).
                10  CUR-SEX         PIC X(01).
                10  CUR-SALARY      PIC S9(7)V9(2) COMP-3.
                10  CUR-BONUS       PIC S9(7)V9(2) COMP-3.
                10  CUR-COMM        PIC S9(7)V9(2) COMP-3.
                10  CUR-PREV-SUB    PIC S9(4) COMP.

      *    HISTORY RECORDS STAMPED INSIDE THE CYCLE WINDOW ONLY
       01   W-HIST-TABLE-AREA.
            05  W-HIST-COUNT    PIC S9(8) COMP VALUE ZERO.
            05  W-HIST-ENTRY    OCCURS 20000 TIMES.
                10  HST-EMPNO       PIC X(06).
                10  HST-FIELD       PIC X(10).
                10  HST-NEW-VALUE   PIC X(15).

      *    THE DIFFERENCE BEING RECONCILED
       01   W-RECONCILE-KEY.
            05  W-RCN-EMPNO       PIC X(06) VALUE SPACES.
            05  W-RCN-FIELD       PIC X(10) VALUE SPACES.
            05  W-RCN-MATCH-VALUE PIC X(15) VALUE SPACES.
       01   W-HIST-FIELD-SW      PIC X(01) VALUE 'N'.
           88  HIST-FIELD-SEEN               VALUE 'Y'.
       01   W-HIST-MATCH-SW      PIC X(01) VALUE 'N'.
           88  HIST-MATCHED                  VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-PRV-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-CUR-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-HST-SUB      PIC S9(8) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-PREV-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-CURR-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-EHST-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-ADDS-FOUND             PIC S9(8) COMP  VALUE ZERO.
          05  A-TERMS-FOUND            PIC S9(8) COMP  VALUE ZERO.
          05  A-CHANGES-FOUND          PIC S9(8) COMP  VALUE ZERO.
          05  A-ADDS-UNEXPLAINED       PIC S9(8) COMP  VALUE ZERO.
          05  A-TERMS-UNEXPLAINED      PIC S9(8) COMP  VALUE ZERO.
          05  A-CHANGES-UNEXPLAINED    PIC S9(8) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           OPEN INPUT  PREV-FILE.
           OPEN INPUT  CURR-FILE.
           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           PERFORM P0300-LOAD-PREV-TABLE.
           PERFORM P0310-LOAD-CURR-TABLE.
           PERFORM P0200-LOAD-HISTORY-TABLE.

           MOVE  W-PREV-CYCLE-DATE  TO  TITLE-PREV-CYCLE.
           MOVE  W-CURR-CYCLE-DATE  TO  TITLE-CURR-CYCLE.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.

           PERFORM P0400-REPORT-NEW-EMPLOYEES.
           PERFORM P0410-REPORT-TERMINATIONS.
           PERFORM P0420-REPORT-CHANGES.
           PERFORM P0600-PRINT-TOTALS.

           DISPLAY 'TOTAL PRIOR RECORDS READ  '  A-PREV-RECORDS-READ.
           DISPLAY 'TOTAL CURRENT RECORDS READ'  A-CURR-RECORDS-READ.
           DISPLAY 'TOTAL EHST0010 READ       '  A-EHST-RECORDS-READ.
           DISPLAY 'TOTAL EHST0010 IN WINDOW  '  W-HIST-COUNT.
           DISPLAY 'TOTAL ADDS UNEXPLAINED    '  A-ADDS-UNEXPLAINED.
           DISPLAY 'TOTAL TERMS UNEXPLAINED   '  A-TERMS-UNEXPLAINED.
           DISPLAY 'TOTAL CHANGES UNEXPLAINED '  A-CHANGES-UNEXPLAINED.

           CLOSE PREV-FILE.
           CLOSE CURR-FILE.
           CLOSE REPORT-FILE.

           IF  A-ADDS-UNEXPLAINED     >  ZERO  OR
               A-TERMS-UNEXPLAINED    >  ZERO  OR
               A-CHANGES-UNEXPLAINED  >  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   L O A D   T H E   C Y C L E   W I N D O W ' S   H I S T O R Y*
      *****************************************************************
       P0200-LOAD-HISTORY-TABLE.

           OPEN INPUT EHST-FILE.
           IF  WS-EHST-STATUS  NOT =  '00'
               DISPLAY 'OPEN EHST0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-EHST-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8020-READ-EHST-FILE.
           PERFORM P0210-STORE-ONE-HISTORY UNTIL EHST-EOF.

           CLOSE EHST-FILE.
      /
       P0210-STORE-ONE-HISTORY.

      *    EHST-TIMESTAMP IS A DB2 TIMESTAMP - YYYY-MM-DD-HH.MM.SS
           IF  EHST-TIMESTAMP(1:10)  NOT <  W-PREV-CYCLE-DATE  AND
               EHST-TIMESTAMP(1:10)  NOT >  W-CURR-CYCLE-DATE
               IF  W-HIST-COUNT  >=  C-MAX-HIST-ENTRIES
                   DISPLAY 'P0210 CYCLE HISTORY OVERFLOWS TABLE'
                   PERFORM P9999-ABEND-PGM
               END-IF
               COMPUTE  W-HIST-COUNT  =  W-HIST-COUNT  +  1
               MOVE  EHST-EMPNO      TO  HST-EMPNO(W-HIST-COUNT)
               MOVE  EHST-FIELD      TO  HST-FIELD(W-HIST-COUNT)
               MOVE  EHST-NEW-VALUE  TO  HST-NEW-VALUE(W-HIST-COUNT)
           END-IF.

           PERFORM P8020-READ-EHST-FILE.
      /
      *****************************************************************
      *   L O A D   P R I O R   G E N E R A T I O N   T A B L E        *
      *****************************************************************
       P0300-LOAD-PREV-TABLE.

           INITIALIZE  W-VERIFY-STATE.
           MOVE  'EXTIPREV'  TO  W-VFY-FILE-NAME.

           PERFORM P8000-READ-PREV-FILE.
           PERFORM P0305-STORE-PREV-RECORD UNTIL PREV-EOF.

           PERFORM P0360-VERIFY-EXTRACT.

           MOVE  W-VFY-CYCLE-DATE  TO  W-PREV-CYCLE-DATE.
      /
       P0305-STORE-PREV-RECORD.

           PERFORM P0350-CLASSIFY-EXT-RECORD.

           IF  EXT-CONTROL-RECORD
               PERFORM P8000-READ-PREV-FILE
           ELSE
               PERFORM P0307-STORE-PREV-DETAIL
           END-IF.
      /
       P0307-STORE-PREV-DETAIL.

           IF  W-PREV-COUNT  >=  C-MAX-TABLE-ENTRIES
               DISPLAY 'P0307 PRIOR EXTRACT OVERFLOWS TABLE'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-PREV-COUNT  =  W-PREV-COUNT  +  1.
           MOVE  EXT-EMPNO        TO  PRV-EMPNO(W-PREV-COUNT).
           MOVE  EXT-WORK-DEPT    TO  PRV-WORK-DEPT(W-PREV-COUNT).
           MOVE  EXT-LAST-NAME    TO  PRV-LAST-NAME(W-PREV-COUNT).
           MOVE  EXT-FIRST-NAME   TO  PRV-FIRST-NAME(W-PREV-COUNT).
           MOVE  EXT-MID-INIT     TO  PRV-MID-INIT(W-PREV-COUNT).
           MOVE  EXT-PHONE-EXT    TO  PRV-PHONE-EXT(W-PREV-COUNT).
           MOVE  EXT-HIRE-DATE    TO  PRV-HIRE-DATE(W-PREV-COUNT).
           MOVE  EXT-JOB          TO  PRV-JOB(W-PREV-COUNT).
           MOVE  EXT-EDLEVEL      TO  PRV-EDLEVEL(W-PREV-COUNT).
           MOVE  EXT-SEX          TO  PRV-SEX(W-PREV-COUNT).
           MOVE  EXT-SALARY       TO  PRV-SALARY(W-PREV-COUNT).
           MOVE  EXT-BONUS        TO  PRV-BONUS(W-PREV-COUNT).
           MOVE  EXT-COMM         TO  PRV-COMM(W-PREV-COUNT).
           MOVE  'N'              TO  PRV-MATCHED-SW(W-PREV-COUNT).

           PERFORM P8000-READ-PREV-FILE.
      /
      *****************************************************************
      *   L O A D   C U R R E N T   G E N E R A T I O N   T A B L E    *
      *****************************************************************
       P0310-LOAD-CURR-TABLE.

           INITIALIZE  W-VERIFY-STATE.
           MOVE  'EXTICURR'  TO  W-VFY-FILE-NAME.

           PERFORM P8010-READ-CURR-FILE.
           PERFORM P0315-STORE-CURR-RECORD UNTIL CURR-EOF.

           PERFORM P0360-VERIFY-EXTRACT.

           MOVE  W-VFY-CYCLE-DATE  TO  W-CURR-CYCLE-DATE.

           PERFORM P0370-VERIFY-CYCLE-ORDER.
      /
       P0315-STORE-CURR-RECORD.

           PERFORM P0350-CLASSIFY-EXT-RECORD.

           IF  EXT-CONTROL-RECORD
               PERFORM P8010-READ-CURR-FILE
           ELSE
               PERFORM P0317-STORE-CURR-DETAIL
           END-IF.
      /
       P0317-STORE-CURR-DETAIL.

           IF  W-CURR-COUNT  >=  C-MAX-TABLE-ENTRIES
               DISPLAY 'P0317 CURRENT EXTRACT OVERFLOWS TABLE'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-CURR-COUNT  =  W-CURR-COUNT  +  1.
           MOVE  EXT-EMPNO        TO  CUR-EMPNO(W-CURR-COUNT).
           MOVE  EXT-WORK-DEPT    TO  CUR-WORK-DEPT(W-CURR-COUNT).
           MOVE  EXT-LAST-NAME    TO  CUR-LAST-NAME(W-CURR-COUNT).
           MOVE  EXT-FIRST-NAME   TO  CUR-FIRST-NAME(W-CURR-COUNT).
           MOVE  EXT-MID-INIT     TO  CUR-MID-INIT(W-CURR-COUNT).
           MOVE  EXT-PHONE-EXT    TO  CUR-PHONE-EXT(W-CURR-COUNT).
           MOVE  EXT-HIRE-DATE    TO  CUR-HIRE-DATE(W-CURR-COUNT).
           MOVE  EXT-JOB          TO  CUR-JOB(W-CURR-COUNT).
           MOVE  EXT-EDLEVEL      TO  CUR-EDLEVEL(W-CURR-COUNT).
           MOVE  EXT-SEX          TO  CUR-SEX(W-CURR-COUNT).
           MOVE  EXT-SALARY       TO  CUR-SALARY(W-CURR-COUNT).
           MOVE  EXT-BONUS        TO  CUR-BONUS(W-CURR-COUNT).
           MOVE  EXT-COMM         TO  CUR-COMM(W-CURR-COUNT).
           MOVE  ZERO             TO  CUR-PREV-SUB(W-CURR-COUNT).

           PERFORM P8010-READ-CURR-FILE.
      /
      *****************************************************************
      *   C L A S S I F Y   H D R / T R L / D E T A I L                *
      *****************************************************************
       P0350-CLASSIFY-EXT-RECORD.

           MOVE  'D'  TO  W-EXT-REC-TYPE-SW.

           EVALUATE  W-EXT-RECORD(1:3)
               WHEN  'HDR'
                   MOVE  W-EXT-RECORD        TO  W-EXT-HEADER
                   MOVE  EXT-HDR-CYCLE-DATE  TO  W-VFY-CYCLE-DATE
                   MOVE  'Y'  TO  W-VFY-HDR-SEEN-SW
                   MOVE  'C'  TO  W-EXT-REC-TYPE-SW
               WHEN  'TRL'
                   MOVE  W-EXT-RECORD        TO  W-EXT-TRAILER
                   MOVE  EXT-TRL-RECORD-COUNT  TO  W-VFY-TRL-COUNT
                   MOVE  EXT-TRL-HASH-SALARY   TO  W-VFY-TRL-HASH
                   MOVE  'Y'  TO  W-VFY-TRL-SEEN-SW
                   MOVE  'C'  TO  W-EXT-REC-TYPE-SW
               WHEN  OTHER
                   ADD  1           TO  W-VFY-DETAIL-COUNT
                   ADD  EXT-SALARY  TO  W-VFY-HASH-SALARY
           END-EVALUATE.
      /
      *****************************************************************
      *   V E R I F Y   O N E   G E N E R A T I O N                    *
      *****************************************************************
       P0360-VERIFY-EXTRACT.

           IF  NOT  VFY-HDR-SEEN
               DISPLAY W-VFY-FILE-NAME,
                       ' FAILED VERIFICATION - NO HDR RECORD'
               DISPLAY 'THE FILE IS NOT A COMPLETE EXTO0010'
               DISPLAY 'GENERATION - CHECK THE ALLOCATION'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  NOT  VFY-TRL-SEEN
               DISPLAY W-VFY-FILE-NAME,
                       ' FAILED VERIFICATION - NO TRL RECORD'
               DISPLAY 'THE EXTRACT WAS CUT SHORT - RERUN DB2CBLEX'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-VFY-DETAIL-COUNT  NOT =  W-VFY-TRL-COUNT
               DISPLAY W-VFY-FILE-NAME,
                       ' FAILED VERIFICATION - RECORD COUNT'
               DISPLAY 'TRAILER COUNT = ', W-VFY-TRL-COUNT
               DISPLAY 'DETAILS READ  = ', W-VFY-DETAIL-COUNT
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           IF  W-VFY-HASH-SALARY  NOT =  W-VFY-TRL-HASH
               DISPLAY W-VFY-FILE-NAME,
                       ' FAILED VERIFICATION - SALARY HASH'
               DISPLAY 'TRAILER HASH  = ', W-VFY-TRL-HASH
               DISPLAY 'COMPUTED HASH = ', W-VFY-HASH-SALARY
               PERFORM P9998-VERIFY-ABEND
           END-IF.

           DISPLAY W-VFY-FILE-NAME, ' VERIFIED - CYCLE DATE ',
                   W-VFY-CYCLE-DATE.
      /
      *****************************************************************
      *   C U R R E N T   N E W E R   T H A N   P R I O R              *
      *****************************************************************
       P0370-VERIFY-CYCLE-ORDER.

      *    THE TWO CYCLE DATES ARE ALSO THE HISTORY WINDOW - A STALE
      *    OR DOUBLE-ALLOCATED GENERATION WOULD GIVE AN EMPTY ONE
           IF  W-CURR-CYCLE-DATE  NOT >  W-PREV-CYCLE-DATE
               DISPLAY 'EXTICURR FAILED VERIFICATION - CYCLE ORDER'
               DISPLAY 'PRIOR CYCLE DATE   = ', W-PREV-CYCLE-DATE
               DISPLAY 'CURRENT CYCLE DATE = ', W-CURR-CYCLE-DATE
               DISPLAY 'THE CURRENT GENERATION IS STALE OR THE'
               DISPLAY 'SAME GENERATION IS ALLOCATED TWICE -'
               DISPLAY 'CHECK THE EXTIPREV/EXTICURR ALLOCATIONS'
               PERFORM P9998-VERIFY-ABEND
           END-IF.
      /
      *****************************************************************
      *          A B E N D  O N  A  B A D  E X T R A C T               *
      *****************************************************************
       P9998-VERIFY-ABEND.

           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
      /
      *****************************************************************
      *   S E C T I O N  1  -  A D D S   W I T H O U T   H I S T O R Y *
      *****************************************************************
       P0400-REPORT-NEW-EMPLOYEES.

           MOVE  SPACES  TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.
           MOVE  '--- NEW EMPNOS WITH NO ROW *ADDED* HISTORY ---'
                 TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.

           PERFORM P0405-CHECK-ONE-CURRENT
               VARYING W-CUR-SUB FROM 1 BY 1
               UNTIL   W-CUR-SUB > W-CURR-COUNT.

           INITIALIZE  W-RCN-COUNT-LINE.
           MOVE  'UNEXPLAINED ADDS'     TO  RCL-LABEL.
           MOVE  A-ADDS-UNEXPLAINED     TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
      /
       P0405-CHECK-ONE-CURRENT.

           PERFORM P0500-FIND-IN-PREV-TABLE.

           IF  EMPNO-FOUND
               MOVE  W-PRV-SUB  TO  CUR-PREV-SUB(W-CUR-SUB)
               MOVE  'Y'        TO  PRV-MATCHED-SW(W-PRV-SUB)
           ELSE
               COMPUTE A-ADDS-FOUND = A-ADDS-FOUND + 1
               MOVE  CUR-EMPNO(W-CUR-SUB)  TO  W-RCN-EMPNO
               MOVE  'ROW'                 TO  W-RCN-FIELD
               MOVE  '*ADDED*'             TO  W-RCN-MATCH-VALUE
               PERFORM P0510-FIND-HISTORY
               IF  NOT  HIST-MATCHED
                   INITIALIZE  W-RCN-ROW-DETAIL
                   MOVE  CUR-EMPNO(W-CUR-SUB)       TO  RRD-EMPNO
                   MOVE  CUR-WORK-DEPT(W-CUR-SUB)   TO  RRD-WORK-DEPT
                   MOVE  CUR-LAST-NAME(W-CUR-SUB)   TO  RRD-LAST-NAME
                   MOVE  CUR-FIRST-NAME(W-CUR-SUB)  TO  RRD-FIRST-NAME
                   MOVE  CUR-SALARY(W-CUR-SUB)      TO  W-SALARY-EDIT
                   MOVE  W-SALARY-EDIT              TO  RRD-SALARY
                   MOVE  'NO ADD IN HISTORY'        TO  RRD-NOTE
                   WRITE REPORT-RECORD  FROM  W-RCN-ROW-DETAIL
                   COMPUTE A-ADDS-UNEXPLAINED =
                           A-ADDS-UNEXPLAINED + 1
               END-IF
           END-IF.
      /
      *****************************************************************
      *   S E C T I O N  2  -  T E R M S   W I T H O U T               *
      *   H I S T O R Y                                                *
      *****************************************************************
       P0410-REPORT-TERMINATIONS.

           MOVE  SPACES  TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.
           MOVE  '--- GONE EMPNOS WITH NO ROW *DELETED* HISTORY ---'
                 TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.

           PERFORM P0415-CHECK-ONE-PRIOR
               VARYING W-PRV-SUB FROM 1 BY 1
               UNTIL   W-PRV-SUB > W-PREV-COUNT.

           INITIALIZE  W-RCN-COUNT-LINE.
           MOVE  'UNEXPLAINED TERMINATIONS'  TO  RCL-LABEL.
           MOVE  A-TERMS-UNEXPLAINED         TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
      /
       P0415-CHECK-ONE-PRIOR.

           IF  PRV-MATCHED-SW(W-PRV-SUB)  NOT =  'Y'
               COMPUTE A-TERMS-FOUND = A-TERMS-FOUND + 1
               MOVE  PRV-EMPNO(W-PRV-SUB)  TO  W-RCN-EMPNO
               MOVE  'ROW'                 TO  W-RCN-FIELD
               MOVE  '*DELETED*'           TO  W-RCN-MATCH-VALUE
               PERFORM P0510-FIND-HISTORY
               IF  NOT  HIST-MATCHED
                   INITIALIZE  W-RCN-ROW-DETAIL
                   MOVE  PRV-EMPNO(W-PRV-SUB)       TO  RRD-EMPNO
                   MOVE  PRV-WORK-DEPT(W-PRV-SUB)   TO  RRD-WORK-DEPT
                   MOVE  PRV-LAST-NAME(W-PRV-SUB)   TO  RRD-LAST-NAME
                   MOVE  PRV-FIRST-NAME(W-PRV-SUB)  TO  RRD-FIRST-NAME
                   MOVE  PRV-SALARY(W-PRV-SUB)      TO  W-SALARY-EDIT
                   MOVE  W-SALARY-EDIT              TO  RRD-SALARY
                   MOVE  'NO DELETE IN HISTORY'     TO  RRD-NOTE
                   WRITE REPORT-RECORD  FROM  W-RCN-ROW-DETAIL
                   COMPUTE A-TERMS-UNEXPLAINED =
                           A-TERMS-UNEXPLAINED + 1
               END-IF
           END-IF.
      /
      *****************************************************************
      *   S E C T I O N  3  -  F I E L D   C H A N G E S               *
      *   W I T H O U T   H I S T O R Y                                *
      *****************************************************************
       P0420-REPORT-CHANGES.

           MOVE  SPACES  TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.
           MOVE  '--- FIELD CHANGES WITH NO MATCHING HISTORY ---'
                 TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.

           PERFORM P0425-COMPARE-ONE-EMPLOYEE
               VARYING W-CUR-SUB FROM 1 BY 1
               UNTIL   W-CUR-SUB > W-CURR-COUNT.

           INITIALIZE  W-RCN-COUNT-LINE.
           MOVE  'UNEXPLAINED FIELD CHANGES'  TO  RCL-LABEL.
           MOVE  A-CHANGES-UNEXPLAINED        TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
      /
       P0425-COMPARE-ONE-EMPLOYEE.

      *    THE SAME COLUMNS, IN THE SAME ORDER, AS EMPCMP10 - THE
      *    MATCH VALUE IS THE CURRENT VALUE AS EHST0010 CARRIES IT
           MOVE  CUR-PREV-SUB(W-CUR-SUB)  TO  W-PRV-SUB.

           IF  W-PRV-SUB  >  ZERO

               IF  CUR-WORK-DEPT(W-CUR-SUB)  NOT =
                   PRV-WORK-DEPT(W-PRV-SUB)
                   MOVE  'WORKDEPT'  TO  W-RCN-FIELD
                   MOVE  PRV-WORK-DEPT(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-WORK-DEPT(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-SALARY(W-CUR-SUB)  NOT =
                   PRV-SALARY(W-PRV-SUB)
                   MOVE  'SALARY'    TO  W-RCN-FIELD
                   MOVE  PRV-SALARY(W-PRV-SUB)
                                     TO  W-SALARY-EDIT
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-SALARY(W-CUR-SUB)
                                     TO  W-SALARY-EDIT
                                         W-HIST-EDIT-VALUE
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-NEW-VALUE
                   MOVE  W-HIST-EDIT-VALUE
                                     TO  W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-LAST-NAME(W-CUR-SUB)  NOT =
                   PRV-LAST-NAME(W-PRV-SUB)
                   MOVE  'LASTNAME'  TO  W-RCN-FIELD
                   MOVE  PRV-LAST-NAME(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-LAST-NAME(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-FIRST-NAME(W-CUR-SUB)  NOT =
                   PRV-FIRST-NAME(W-PRV-SUB)
                   MOVE  'FIRSTNME'  TO  W-RCN-FIELD
                   MOVE  PRV-FIRST-NAME(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-FIRST-NAME(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-MID-INIT(W-CUR-SUB)  NOT =
                   PRV-MID-INIT(W-PRV-SUB)
                   MOVE  'MIDINIT'   TO  W-RCN-FIELD
                   MOVE  PRV-MID-INIT(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-MID-INIT(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-PHONE-EXT(W-CUR-SUB)  NOT =
                   PRV-PHONE-EXT(W-PRV-SUB)
                   MOVE  'PHONENO'   TO  W-RCN-FIELD
                   MOVE  PRV-PHONE-EXT(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-PHONE-EXT(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-HIRE-DATE(W-CUR-SUB)  NOT =
                   PRV-HIRE-DATE(W-PRV-SUB)
                   MOVE  'HIREDATE'  TO  W-RCN-FIELD
                   MOVE  PRV-HIRE-DATE(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-HIRE-DATE(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-JOB(W-CUR-SUB)  NOT =
                   PRV-JOB(W-PRV-SUB)
                   MOVE  'JOB'       TO  W-RCN-FIELD
                   MOVE  PRV-JOB(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-JOB(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-EDLEVEL(W-CUR-SUB)  NOT =
                   PRV-EDLEVEL(W-PRV-SUB)
                   MOVE  'EDLEVEL'   TO  W-RCN-FIELD
                   MOVE  PRV-EDLEVEL(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-EDLEVEL(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-EDLEVEL-X
                   MOVE  W-EDLEVEL-9 TO  W-HIST-EDIT-INT
                   MOVE  W-HIST-EDIT-INT
                                     TO  W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-SEX(W-CUR-SUB)  NOT =
                   PRV-SEX(W-PRV-SUB)
                   MOVE  'SEX'       TO  W-RCN-FIELD
                   MOVE  PRV-SEX(W-PRV-SUB)
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-SEX(W-CUR-SUB)
                                     TO  RCD-NEW-VALUE
                                         W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-BONUS(W-CUR-SUB)  NOT =
                   PRV-BONUS(W-PRV-SUB)
                   MOVE  'BONUS'     TO  W-RCN-FIELD
                   MOVE  PRV-BONUS(W-PRV-SUB)
                                     TO  W-SALARY-EDIT
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-BONUS(W-CUR-SUB)
                                     TO  W-SALARY-EDIT
                                         W-HIST-EDIT-VALUE
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-NEW-VALUE
                   MOVE  W-HIST-EDIT-VALUE
                                     TO  W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

               IF  CUR-COMM(W-CUR-SUB)  NOT =
                   PRV-COMM(W-PRV-SUB)
                   MOVE  'COMM'      TO  W-RCN-FIELD
                   MOVE  PRV-COMM(W-PRV-SUB)
                                     TO  W-SALARY-EDIT
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-OLD-VALUE
                   MOVE  CUR-COMM(W-CUR-SUB)
                                     TO  W-SALARY-EDIT
                                         W-HIST-EDIT-VALUE
                   MOVE  W-SALARY-EDIT
                                     TO  RCD-NEW-VALUE
                   MOVE  W-HIST-EDIT-VALUE
                                     TO  W-RCN-MATCH-VALUE
                   PERFORM P0430-RECONCILE-CHANGE
               END-IF

           END-IF.
      /
       P0430-RECONCILE-CHANGE.

           COMPUTE A-CHANGES-FOUND = A-CHANGES-FOUND + 1.

           MOVE  CUR-EMPNO(W-CUR-SUB)  TO  W-RCN-EMPNO.
           PERFORM P0510-FIND-HISTORY.

           IF  NOT  HIST-MATCHED
               MOVE  CUR-EMPNO(W-CUR-SUB)  TO  RCD-EMPNO
               MOVE  W-RCN-FIELD           TO  RCD-FIELD
               MOVE  ' -> '                TO  RCD-ARROW
      *        A HISTORY RECORD FOR THE COLUMN TO SOME OTHER VALUE
      *        MEANS SOMETHING CHANGED IT AGAIN AFTER THE BATCH
               IF  HIST-FIELD-SEEN
                   MOVE  'HISTORY HAS A DIFFERENT VALUE'
                                           TO  RCD-NOTE
               ELSE
                   MOVE  'NO HISTORY FOR THIS COLUMN'
                                           TO  RCD-NOTE
               END-IF
               WRITE REPORT-RECORD  FROM  W-RCN-CHG-DETAIL
               COMPUTE A-CHANGES-UNEXPLAINED =
                       A-CHANGES-UNEXPLAINED + 1
           END-IF.

           INITIALIZE  W-RCN-CHG-DETAIL.
      /
      *****************************************************************
      *   F I N D   A   C U R R E N T   E M P N O   I N   P R I O R    *
      *****************************************************************
       P0500-FIND-IN-PREV-TABLE.

           MOVE  'N'   TO  W-FOUND-SW.
           MOVE  ZERO  TO  W-PRV-SUB.

           PERFORM P0505-MATCH-ONE-PRIOR
               VARYING W-PRV-SUB FROM 1 BY 1
               UNTIL   W-PRV-SUB > W-PREV-COUNT
                  OR   EMPNO-FOUND.

           IF  EMPNO-FOUND
               COMPUTE  W-PRV-SUB  =  W-PRV-SUB  -  1
           END-IF.
      /
       P0505-MATCH-ONE-PRIOR.

           IF  PRV-EMPNO(W-PRV-SUB)  =  CUR-EMPNO(W-CUR-SUB)
               MOVE  'Y'  TO  W-FOUND-SW
           END-IF.
      /
      *****************************************************************
      *   F I N D   A   H I S T O R Y   R E C O R D   F O R   T H E    *
      *   D I F F E R E N C E                                          *
      *****************************************************************
       P0510-FIND-HISTORY.

           MOVE  'N'  TO  W-HIST-FIELD-SW.
           MOVE  'N'  TO  W-HIST-MATCH-SW.

           PERFORM P0515-MATCH-ONE-HISTORY
               VARYING W-HST-SUB FROM 1 BY 1
               UNTIL   W-HST-SUB > W-HIST-COUNT
                  OR   HIST-MATCHED.
      /
       P0515-MATCH-ONE-HISTORY.

           IF  HST-EMPNO(W-HST-SUB)  =  W-RCN-EMPNO  AND
               HST-FIELD(W-HST-SUB)  =  W-RCN-FIELD
               MOVE  'Y'  TO  W-HIST-FIELD-SW
               IF  HST-NEW-VALUE(W-HST-SUB)  =  W-RCN-MATCH-VALUE
                   MOVE  'Y'  TO  W-HIST-MATCH-SW
               END-IF
           END-IF.
      /
      *****************************************************************
      *   P R I N T   T H E   T O T A L S                              *
      *****************************************************************
       P0600-PRINT-TOTALS.

           MOVE  SPACES  TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.
           MOVE  '--- DIFFERENCES FOUND / UNEXPLAINED ---'
                 TO  RSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-RCN-SECTION-LINE.

           INITIALIZE  W-RCN-COUNT-LINE.
           MOVE  'NEW EMPNOS'                 TO  RCL-LABEL.
           MOVE  A-ADDS-FOUND                 TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
           MOVE  '  UNEXPLAINED'              TO  RCL-LABEL.
           MOVE  A-ADDS-UNEXPLAINED           TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.

           MOVE  'EMPNOS NO LONGER ON FILE'   TO  RCL-LABEL.
           MOVE  A-TERMS-FOUND                TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
           MOVE  '  UNEXPLAINED'              TO  RCL-LABEL.
           MOVE  A-TERMS-UNEXPLAINED          TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.

           MOVE  'FIELD CHANGES'              TO  RCL-LABEL.
           MOVE  A-CHANGES-FOUND              TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
           MOVE  '  UNEXPLAINED'              TO  RCL-LABEL.
           MOVE  A-CHANGES-UNEXPLAINED        TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.

           MOVE  'HISTORY RECORDS IN WINDOW'  TO  RCL-LABEL.
           MOVE  W-HIST-COUNT                 TO  RCL-COUNT.
           WRITE REPORT-RECORD  FROM  W-RCN-COUNT-LINE.
      /
      *****************************************************************
      *   R E A D   P R I O R   G E N E R A T I O N                    *
      *****************************************************************
       P8000-READ-PREV-FILE.

           READ PREV-FILE INTO W-EXT-RECORD
               AT END
                   MOVE  'Y'  TO  W-PREV-EOF-SW
               NOT AT END
                   COMPUTE  A-PREV-RECORDS-READ  =
                            A-PREV-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   C U R R E N T   G E N E R A T I O N                *
      *****************************************************************
       P8010-READ-CURR-FILE.

           READ CURR-FILE INTO W-EXT-RECORD
               AT END
                   MOVE  'Y'  TO  W-CURR-EOF-SW
               NOT AT END
                   COMPUTE  A-CURR-RECORDS-READ  =
                            A-CURR-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E A D   N E X T   H I S T O R Y   R E C O R D              *
      *****************************************************************
       P8020-READ-EHST-FILE.

           READ EHST-FILE INTO W-EHST-RECORD
               AT END
                   MOVE  'Y'  TO  W-EHST-EOF-SW
               NOT AT END
                   COMPUTE  A-EHST-RECORDS-READ  =
                            A-EHST-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  F I L E  O R  T A B L E  E R R O R    *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
