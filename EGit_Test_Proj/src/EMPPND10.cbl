      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPND10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  NIGHTLY RELEASE OF HELD EFFECTIVE-DATED MAINTENANCE CARDS.
      *  DB2CBLEM AND DB2CBLDM EDIT A FUTURE-DATED CARD THE DAY IT
      *  IS KEYED AND APPEND IT TO PEND0010 INSTEAD OF APPLYING IT.
      *  THIS PROGRAM RUNS AHEAD OF THEM EACH NIGHT AND SPLITS THE
      *  PENDING FILE THREE WAYS:
      *
      *    CANCELLED - MATCHES A CANCEL CARD ON CRDI0030 - DROPPED
      *    RELEASED  - EFFECTIVE ON OR BEFORE THE RELEASE DATE - THE
      *                CARD IMAGE IS WRITTEN TO EMNR0010 (EMPLOYEE)
      *                OR DMNR0010 (DEPARTMENT), WHICH THE JOB
      *                CONCATENATES AHEAD OF THE EMNT0010/DMNT0010
      *                DECK SO THE CARD IS EDITED AGAIN AND APPLIED
      *    HELD      - STILL IN THE FUTURE - COPIED TO THE NEW
      *                PNDO0010 GENERATION OF THE PENDING FILE
      *
      *  EVERY PENDING CARD IS LISTED ON THE REPORT WITH ITS FATE,
      *  IN FILE/KEY/EFFECTIVE DATE ORDER, FOLLOWED BY ANY CANCEL
      *  CARD THAT MATCHED NOTHING OR WAS NOT VALID.
      *
      *  INPUT PARMS:  SYSIN CARD COLS 01-08 - RELEASE DATE YYYYMMDD,
      *                BLANK = TODAY.  A PAST DATE RE-RUNS A MISSED
      *                NIGHT; THE MAINTENANCE PROGRAMS STILL HOLD A
      *                RELEASED CARD DATED AFTER THEIR OWN RUN DATE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  PEND0010 - PENDING CARDS, CURRENT GENERATION
      *                CRDI0030 - CANCEL CARDS (MAY BE EMPTY):
      *                COL  01     FILE - E EMPLOYEE, D DEPARTMENT
      *                COLS 02-07  EMPNO, OR DEPTNO IN COLS 02-04
      *                COL  08     ACTION OF THE HELD CARD,
      *                            BLANK = ANY ACTION
      *                COLS 09-16  EFFECTIVE DATE OF THE HELD CARD,
      *                            BLANK = ANY DATE
      *
      *  OUTPUT FILES: PNDO0010 - PENDING CARDS, NEW GENERATION
      *                EMNR0010 - RELEASED EMPLOYEE CARDS
      *                DMNR0010 - RELEASED DEPARTMENT CARDS
      *                PENDING CARD REPORT
      *
      *  COPY MEMBERS:
      *                PENDREC
      *                REPORTPN
      *    TABLES:  NONE - FILE DRIVEN
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE SORTED PENDING FILE REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN PEND0010 CANNOT BE OPENED, THE SORT FAILS
      *             OR THE CANCEL CARDS OVERFLOW THE WORK TABLE
      *
      *    RETURN CODES:
      *             0 - PENDING FILE PROCESSED
      *             4 - A CANCEL CARD MATCHED NOTHING OR WAS NOT VALID
      *             8 - INVALID RELEASE DATE PARM
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - RELEASE, CANCEL     2026-10-15      *
      *          AND LIST HELD EFFECTIVE-DATED CARDS                   *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PEND-FILE           ASSIGN TO PEND0010
                                       FILE STATUS IS WS-PEND-STATUS.
           SELECT CARD-FILE           ASSIGN TO CRDI0030
                                       FILE STATUS IS WS-CARD-STATUS.
           SELECT PNDO-FILE           ASSIGN TO PNDO0010.
           SELECT EMNR-FILE           ASSIGN TO EMNR0010.
           SELECT DMNR-FILE           ASSIGN TO DMNR0010.
           SELECT REPORT-FILE         ASSIGN TO RPTO0200.
           SELECT SORT-FILE           ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  PEND-FILE                          DDNAME - PEND0010    *
      *        PENDING CARDS - CURRENT GENERATION                      *
      ******************************************************************

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PEND-RECORD.

       01  PEND-RECORD       PIC X(150).

      ******************************************************************
      * FILE:  CARD-FILE                          DDNAME - CRDI0030    *
      *        CANCEL CARDS FOR HELD TRANSACTIONS                      *
      ******************************************************************

       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARD-RECORD.

       01  CARD-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  PNDO-FILE                          DDNAME - PNDO0010    *
      *        PENDING CARDS - NEW GENERATION                          *
      ******************************************************************

       FD  PNDO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PNDO-RECORD.

       01  PNDO-RECORD       PIC X(150).

      ******************************************************************
      * FILE:  EMNR-FILE                          DDNAME - EMNR0010    *
      *        RELEASED EMPLOYEE CARDS FOR DB2CBLEM                    *
      ******************************************************************

       FD  EMNR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMNR-RECORD.

       01  EMNR-RECORD       PIC X(100).

      ******************************************************************
      * FILE:  DMNR-FILE                          DDNAME - DMNR0010    *
      *        RELEASED DEPARTMENT CARDS FOR DB2CBLDM                  *
      ******************************************************************

       FD  DMNR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DMNR-RECORD.

       01  DMNR-RECORD       PIC X(80).

      ******************************************************************
      * FILE:  REPORT-FILE                        DDNAME - RPTO0200    *
      *                                                                *
      ******************************************************************

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-RECORD.

       01  REPORT-RECORD     PIC X(100).

      ******************************************************************
      * FILE:  SORT-FILE - FILE/KEY/EFFECTIVE DATE SORT OF PEND0010    *
      ******************************************************************

       SD  SORT-FILE
           DATA RECORD IS SORT-RECORD.

       01  SORT-RECORD.
           05  SRT-SOURCE           PIC X(01).
           05  SRT-KEY              PIC X(06).
           05  FILLER               PIC X(01).
           05  SRT-EFFECTIVE-DATE   PIC X(08).
           05  SRT-HELD-TS          PIC X(26).
           05  FILLER               PIC X(108).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPPND10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPPND10'.
      /
       COPY PENDREC.
      /
       COPY REPORTPN.
      /
       01   W-PARM-CARD.
            05  W-PARM-RELEASE-DATE  PIC X(08).
            05  FILLER               PIC X(72).
       01   W-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.

       01   WS-SYS-DATE-8        PIC X(08) VALUE SPACES.
       01   W-RELEASE-DATE       PIC X(08) VALUE SPACES.

       01   W-CARD-IN.
            05  CXI-SOURCE           PIC X(01).
                88  CXI-SOURCE-VALID            VALUE 'E' 'D'.
            05  CXI-KEY              PIC X(06).
            05  CXI-ACTION           PIC X(01).
            05  CXI-EFFECTIVE-DATE   PIC X(08).
            05  FILLER               PIC X(64).

       01   W-PEND-EOF-SW        PIC X(01) VALUE 'N'.
           88  PEND-EOF                      VALUE 'Y'.
       01   W-CARD-EOF-SW        PIC X(01) VALUE 'N'.
           88  CARD-EOF                      VALUE 'Y'.
       01   W-SORT-EOF-SW        PIC X(01) VALUE 'N'.
           88  SORT-EOF                      VALUE 'Y'.
       01   W-CARDS-PRESENT-SW   PIC X(01) VALUE 'N'.
           88  CANCEL-CARDS-PRESENT          VALUE 'Y'.
       01   WS-PEND-STATUS       PIC X(02) VALUE SPACES.
       01   WS-CARD-STATUS       PIC X(02) VALUE SPACES.

       01   C-MAX-CANCEL-CARDS   PIC S9(4) COMP VALUE +200.

      *    ONE ENTRY PER CANCEL CARD - A BLANK ACTION OR EFFECTIVE
      *    DATE MATCHES ANY HELD CARD FOR THE KEY
       01   W-CANCEL-TABLE-AREA.
            05  W-CANCEL-COUNT   PIC S9(4) COMP VALUE ZERO.
            05  W-CANCEL-ENTRY   OCCURS 200 TIMES.
                10  CXL-SOURCE         PIC X(01).
                10  CXL-KEY            PIC X(06).
                10  CXL-ACTION         PIC X(01).
                10  CXL-EFFECTIVE-DATE PIC X(08).
                10  CXL-MATCHED-SW     PIC X(01).
                    88  CXL-MATCHED                VALUE 'Y'.
                10  CXL-NOTE           PIC X(20).

       01   W-CANCEL-SW          PIC X(01) VALUE 'N'.
           88  PENDING-CANCELLED             VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.

       01  SUBSCRIPTS.
           05  W-CXL-SUB      PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-PEND-RECORDS-READ      PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-READ             PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-REJECTED         PIC S9(8) COMP  VALUE ZERO.
          05  A-CARDS-UNMATCHED        PIC S9(8) COMP  VALUE ZERO.
          05  A-EMP-RELEASED           PIC S9(8) COMP  VALUE ZERO.
          05  A-DEPT-RELEASED          PIC S9(8) COMP  VALUE ZERO.
          05  A-CANCELLED              PIC S9(8) COMP  VALUE ZERO.
          05  A-STILL-HELD             PIC S9(8) COMP  VALUE ZERO.

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
               DISPLAY 'EMPPND10 ENDED - INVALID RELEASE DATE'
               DISPLAY 'PARM (NEED YYYYMMDD): ', W-PARM-RELEASE-DATE
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0020-LOAD-CANCEL-CARDS.

           OPEN OUTPUT PNDO-FILE.
           OPEN OUTPUT EMNR-FILE.
           OPEN OUTPUT DMNR-FILE.
           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD.

           MOVE  W-RELEASE-DATE  TO  TITLE-RELEASE-DATE.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           WRITE REPORT-RECORD  FROM  W-PND-HEADER1.
           WRITE REPORT-RECORD  FROM  W-PND-HEADER2.

           SORT SORT-FILE
                ON ASCENDING KEY SRT-SOURCE
                                 SRT-KEY
                                 SRT-EFFECTIVE-DATE
                                 SRT-HELD-TS
                INPUT  PROCEDURE IS P0040-RELEASE-PENDING
                OUTPUT PROCEDURE IS P0050-PROCESS-SORTED-PENDING.

           IF  SORT-RETURN  NOT =  ZERO
               DISPLAY 'SORT OF PEND0010 FAILED'
               DISPLAY 'SORT-RETURN = ', SORT-RETURN
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P0500-PRINT-CANCEL-EXCEPTIONS.
           PERFORM P0600-PRINT-TOTALS.

           DISPLAY 'TOTAL PEND0010 READ       '  A-PEND-RECORDS-READ.
           DISPLAY 'TOTAL CANCEL CARDS READ   '  A-CARDS-READ.
           DISPLAY 'TOTAL EMP CARDS RELEASED  '  A-EMP-RELEASED.
           DISPLAY 'TOTAL DEPT CARDS RELEASED '  A-DEPT-RELEASED.
           DISPLAY 'TOTAL CARDS CANCELLED     '  A-CANCELLED.
           DISPLAY 'TOTAL CARDS STILL HELD    '  A-STILL-HELD.
           DISPLAY 'TOTAL CANCELS NOT MATCHED '  A-CARDS-UNMATCHED.
           DISPLAY 'TOTAL CANCELS NOT VALID   '  A-CARDS-REJECTED.

           CLOSE PNDO-FILE.
           CLOSE EMNR-FILE.
           CLOSE DMNR-FILE.
           CLOSE REPORT-FILE.

           IF  A-CARDS-UNMATCHED  >  ZERO  OR
               A-CARDS-REJECTED   >  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   O P T I O N A L   R E L E A S E   D A T E      *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-CARD.
           ACCEPT  W-PARM-CARD  FROM  SYSIN.

           IF  W-PARM-RELEASE-DATE  =  SPACES
               ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD
               MOVE  WS-SYS-DATE-8  TO  W-RELEASE-DATE
           ELSE
               IF  W-PARM-RELEASE-DATE  NOT NUMERIC
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               ELSE
                   IF  W-PARM-RELEASE-DATE(5:2)  <  '01'  OR
                       W-PARM-RELEASE-DATE(5:2)  >  '12'  OR
                       W-PARM-RELEASE-DATE(7:2)  <  '01'  OR
                       W-PARM-RELEASE-DATE(7:2)  >  '31'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   ELSE
                       MOVE  W-PARM-RELEASE-DATE  TO  W-RELEASE-DATE
                   END-IF
               END-IF
           END-IF.
      /
      *****************************************************************
      *   L O A D   T H E   C A N C E L   C A R D S                    *
      *****************************************************************
       P0020-LOAD-CANCEL-CARDS.

      *    NO CANCEL DECK ON A NIGHT IS NORMAL - A MISSING OR EMPTY
      *    CRDI0030 SIMPLY CANCELS NOTHING
           OPEN INPUT CARD-FILE.
           IF  WS-CARD-STATUS  =  '00'
               MOVE  'Y'  TO  W-CARDS-PRESENT-SW
               PERFORM P8020-READ-CARD-FILE
               PERFORM P0030-STORE-ONE-CARD UNTIL CARD-EOF
               CLOSE CARD-FILE
           ELSE
               DISPLAY 'CRDI0030 NOT AVAILABLE - STATUS ',
                       WS-CARD-STATUS
               DISPLAY 'NO HELD CARDS WILL BE CANCELLED'
           END-IF.
      /
       P0030-STORE-ONE-CARD.

           IF  W-CANCEL-COUNT  >=  C-MAX-CANCEL-CARDS
               DISPLAY 'P0030 CANCEL CARD TABLE OVERFLOWS'
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  W-CANCEL-COUNT  =  W-CANCEL-COUNT  +  1.
           MOVE  W-CANCEL-COUNT  TO  W-CXL-SUB.
           MOVE  CXI-SOURCE          TO  CXL-SOURCE(W-CXL-SUB).
           MOVE  CXI-KEY             TO  CXL-KEY(W-CXL-SUB).
           MOVE  CXI-ACTION          TO  CXL-ACTION(W-CXL-SUB).
           MOVE  CXI-EFFECTIVE-DATE  TO  CXL-EFFECTIVE-DATE(W-CXL-SUB).
           MOVE  'N'                 TO  CXL-MATCHED-SW(W-CXL-SUB).
           MOVE  SPACES              TO  CXL-NOTE(W-CXL-SUB).

      *    A CARD THAT CAN NEVER MATCH IS MARKED NOW SO IT IS LISTED
      *    WITH ITS REASON AND NOT USED AGAINST THE PENDING FILE
           EVALUATE  TRUE
               WHEN  NOT  CXI-SOURCE-VALID
                   MOVE  'FILE NOT E OR D'
                         TO  CXL-NOTE(W-CXL-SUB)
               WHEN  CXI-KEY  =  SPACES
                   MOVE  'KEY MISSING'
                         TO  CXL-NOTE(W-CXL-SUB)
               WHEN  CXI-EFFECTIVE-DATE  NOT =  SPACES  AND
                     CXI-EFFECTIVE-DATE  NOT NUMERIC
                   MOVE  'EFF DATE NOT NUMERIC'
                         TO  CXL-NOTE(W-CXL-SUB)
           END-EVALUATE.

           IF  CXL-NOTE(W-CXL-SUB)  NOT =  SPACES
               COMPUTE  A-CARDS-REJECTED  =  A-CARDS-REJECTED  +  1
           END-IF.

           PERFORM P8020-READ-CARD-FILE.
      /
      *****************************************************************
      *   S O R T   I N P U T  -  C U R R E N T   P E N D I N G        *
      *****************************************************************
       P0040-RELEASE-PENDING.

           MOVE  'N'  TO  W-PEND-EOF-SW.

           OPEN INPUT PEND-FILE.
           IF  WS-PEND-STATUS  NOT =  '00'
               DISPLAY 'OPEN PEND0010 FAILED'
               DISPLAY 'FILE STATUS = ', WS-PEND-STATUS
               PERFORM P9999-ABEND-PGM
           END-IF.

           PERFORM P8000-READ-PEND-FILE.

           PERFORM P0045-RELEASE-ONE-PENDING UNTIL
                   PEND-EOF.

           CLOSE PEND-FILE.
      /
       P0045-RELEASE-ONE-PENDING.

           RELEASE SORT-RECORD FROM W-PEND-RECORD.

           PERFORM P8000-READ-PEND-FILE.
      /
      *****************************************************************
      *   S O R T   O U T P U T  -  C A N C E L ,   R E L E A S E      *
      *   O R   K E E P   E A C H   H E L D   C A R D                  *
      *****************************************************************
       P0050-PROCESS-SORTED-PENDING.

           MOVE  'N'  TO  W-SORT-EOF-SW.

           PERFORM P8010-RETURN-SORT-RECORD.

           PERFORM P0100-PROCESS-PENDING-RECORD UNTIL
                   SORT-EOF.
      /
       P0100-PROCESS-PENDING-RECORD.

      ******************************************************************
      ******************************************************************

           INITIALIZE  W-PND-DETAIL.

           PERFORM P0200-CHECK-CANCEL-CARDS.

           EVALUATE  TRUE
               WHEN  PENDING-CANCELLED
                   MOVE  'CANCELLED'  TO  PND-STATUS
                   COMPUTE  A-CANCELLED  =  A-CANCELLED  +  1
               WHEN  PEND-EFFECTIVE-DATE  NOT >  W-RELEASE-DATE
                   MOVE  'RELEASED'   TO  PND-STATUS
                   PERFORM P0300-WRITE-RELEASED-CARD
               WHEN  OTHER
                   MOVE  'HELD'       TO  PND-STATUS
                   WRITE PNDO-RECORD  FROM  W-PEND-RECORD
                   COMPUTE  A-STILL-HELD  =  A-STILL-HELD  +  1
           END-EVALUATE.

           PERFORM P0400-WRITE-DETAIL-LINE.

           PERFORM P8010-RETURN-SORT-RECORD.
      /
      *****************************************************************
      *   M A T C H   T H E   C A R D   T O   A   C A N C E L          *
      *****************************************************************
       P0200-CHECK-CANCEL-CARDS.

           MOVE  'N'  TO  W-CANCEL-SW.

           PERFORM P0210-CHECK-ONE-CANCEL
               VARYING W-CXL-SUB FROM 1 BY 1
               UNTIL   W-CXL-SUB > W-CANCEL-COUNT.
      /
       P0210-CHECK-ONE-CANCEL.

      *    EVERY MATCHING CARD IS MARKED, SO A BROAD CANCEL AND A
      *    NARROW ONE FOR THE SAME KEY ARE BOTH SHOWN AS USED
           IF  CXL-NOTE(W-CXL-SUB)  =  SPACES               AND
               CXL-SOURCE(W-CXL-SUB)  =  PEND-SOURCE         AND
               CXL-KEY(W-CXL-SUB)     =  PEND-KEY            AND
              (CXL-ACTION(W-CXL-SUB)  =  SPACE  OR
               CXL-ACTION(W-CXL-SUB)  =  PEND-ACTION)        AND
              (CXL-EFFECTIVE-DATE(W-CXL-SUB)  =  SPACES  OR
               CXL-EFFECTIVE-DATE(W-CXL-SUB)  =  PEND-EFFECTIVE-DATE)
               MOVE  'Y'  TO  W-CANCEL-SW
               MOVE  'Y'  TO  CXL-MATCHED-SW(W-CXL-SUB)
           END-IF.
      /
      *****************************************************************
      *   W R I T E   A   R E L E A S E D   C A R D   I M A G E        *
      *****************************************************************
       P0300-WRITE-RELEASED-CARD.

           IF  PEND-EMPLOYEE-CARD
               WRITE EMNR-RECORD  FROM  PEND-CARD-IMAGE
               COMPUTE  A-EMP-RELEASED  =  A-EMP-RELEASED  +  1
           ELSE
               WRITE DMNR-RECORD  FROM  PEND-CARD-IMAGE(1:80)
               COMPUTE  A-DEPT-RELEASED  =  A-DEPT-RELEASED  +  1
           END-IF.
      /
      *****************************************************************
      *   W R I T E   O N E   P E N D I N G   C A R D   L I N E        *
      *****************************************************************
       P0400-WRITE-DETAIL-LINE.

           IF  PEND-EMPLOYEE-CARD
               MOVE  'EMP'   TO  PND-SOURCE
               EVALUATE  PEND-ACTION
                   WHEN  'A'
                       MOVE  'ADD'     TO  PND-ACTION
                   WHEN  'C'
                       MOVE  'CHANGE'  TO  PND-ACTION
                   WHEN  'T'
                       MOVE  'TERM'    TO  PND-ACTION
                   WHEN  OTHER
                       MOVE  PEND-ACTION  TO  PND-ACTION
               END-EVALUATE
           ELSE
               MOVE  'DEPT'  TO  PND-SOURCE
               EVALUATE  PEND-ACTION
                   WHEN  'A'
                       MOVE  'ADD'     TO  PND-ACTION
                   WHEN  'C'
                       MOVE  'CHANGE'  TO  PND-ACTION
                   WHEN  'D'
                       MOVE  'DELETE'  TO  PND-ACTION
                   WHEN  OTHER
                       MOVE  PEND-ACTION  TO  PND-ACTION
               END-EVALUATE
           END-IF.

           MOVE  PEND-KEY             TO  PND-KEY.
           MOVE  PEND-EFFECTIVE-DATE  TO  PND-EFFECTIVE-DATE.
           MOVE  PEND-HELD-TS         TO  PND-HELD-TS.
           MOVE  PEND-HELD-BY         TO  PND-HELD-BY.

           WRITE REPORT-RECORD  FROM  W-PND-DETAIL.
      /
      *****************************************************************
      *   L I S T   C A N C E L   C A R D S   T H A T   W E R E        *
      *   N O T   U S E D                                              *
      *****************************************************************
       P0500-PRINT-CANCEL-EXCEPTIONS.

           IF  CANCEL-CARDS-PRESENT
               MOVE  SPACES  TO  PSL-TEXT
               WRITE REPORT-RECORD  FROM  W-PND-SECTION-LINE
               MOVE  'CANCEL CARDS NOT APPLIED'  TO  PSL-TEXT
               WRITE REPORT-RECORD  FROM  W-PND-SECTION-LINE
               PERFORM P0510-PRINT-ONE-CANCEL
                   VARYING W-CXL-SUB FROM 1 BY 1
                   UNTIL   W-CXL-SUB > W-CANCEL-COUNT
           END-IF.
      /
       P0510-PRINT-ONE-CANCEL.

           IF  NOT  CXL-MATCHED(W-CXL-SUB)
               INITIALIZE  W-PND-DETAIL
               IF  CXL-NOTE(W-CXL-SUB)  =  SPACES
                   MOVE  'NOT FOUND'         TO  PND-STATUS
                   MOVE  'NO HELD CARD MATCHES'  TO  PND-NOTE
                   COMPUTE  A-CARDS-UNMATCHED  =
                            A-CARDS-UNMATCHED  +  1
               ELSE
                   MOVE  'NOT VALID'         TO  PND-STATUS
                   MOVE  CXL-NOTE(W-CXL-SUB) TO  PND-NOTE
               END-IF
               MOVE  CXL-SOURCE(W-CXL-SUB)   TO  PND-SOURCE
               MOVE  CXL-KEY(W-CXL-SUB)      TO  PND-KEY
               MOVE  CXL-ACTION(W-CXL-SUB)   TO  PND-ACTION
               MOVE  CXL-EFFECTIVE-DATE(W-CXL-SUB)
                                             TO  PND-EFFECTIVE-DATE
               WRITE REPORT-RECORD  FROM  W-PND-DETAIL
           END-IF.
      /
      *****************************************************************
      *   P R I N T   T H E   R U N   T O T A L S                      *
      *****************************************************************
       P0600-PRINT-TOTALS.

           MOVE  SPACES  TO  PSL-TEXT.
           WRITE REPORT-RECORD  FROM  W-PND-SECTION-LINE.

           MOVE  'EMPLOYEE CARDS RELEASED'  TO  PTL-LABEL.
           MOVE  A-EMP-RELEASED             TO  PTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-PND-TOTAL-LINE.

           MOVE  'DEPARTMENT CARDS RELEASED'  TO  PTL-LABEL.
           MOVE  A-DEPT-RELEASED              TO  PTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-PND-TOTAL-LINE.

           MOVE  'CARDS CANCELLED'  TO  PTL-LABEL.
           MOVE  A-CANCELLED        TO  PTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-PND-TOTAL-LINE.

           MOVE  'CARDS STILL HELD'  TO  PTL-LABEL.
           MOVE  A-STILL-HELD        TO  PTL-COUNT.
           WRITE REPORT-RECORD  FROM  W-PND-TOTAL-LINE.

           MOVE  'CANCEL CARDS NOT APPLIED'  TO  PTL-LABEL.
           COMPUTE  PTL-COUNT  =
                    A-CARDS-UNMATCHED  +  A-CARDS-REJECTED.
           WRITE REPORT-RECORD  FROM  W-PND-TOTAL-LINE.
      /
      *****************************************************************
      *   R E A D   N E X T   P E N D I N G   R E C O R D              *
      *****************************************************************
       P8000-READ-PEND-FILE.

           READ PEND-FILE INTO W-PEND-RECORD
               AT END
                   MOVE  'Y'  TO  W-PEND-EOF-SW
               NOT AT END
                   COMPUTE  A-PEND-RECORDS-READ  =
                            A-PEND-RECORDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *   R E T U R N   N E X T   S O R T E D   P E N D I N G          *
      *****************************************************************
       P8010-RETURN-SORT-RECORD.

           RETURN SORT-FILE INTO W-PEND-RECORD
               AT END
                   MOVE  'Y'  TO  W-SORT-EOF-SW
           END-RETURN.
      /
      *****************************************************************
      *   R E A D   N E X T   C A N C E L   C A R D                    *
      *****************************************************************
       P8020-READ-CARD-FILE.

           READ CARD-FILE INTO W-CARD-IN
               AT END
                   MOVE  'Y'  TO  W-CARD-EOF-SW
               NOT AT END
                   COMPUTE  A-CARDS-READ  =  A-CARDS-READ  +  1
           END-READ.
      /
      *****************************************************************
      *          A B E N D  O N  F I L E  O R  T A B L E  E R R O R    *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
