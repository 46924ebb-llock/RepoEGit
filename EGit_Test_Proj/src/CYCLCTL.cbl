      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLCTL.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  SHARED NIGHTLY CYCLE-CONTROL MODULE - CALLED BY EVERY STEP OF
      *  THE NIGHTLY STREAM.  CYCL0010 HOLDS ONE EVENT PER STEP STATE
      *  CHANGE (STARTED, COMPLETE, FAILED, BLOCKED) KEYED BY THE
      *  EXTO0010 CYCLE DATE.
      *
      *  LOG   - APPENDS ONE EVENT FOR THE CALLER.
      *  CHECK - READS CYCL0010 AND RETURNS THE LAST STATUS OF THE
      *          NAMED PREDECESSOR FOR THE CYCLE.  A BLANK CYCLE DATE
      *          MEANS THE LATEST CYCLE ON THE FILE - DB2CBLEX IS THE
      *          ONLY STEP THAT OPENS A NEW ONE, SO A DB2CBLEX RUN
      *          THAT FAILED TONIGHT STILL MAKES TONIGHT THE CYCLE
      *          EVERY CONSUMER IS HELD TO.  A CYCLE ON WHICH THE
      *          CALLER HAS ALREADY LOGGED COMPLETE IS REFUSED: IT
      *          MEANS NO NEW CYCLE WAS OPENED SINCE THE STEP LAST
      *          RAN - DB2CBLEX WAS SKIPPED - AND THE CALLER WOULD
      *          ONLY REWORK YESTERDAY'S EXTRACT.
      *
      *  INPUT PARMS:  LINKAGE - CYCLPRM CALL AREA
      *
      *  OUTPUT PARMS: CYCQ-CYCLE-DATE, CYCQ-PRED-STATUS, CYCQ-RESULT
      *
      *  INPUT FILES:  CYCL0010 - CYCLE-CONTROL EVENTS (CHECK)
      *
      *  OUTPUT FILES: CYCL0010 - CYCLE-CONTROL EVENTS (LOG, EXTEND)
      *
      *  COPY MEMBERS:
      *                CYCLREC
      *                CYCLPRM
      *    TABLES:      NONE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             GOBACK TO THE CALLER WITH CYCQ-RESULT SET
      *
      *      ABNORMAL:
      *             NONE - A BAD CYCL0010 FILE STATUS IS DISPLAYED AND
      *             RETURNED AS CYCQ-RESULT 08; THE CALLER DECIDES
      *
      *    RETURN CODES (CYCQ-RESULT):
      *             00 - EVENT LOGGED / PREDECESSOR COMPLETE
      *             04 - PREDECESSOR NOT COMPLETE FOR THE CYCLE
      *             12 - THE CALLER HAS ALREADY COMPLETED THE CYCLE
      *             08 - CYCL0010 COULD NOT BE READ OR WRITTEN
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - NIGHTLY STEP        2026-10-15      *
      *          DEPENDENCY GATE OVER CYCL0010                         *
      *  LOUIS - CHECK REFUSES A CYCLE THE CALLER      2026-10-15      *
      *          HAS ALREADY COMPLETED                                 *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CYCL-FILE           ASSIGN TO CYCL0010
                                       FILE STATUS IS WS-CYCL-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  CYCL-FILE                          DDNAME - CYCL0010    *
      *        NIGHTLY CYCLE-CONTROL EVENTS                            *
      ******************************************************************

       FD  CYCL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCL-RECORD.

       01  CYCL-RECORD       PIC X(80).

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'CYCLCTL START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'CYCLCTL'.
      /
       COPY CYCLREC.
      /
       01   WS-CYCL-STATUS       PIC X(02) VALUE SPACES.
       01   W-CYCL-EOF-SW        PIC X(01) VALUE 'N'.
           88  CYCL-EOF                      VALUE 'Y'.

       01   W-WANTED-CYCLE       PIC X(10) VALUE SPACES.
       01   W-WANTED-PRED-STATUS PIC X(08) VALUE SPACES.
       01   W-LATEST-CYCLE       PIC X(10) VALUE SPACES.
       01   W-LATEST-PRED-STATUS PIC X(08) VALUE SPACES.
       01   W-WANTED-SELF-DONE-SW PIC X(01) VALUE 'N'.
           88  WANTED-SELF-DONE              VALUE 'Y'.
       01   W-LATEST-SELF-DONE-SW PIC X(01) VALUE 'N'.
           88  LATEST-SELF-DONE              VALUE 'Y'.
       01   W-SELF-DONE-SW       PIC X(01) VALUE 'N'.
           88  SELF-DONE                     VALUE 'Y'.

       01   WS-SYS-DATE-8.
            05  WS-SYS-DATE-YYYY   PIC 9(4).
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).
       01   WS-SYS-TIME-8.
            05  WS-SYS-TIME-HH     PIC 9(2).
            05  WS-SYS-TIME-MM     PIC 9(2).
            05  WS-SYS-TIME-SS     PIC 9(2).
            05  WS-SYS-TIME-HS     PIC 9(2).
       01   W-TS-WORK.
            05  W-TS-YYYY          PIC 9(4).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-MO            PIC 9(2).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-DD            PIC 9(2).
            05  FILLER             PIC X VALUE '-'.
            05  W-TS-HH            PIC 9(2).
            05  FILLER             PIC X VALUE '.'.
            05  W-TS-MI            PIC 9(2).
            05  FILLER             PIC X VALUE '.'.
            05  W-TS-SS            PIC 9(2).
            05  FILLER             PIC X(07) VALUE SPACES.

      /
       LINKAGE SECTION.

       COPY CYCLPRM.

       PROCEDURE DIVISION USING W-CYCQ-AREA.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           MOVE  '00'  TO  CYCQ-RESULT.

           EVALUATE  TRUE
               WHEN  CYCQ-CHECK-PREDECESSOR
                   PERFORM P0100-CHECK-PREDECESSOR
               WHEN  CYCQ-LOG-EVENT
                   PERFORM P0200-LOG-EVENT
               WHEN  OTHER
                   DISPLAY 'CYCLCTL - UNKNOWN FUNCTION ', CYCQ-FUNCTION,
                           ' FROM ', CYCQ-PROGRAM
                   MOVE  '08'  TO  CYCQ-RESULT
           END-EVALUATE.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   C H E C K   A   P R E D E C E S S O R   S T E P              *
      *****************************************************************
       P0100-CHECK-PREDECESSOR.

           MOVE  CYCQ-CYCLE-DATE  TO  W-WANTED-CYCLE.
           MOVE  'NONE'           TO  W-WANTED-PRED-STATUS.
           MOVE  SPACES           TO  W-LATEST-CYCLE.
           MOVE  'NONE'           TO  W-LATEST-PRED-STATUS.
           MOVE  'N'              TO  W-WANTED-SELF-DONE-SW.
           MOVE  'N'              TO  W-LATEST-SELF-DONE-SW.
           MOVE  'N'              TO  W-CYCL-EOF-SW.

           OPEN INPUT CYCL-FILE.

      *    STATUS 35 - NO CYCL0010 YET, SO NO CYCLE HAS BEEN OPENED
           EVALUATE  WS-CYCL-STATUS
               WHEN  '00'
                   PERFORM P8000-READ-CYCL-FILE
                   PERFORM P0110-SCAN-ONE-EVENT UNTIL CYCL-EOF
                   CLOSE CYCL-FILE
               WHEN  '35'
                   CONTINUE
               WHEN  OTHER
                   DISPLAY 'CYCLCTL - OPEN CYCL0010 FAILED FOR ',
                           CYCQ-PROGRAM
                   DISPLAY 'FILE STATUS = ', WS-CYCL-STATUS
                   MOVE  '08'  TO  CYCQ-RESULT
           END-EVALUATE.

           IF  CYCQ-OK
               IF  W-WANTED-CYCLE  =  SPACES
                   MOVE  W-LATEST-CYCLE        TO  CYCQ-CYCLE-DATE
                   MOVE  W-LATEST-PRED-STATUS  TO  CYCQ-PRED-STATUS
                   MOVE  W-LATEST-SELF-DONE-SW TO  W-SELF-DONE-SW
               ELSE
                   MOVE  W-WANTED-PRED-STATUS  TO  CYCQ-PRED-STATUS
                   MOVE  W-WANTED-SELF-DONE-SW TO  W-SELF-DONE-SW
               END-IF
               IF  CYCQ-PRED-STATUS  NOT =  'COMPLETE'
                   MOVE  '04'  TO  CYCQ-RESULT
               END-IF
           END-IF.

      *    ANY COMPLETE EVENT COUNTS, NOT JUST THE LAST - A REFUSED
      *    RUN LOGS BLOCKED, AND THAT MUST NOT OPEN THE WAY FOR THE
      *    NEXT ATTEMPT
           IF  CYCQ-OK  AND  SELF-DONE
               DISPLAY 'CYCLCTL - ', CYCQ-PROGRAM,
                       ' ALREADY COMPLETE FOR CYCLE ', CYCQ-CYCLE-DATE
               DISPLAY 'CYCLCTL - NO NEW CYCLE OPENED - CHECK THAT '
                       'DB2CBLEX RAN'
               MOVE  '12'  TO  CYCQ-RESULT
           END-IF.
      /
       P0110-SCAN-ONE-EVENT.

      *    THE FILE IS APPENDED IN TIME ORDER, SO THE LAST EVENT SEEN
      *    FOR A CYCLE AND PROGRAM IS ITS CURRENT STATUS
           IF  CYC-CYCLE-DATE  >  W-LATEST-CYCLE
               MOVE  CYC-CYCLE-DATE  TO  W-LATEST-CYCLE
               MOVE  'NONE'          TO  W-LATEST-PRED-STATUS
               MOVE  'N'             TO  W-LATEST-SELF-DONE-SW
           END-IF.

           IF  CYC-PROGRAM  =  CYCQ-PROGRAM  AND
               CYC-STEP-COMPLETE
               IF  CYC-CYCLE-DATE  =  W-LATEST-CYCLE
                   MOVE  'Y'  TO  W-LATEST-SELF-DONE-SW
               END-IF
               IF  CYC-CYCLE-DATE  =  W-WANTED-CYCLE
                   MOVE  'Y'  TO  W-WANTED-SELF-DONE-SW
               END-IF
           END-IF.

           IF  CYC-PROGRAM  =  CYCQ-PREDECESSOR
               IF  CYC-CYCLE-DATE  =  W-LATEST-CYCLE
                   MOVE  CYC-STATUS  TO  W-LATEST-PRED-STATUS
               END-IF
               IF  CYC-CYCLE-DATE  =  W-WANTED-CYCLE
                   MOVE  CYC-STATUS  TO  W-WANTED-PRED-STATUS
               END-IF
           END-IF.

           PERFORM P8000-READ-CYCL-FILE.
      /
      *****************************************************************
      *   A P P E N D   O N E   C Y C L E   E V E N T                  *
      *****************************************************************
       P0200-LOG-EVENT.

           PERFORM P0190-BUILD-TIMESTAMP.

           INITIALIZE  W-CYCL-RECORD.
           MOVE  CYCQ-CYCLE-DATE  TO  CYC-CYCLE-DATE.
           MOVE  CYCQ-PROGRAM     TO  CYC-PROGRAM.
           MOVE  CYCQ-STATUS      TO  CYC-STATUS.
           MOVE  W-TS-WORK        TO  CYC-EVENT-TS.
           MOVE  CYCQ-STEP-RC     TO  CYC-STEP-RC.
           MOVE  CYCQ-NOTE        TO  CYC-NOTE.

           OPEN EXTEND CYCL-FILE.
           IF  WS-CYCL-STATUS  =  '00'
               WRITE CYCL-RECORD  FROM  W-CYCL-RECORD
               IF  WS-CYCL-STATUS  NOT =  '00'
                   DISPLAY 'CYCLCTL - WRITE CYCL0010 FAILED FOR ',
                           CYCQ-PROGRAM
                   DISPLAY 'FILE STATUS = ', WS-CYCL-STATUS
                   MOVE  '08'  TO  CYCQ-RESULT
               END-IF
               CLOSE CYCL-FILE
           ELSE
               DISPLAY 'CYCLCTL - OPEN CYCL0010 FAILED FOR ',
                       CYCQ-PROGRAM
               DISPLAY 'FILE STATUS = ', WS-CYCL-STATUS
               MOVE  '08'  TO  CYCQ-RESULT
           END-IF.

           IF  CYCQ-OK
               DISPLAY 'CYCLE ', CYC-CYCLE-DATE, ' ', CYC-PROGRAM,
                       ' ', CYC-STATUS
           END-IF.
      /
      *****************************************************************
      *   B U I L D   C U R R E N T   T I M E S T A M P                *
      *****************************************************************
       P0190-BUILD-TIMESTAMP.

           ACCEPT  WS-SYS-DATE-8  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME-8  FROM  TIME.
           MOVE  WS-SYS-DATE-YYYY  TO  W-TS-YYYY.
           MOVE  WS-SYS-DATE-MM    TO  W-TS-MO.
           MOVE  WS-SYS-DATE-DD    TO  W-TS-DD.
           MOVE  WS-SYS-TIME-HH    TO  W-TS-HH.
           MOVE  WS-SYS-TIME-MM    TO  W-TS-MI.
           MOVE  WS-SYS-TIME-SS    TO  W-TS-SS.
      /
      *****************************************************************
      *   R E A D   N E X T   C Y C L E   E V E N T                    *
      *****************************************************************
       P8000-READ-CYCL-FILE.

           READ CYCL-FILE INTO W-CYCL-RECORD
               AT END
                   MOVE  'Y'  TO  W-CYCL-EOF-SW
           END-READ.
