      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *
      *  OUTPUT FILES: ALL EMPLOYEE RECORDS - WIDE DETAIL FORMAT
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                REPDTL
      *                RUNLOGR
      *                EXTMAST
      *                CYCLPRM
      *    TABLES:  NONE - FILE DRIVEN OFF THE MASTER EXTRACT
      *    SWITCHES:
      *
      *          WARNING - THE NIGHTLY CHAIN CROSSES                   *
      *          MIDNIGHT AND A MORNING RERUN READS                    *
      *          YESTERDAY'S GOOD EXTRACT                              *
      *  LOUIS - CHECKS THE CYCL0010 CYCLE-CONTROL     2026-10-15      *
      *          FILE BEFORE RUNNING AND REFUSES                       *
      *          (RC=8) UNTIL DB2CBLEX HAS COMPLETED                   *
      *          THE LATEST CYCLE; RECORDS ITS OWN                     *
      *          STARTED/COMPLETE/FAILED EVENTS                        *
      *          AND REFUSES AN EXTI0010 GENERATION                    *
      *          FROM ANY OTHER CYCLE                                  *
      *  LOUIS - REFUSES A CYCLE IT HAS ALREADY        2026-10-15      *
      *          COMPLETED - NO NEW CYCLE MEANS DB2CBLEX               *
      *          WAS SKIPPED                                           *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
       COPY RUNLOGR.
      /
       COPY EXTMAST.
      /
       COPY CYCLPRM.
      /
       01   W-EDLEVEL-DISPLAY  PIC ZZ9.

            05  W-TS-SS            PIC 9(2).
            05  FILLER             PIC X(07) VALUE SPACES.

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'DB2CBLEX'.

      /
       01  ACCUMULATORS.
           PERFORM P0190-BUILD-TIMESTAMP.
           MOVE  W-TS-WORK  TO  W-RUN-START-TS.

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'DB2CBLFD ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'DB2CBLFD ENDED - PREDECESSOR NOT COMPLETE'
               END-IF
               DISPLAY 'CYCLE DATE  = ', CYCQ-CYCLE-DATE
               DISPLAY 'PREDECESSOR = ', CYCQ-PREDECESSOR,
                       ' STATUS ', CYCQ-PRED-STATUS
               DISPLAY 'RERUN THIS STEP ONCE THE PREDECESSOR ENDS'
               DISPLAY 'COMPLETE - SEE THE EMPCYC10 STATUS BOARD'
               MOVE  'BLOCKED'  TO  W-RUN-END-STATUS
               PERFORM P0180-WRITE-RUN-LOG
               MOVE  'BLOCKED'  TO  CYCQ-STATUS
               MOVE  8          TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD
               END-IF
           END-IF.

           MOVE  RETURN-CODE  TO  CYCQ-STEP-RC.
           MOVE  'COMPLETE'   TO  CYCQ-STATUS.
           PERFORM P0008-LOG-CYCLE-EVENT.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   C H E C K   T H E   C Y C L E   I S   R E A D Y              *
      *****************************************************************
       P0005-CHECK-CYCLE-READY.

      *    THE STEP RUNS ONLY AGAINST A CYCLE WHOSE EXTRACT FINISHED -
      *    CYCLCTL FINDS THE LATEST CYCLE OPENED ON CYCL0010 AND THE
      *    PREDECESSOR'S LAST EVENT IN IT
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
      *   S E L E C T   A N D   V E R I F Y   T H E   E X T R A C T    *
      *****************************************************************
       P0040-SELECT-EXTRACT.
               PERFORM P9998-VERIFY-ABEND
           END-IF.

      *    THE GENERATION MUST BELONG TO THE CYCLE THE GATE CLEARED -
      *    AN OLDER EXTRACT LEFT ALLOCATED BEHIND A COMPLETED CYCLE
      *    WOULD OTHERWISE REPORT THE WRONG NIGHT
           IF  W-EXT-CYCLE-DATE  NOT =  CYCQ-CYCLE-DATE
               DISPLAY 'EXTI0010 FAILED VERIFICATION - CYCLE CONTROL'
               DISPLAY 'EXTRACT CYCLE DATE = ', W-EXT-CYCLE-DATE
               DISPLAY 'CONTROLLED CYCLE   = ', CYCQ-CYCLE-DATE
               DISPLAY 'CHECK THE GENERATION ALLOCATED TO THE STEP'
               PERFORM P9998-VERIFY-ABEND
           END-IF.

      *    A COMPLETE BUT STALE GENERATION PASSES THE COUNT AND
      *    HASH CHECKS - FLAG A CYCLE DATE OFF THE RUN DATE, BUT
      *    ONLY AS AN RC=4 WARNING: THE NIGHTLY CHAIN CAN CROSS

           MOVE  'ABEND'  TO  W-RUN-END-STATUS.
           PERFORM P0180-WRITE-RUN-LOG.
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'EXTRACT FAILED VERIFY'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
      /
                   SORT-RETURN.
           MOVE  'ABEND'  TO  W-RUN-END-STATUS.
           PERFORM P0180-WRITE-RUN-LOG.
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'SORT FAILED'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
