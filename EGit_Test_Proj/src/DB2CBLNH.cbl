      *  BEFORE.  THE PROGRAM NAME IS KEPT SO THE JCL AND
      *  SCHEDULE DO NOT CHANGE.
      *
      *  THE HIRE MONTH IS A FISCAL PERIOD FROM THE CALN0010 BUSINESS
      *  CALENDAR - A HIRE COUNTS WHEN ITS HIREDATE FALLS ON OR
      *  BETWEEN THE PERIOD'S FIRST AND LAST DAY, AND THE TITLE SHOWS
      *  THE PERIOD'S REPORTING MONTH.
      *
      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD - HIRE MONTH (YYYYMM)
      *                FOR A RERUN, MATCHED TO THE CALN0010 PERIOD
      *                REPORTED AS THAT MONTH; BLANK OR MISSING TAKES
      *                THE PERIOD SPANNING THE CYCLE DATE.  A BAD CARD
      *                OR A MONTH NOT ON THE CALENDAR ENDS THE RUN
      *                WITH AN ERROR MESSAGE AND RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - MASTER EXTRACT FROM DB2CBLEX
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                CALNCTL FOR THE HIRE PERIOD
      *
      *  OUTPUT FILES: NEW HIRES THIS MONTH LISTING
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                REPORTNH
      *                RUNLOGR
      *                EXTMAST
      *                CYCLPRM
      *                CALNPRM
      *    TABLES:  NONE - FILE DRIVEN OFF THE MASTER EXTRACT
      *    SWITCHES:
      *
      *             0 - CLEAN RUN
      *             4 - THE MONTH HAS ZERO NEW HIRES, OR THE
      *                 EXTRACT CYCLE DATE IS NOT THE RUN DATE
      *             8 - BAD SYSIN PARM CARD, OR NO CALN0010 PERIOD
      *                 FOR THE HIRE MONTH
      *
      *    SPECIAL LOGIC:  NONE
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
      *  LOUIS - THE HIRE MONTH IS NOW A FISCAL        2026-10-15      *
      *          PERIOD FROM THE CALN0010 BUSINESS                     *
      *          CALENDAR THROUGH CALNCTL INSTEAD OF                   *
      *          THE SYSTEM-CLOCK CALENDAR MONTH; THE                  *
      *          PARM MONTH IS KEPT FOR RERUNS                         *
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
       COPY CALNPRM.
      /
       01   W-PARM-HIRE-MONTH   PIC X(06) VALUE SPACES.
       01   W-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
            05  WS-SYS-DATE-MM     PIC 9(2).
            05  WS-SYS-DATE-DD     PIC 9(2).

       01   W-PERIOD-START-DATE   PIC X(10) VALUE SPACES.
       01   W-PERIOD-END-DATE     PIC X(10) VALUE SPACES.
       01   W-TITLE-MONTH.
            05  W-TM-YYYY         PIC X(4).
            05  FILLER            PIC X VALUE '-'.
            05  W-TM-MM           PIC X(2).
       01   W-CALN-ERROR-SW       PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.

       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.
            05  W-TS-SS            PIC 9(2).
            05  FILLER             PIC X(07) VALUE SPACES.

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'DB2CBLEX'.

      /
       01  ACCUMULATORS.
           PERFORM P0190-BUILD-TIMESTAMP.
           MOVE  W-TS-WORK  TO  W-RUN-START-TS.

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'DB2CBLNH ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'DB2CBLNH ENDED - PREDECESSOR NOT COMPLETE'
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

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'PARM (NEED YYYYMM): ', W-PARM-HIRE-MONTH
               MOVE  'PARMERR'  TO  W-RUN-END-STATUS
               PERFORM P0180-WRITE-RUN-LOG
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'BAD PARM CARD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  CALENDAR-ERROR
               DISPLAY 'DB2CBLNH ENDED - NO HIRE PERIOD FROM CALN0010'
               MOVE  'CALERR'  TO  W-RUN-END-STATUS
               PERFORM P0180-WRITE-RUN-LOG
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           INITIALIZE   REPORT-RECORD
                      W-REPORT-RECORD.

           MOVE  W-TITLE-MONTH  TO  TITLE-MONTH.
           WRITE REPORT-RECORD  FROM  W-REPORT-TITLE.
           WRITE REPORT-RECORD  FROM  W-REPORT-HEADER1.
           WRITE REPORT-RECORD  FROM  W-REPORT-HEADER2.
               MOVE  4  TO  RETURN-CODE
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
      *   A C C E P T   O P T I O N A L   H I R E   M O N T H   P A R M
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.
                   END-IF
               END-IF
           END-IF.

           IF  NOT  PARM-ERROR
               PERFORM P0020-GET-HIRE-PERIOD
           END-IF.
      /
      *****************************************************************
      *   H I R E   P E R I O D   F R O M   C A L N 0 0 1 0            *
      *****************************************************************
       P0020-GET-HIRE-PERIOD.

      *    THE PERIOD SPANNING THE CYCLE DATE, OR ON A RERUN THE ONE
      *    REPORTED AS THE PARM MONTH
           INITIALIZE  W-CALQ-AREA.
           MOVE  C-THIS-PGM         TO  CALQ-PROGRAM.
           MOVE  CYCQ-CYCLE-DATE    TO  CALQ-DATE.
           IF  W-PARM-HIRE-MONTH  =  SPACES
               MOVE  'DATE'               TO  CALQ-FUNCTION
           ELSE
               MOVE  'MONTH'              TO  CALQ-FUNCTION
               MOVE  W-PARM-HIRE-MONTH    TO  CALQ-REPORT-MONTH
           END-IF.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           EVALUATE  TRUE
               WHEN  CALQ-OK
                   MOVE  CALQ-START-DATE         TO  W-PERIOD-START-DATE
                   MOVE  CALQ-END-DATE           TO  W-PERIOD-END-DATE
                   MOVE  CALQ-REPORT-MONTH(1:4)  TO  W-TM-YYYY
                   MOVE  CALQ-REPORT-MONTH(5:2)  TO  W-TM-MM
               WHEN  CALQ-NOT-FOUND  AND
                     W-PARM-HIRE-MONTH  NOT =  SPACES
                   DISPLAY 'HIRE MONTH NOT A CALN0010 PERIOD'
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               WHEN  CALQ-NOT-FOUND
                   DISPLAY 'NO CALN0010 PERIOD SPANS ', CYCQ-CYCLE-DATE
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
                   MOVE  'NO CALN0010 PERIOD'   TO  CYCQ-NOTE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
                   MOVE  'CALN0010 UNREADABLE'  TO  CYCQ-NOTE
           END-EVALUATE.
      /
      *****************************************************************
      *   S E L E C T   T H E   M O N T H ' S   N E W   H I R E S      *
               WHEN  OTHER
                   ADD  1           TO  W-EXT-DETAIL-COUNT
                   ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY
                   IF  EXT-HIRE-DATE  >=  W-PERIOD-START-DATE  AND
                       EXT-HIRE-DATE  <=  W-PERIOD-END-DATE
                       RELEASE SORT-RECORD FROM W-EXT-RECORD
                   END-IF
           END-EVALUATE.
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
