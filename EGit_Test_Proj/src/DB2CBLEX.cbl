      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD - WORKDEPT (3 CHAR)     00210026
      *                LIMITS THE EXTRACT TO ONE DEPARTMENT; BLANK OR   00210126
      *                MISSING SYSIN RUNS THE FULL UNRESTRICTED EXTRACT 00210226
      *                THE MONTH-END SNAPSHOT (ONE SNAP0010 RECORD PER
      *                WORKDEPT) IS TAKEN ON THE NIGHT THE CALN0010
      *                BUSINESS CALENDAR NAMES AS A PERIOD'S CLOSE DATE
      *                AND IS STAMPED WITH THAT PERIOD'S REPORTING
      *                MONTH.  COL 5 OVERRIDES THE CALENDAR FOR A
      *                RERUN: Y FORCES THE SNAPSHOT, N SUPPRESSES IT,
      *                BLANK LEAVES IT TO THE CALENDAR.  COLS 7-12
      *                (YYYYMM, ONLY WITH Y) NAME THE REPORTING MONTH
      *                TO SNAPSHOT WHEN IT IS NOT THE LATEST PERIOD
      *                CLOSED; WITHOUT THEM Y SNAPSHOTS THAT PERIOD.
      *                N, AND Y WITH A MONTH, DO NOT READ THE CALENDAR
      *                                                                 00220026
      *                THE LRUN010 CONTROL FILE HOLDS THE TIMESTAMP OF  00220126
      *                THE LAST SUCCESSFUL RUN.  WHEN PRESENT, ONLY     00220226
      *                ARE EXTRACTED; WHEN ABSENT OR BLANK, THE FULL    00220426
      *                EXTRACT RUNS AND THE CONTROL FILE IS ESTABLISHED 00220526
      *                ON A CLEAN FINISH                                00220626
      *                A SNAPSHOT NIGHT ALWAYS RUNS THE FULL EXTRACT
      *                                                                 00220726
      *  OUTPUT PARMS: NONE                                             00230026
      *                                                                 00240026
      *  INPUT FILES:  CALN0010 - BUSINESS CALENDAR, READ THROUGH       00250026
      *                CALNCTL FOR THE SNAPSHOT NIGHT AND MONTH
      *                                                                 00260026
      *  OUTPUT FILES: ALL EMPLOYEE RECORDS                             00270026
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THIS RUN OPENS THE CYCLE (ITS RUN DATE, THE SAME
      *                DATE IT STAMPS ON THE EXTO0010 HDR) THAT EVERY
      *                DOWNSTREAM STEP CHECKS BEFORE IT RUNS
      *                                                                 00280026
      *  COPY MEMBERS:                                                  00290026
      *                DCLEMP                                           00300026
      *                RUNSUMR
      *                EXTMAST
      *                SNAPREC
      *                CYCLPRM
      *                CALNPRM
      *
      *    TABLES:                                                      00310026
      *            DSN8110.EMP                                          00320026
      *          CONTROL FILE AND ECHOED ON RSUM0010;                  *
      *          A MISSING OR GARBLED CONTROL RECORD                   *
      *          STOPS THE RUN WITH RC=8                               *
      *  LOUIS - RECORDS STARTED/COMPLETE/FAILED ON    2026-10-15      *
      *          THE CYCL0010 CYCLE-CONTROL FILE FOR                   *
      *          THE EXTO0010 CYCLE DATE SO THE                        *
      *          DOWNSTREAM STEPS CAN REFUSE TO RUN                    *
      *          AFTER A FAILED OR SKIPPED EXTRACT                     *
      *  LOUIS - THE MONTH-END SNAPSHOT NIGHT AND ITS  2026-10-15      *
      *          REPORTING MONTH NOW COME FROM THE                     *
      *          CALN0010 BUSINESS CALENDAR THROUGH                    *
      *          CALNCTL; PARM COL 5 IS NOW A RERUN                    *
      *          OVERRIDE AND COLS 7-12 NAME THE MONTH;                *
      *          A MISSING CALENDAR STOPS THE RUN RC=8                 *
      *          UNLESS THE PARM SETTLES THE SNAPSHOT;                 *
      *          A SNAPSHOT NIGHT NOW FORCES A FULL                    *
      *          EXTRACT INSTEAD OF WARNING ON A DELTA                 *
      *                                                                *00540826
      ******************************************************************00550026
      ***           E N D  P R O G R A M  C H A N G E  L O G           *00560026
       COPY EXTMAST.
       COPY SNAPREC.
       COPY EDTLIMR.
       COPY CYCLPRM.
       COPY CALNPRM.
      /                                                                 01290026
      ***********              ***********                              01300026
      *      DB2 COMMUNICATION AREA      *                              01310026
            05  W-PARM-CARD-WORKDEPT  PIC X(03).
            05  FILLER                PIC X(01).
            05  W-PARM-CARD-SNAP      PIC X(01).
            05  FILLER                PIC X(01).
            05  W-PARM-CARD-MONTH     PIC X(06).
            05  FILLER                PIC X(68).
       01   W-PARM-WORKDEPT  PIC X(03) VALUE SPACES.
       01   W-PARM-SNAPSHOT  PIC X(01) VALUE 'N'.
           88  SNAPSHOT-RUN                  VALUE 'Y'.
       01   W-PARM-ERROR-SW  PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-PARM-DEPT-COUNT    PIC S9(09) COMP  VALUE ZERO.
       01   W-SNAPSHOT-MONTH     PIC X(06) VALUE SPACES.
       01   W-SNAPSHOT-PERIOD    PIC X(06) VALUE SPACES.
       01   W-CALN-ERROR-SW      PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.
                                                                        02300026
       01   W-LAST-WORKDEPT      PIC X(03) VALUE LOW-VALUES.
       01   W-LAST-LASTNAME      PIC X(15) VALUE LOW-VALUES.

       01   CONSTANTS.                                                  02310026
            05  C-DIAG-PGM       PIC X(08)  VALUE  'DB2DIAG'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.          02320026
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.      02330026
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.                 02340026
           PERFORM P0190-BUILD-TIMESTAMP.
           MOVE  W-TS-WORK  TO  W-RUN-START-TS.

      *    THIS RUN OPENS THE CYCLE - THE SAME DATE P0174 STAMPS ON
      *    THE EXTO0010 HDR
           INITIALIZE  W-CYCQ-AREA.
           MOVE  W-RUN-START-TS(1:10)  TO  CYCQ-CYCLE-DATE.
           MOVE  'STARTED'             TO  CYCQ-STATUS.
           MOVE  ZERO                  TO  CYCQ-STEP-RC.
           PERFORM P0008-LOG-CYCLE-EVENT.

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
                       W-PARM-WORKDEPT
               DISPLAY 'SNAPSHOT FLAG (Y/N/BLANK): ',
                       W-PARM-CARD-SNAP
               DISPLAY 'SNAPSHOT MONTH (YYYYMM WITH Y ONLY): ',
                       W-PARM-CARD-MONTH
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
               DISPLAY 'DB2CBLEX ENDED - CALN0010 BUSINESS CALENDAR'
               DISPLAY 'MISSING OR UNREADABLE - SEE CALNCTL MESSAGES'
               MOVE  'CALERR'  TO  W-RUN-END-STATUS
               PERFORM P0180-WRITE-RUN-LOG
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'CALN0010 UNREADABLE'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.
               DISPLAY 'FILE STATUS = ', WS-CTLL-STATUS
               MOVE  'CTLERR'  TO  W-RUN-END-STATUS
               PERFORM P0180-WRITE-RUN-LOG
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'CTLL0010 RECORD BAD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.
           PERFORM P0015-READ-CHECKPOINT.
           PERFORM P0017-READ-LAST-RUN-DATE.

      *    THE SNAPSHOT AND THE GRAND TOTAL COMP MUST COVER THE WHOLE
      *    POPULATION - A MONTH-END NIGHT IS ALWAYS A FULL PASS.
      *    LRUN010 IS STILL REWRITTEN ON A CLEAN FINISH
           IF  SNAPSHOT-RUN
               MOVE  SPACES  TO  W-LAST-RUN-TS
           END-IF.

           PERFORM P0018-READ-FILE-SEQ.
           MOVE  'NORMAL'  TO  W-RUN-END-STATUS.
           PERFORM P0180-WRITE-RUN-LOG.

      *    EXTO0010/PAYV0010/SNAP0010 ARE WHOLE ONCE THE RUN GETS
      *    HERE - A GRADED RC OF 4 OR 8 IS ABOUT THE REPORT ROWS
           MOVE  'COMPLETE'   TO  CYCQ-STATUS.
           MOVE  W-GRADED-RC  TO  CYCQ-STEP-RC.
           PERFORM P0008-LOG-CYCLE-EVENT.

           MOVE  W-GRADED-RC  TO  RETURN-CODE.
                                                                        03040026
       EXIT-PROGRAM.                                                    03050026
       P0125-WRITE-SNAPSHOT-RECORD.

           MOVE  SPACES  TO  W-SNAP-RECORD.
           MOVE  W-SNAPSHOT-MONTH      TO  SNAP-MONTH.
           MOVE  W-PREV-WORK-DEPT      TO  SNAP-WORK-DEPT.
           MOVE  A-DEPT-HEADCOUNT      TO  SNAP-HEADCOUNT.
           MOVE  A-DEPT-TOTAL          TO  SNAP-TOTAL-SALARY.
           END-IF.
           WRITE RSUM-RECORD  FROM  W-RSUM-TEXT-LINE.

           IF  SNAPSHOT-RUN
               MOVE  'SNAPSHOT REPORTING MONTH'
                                         TO  RST-LABEL
               MOVE  W-SNAPSHOT-MONTH    TO  RST-TEXT
               WRITE RSUM-RECORD  FROM  W-RSUM-TEXT-LINE
               MOVE  'SNAPSHOT GL PERIOD'
                                         TO  RST-LABEL
               IF  W-SNAPSHOT-PERIOD  =  SPACES
                   MOVE  'PARM MONTH - NOT LOOKED UP'
                                         TO  RST-TEXT
               ELSE
                   MOVE  W-SNAPSHOT-PERIOD
                                         TO  RST-TEXT
               END-IF
               WRITE RSUM-RECORD  FROM  W-RSUM-TEXT-LINE
           END-IF.

           MOVE  'RESTARTED FROM CHECKPOINT'
                                         TO  RST-LABEL.
           IF  CHECKPOINT-FOUND
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-EVALUATE.

      *    A MONTH IS ONLY NAMED ON A FORCED (Y) RERUN
           IF  W-PARM-CARD-MONTH  NOT =  SPACES
               IF  W-PARM-CARD-SNAP   NOT =  'Y'  OR
                   W-PARM-CARD-MONTH  NOT NUMERIC
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               ELSE
                   IF  W-PARM-CARD-MONTH(5:2)  <  '01'  OR
                       W-PARM-CARD-MONTH(5:2)  >  '12'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               END-IF
           END-IF.

           IF  W-PARM-WORKDEPT  NOT =  SPACES
               PERFORM P5035-VALIDATE-PARM-WORKDEPT
               IF  W-PARM-DEPT-COUNT  =  ZERO
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               END-IF
           END-IF.

      *    AN EXPLICIT N, OR A Y THAT NAMES ITS MONTH, IS SETTLED BY
      *    THE CARD ALONE AND DOES NOT NEED THE CALENDAR
           IF  NOT  PARM-ERROR
               EVALUATE  TRUE
                   WHEN  W-PARM-CARD-SNAP  =  'N'
                       CONTINUE
                   WHEN  W-PARM-CARD-SNAP  =  'Y'  AND
                         W-PARM-CARD-MONTH  NOT =  SPACES
                       MOVE  W-PARM-CARD-MONTH  TO  W-SNAPSHOT-MONTH
                   WHEN  OTHER
                       PERFORM P0011-GET-SNAPSHOT-PERIOD
               END-EVALUATE
           END-IF.
      /
      *****************************************************************
      *   M O N T H - E N D   N I G H T   F R O M   C A L N 0 0 1 0    *
      *****************************************************************
       P0011-GET-SNAPSHOT-PERIOD.

      *    TONIGHT IS A MONTH-END NIGHT WHEN IT IS THE CLOSE DATE OF
      *    THE LATEST PERIOD CLOSED; A FORCED (Y) RUN WITH NO MONTH
      *    SNAPSHOTS THAT PERIOD
           INITIALIZE  W-CALQ-AREA.
           MOVE  C-THIS-PGM            TO  CALQ-PROGRAM.
           MOVE  W-RUN-START-TS(1:10)  TO  CALQ-DATE.
           MOVE  'CLOSED'              TO  CALQ-FUNCTION.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           EVALUATE  TRUE
               WHEN  CALQ-OK
                   MOVE  CALQ-REPORT-MONTH  TO  W-SNAPSHOT-MONTH
                   MOVE  CALQ-GL-PERIOD     TO  W-SNAPSHOT-PERIOD
                   IF  W-PARM-CARD-SNAP  =  SPACE  AND
                       CALQ-CLOSE-NIGHT
                       MOVE  'Y'  TO  W-PARM-SNAPSHOT
                   END-IF
               WHEN  CALQ-NOT-FOUND
      *            NO PERIOD CLOSED YET ONLY MATTERS WHEN A SNAPSHOT
      *            WAS ASKED FOR
                   IF  SNAPSHOT-RUN
                       DISPLAY 'NO CALN0010 PERIOD FOR THE SNAPSHOT'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               WHEN  OTHER
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
           END-EVALUATE.
      /
      *****************************************************************
      *   R E A D   T H E   E D I T - L I M I T S   C O N T R O L      *
           MOVE  WS-SYS-TIME-SS    TO  W-TS-SS.
      /
      *****************************************************************
      *   R E C O R D   T H E   S T E P   O N   C Y C L 0 0 1 0        *
      *****************************************************************
       P0008-LOG-CYCLE-EVENT.

           MOVE  'LOG'       TO  CYCQ-FUNCTION.
           MOVE  C-THIS-PGM  TO  CYCQ-PROGRAM.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

      *    A LOST EVENT IS REPORTED BUT DOES NOT FAIL THE RUN - THE
      *    SAME RULE AS RUNL0010.  A LOST COMPLETE ONLY HOLDS THE
      *    DOWNSTREAM STEPS, WHICH IS THE SAFE SIDE
           IF  NOT  CYCQ-OK
               DISPLAY 'WARNING - CYCL0010 ', CYCQ-STATUS,
                       ' EVENT NOT RECORDED'
           END-IF.

      *    THE CALL HANDS BACK CYCLCTL'S RETURN-CODE - PUT THE STEP'S
      *    OWN BACK
           MOVE  CYCQ-STEP-RC  TO  RETURN-CODE.
      /
      *****************************************************************
      *   A P P E N D   O N E   R U N - A U D I T   R E C O R D        *
      *****************************************************************
       P0180-WRITE-RUN-LOG.
           MOVE  C-THIS-PGM            TO  RLOG-PROGRAM.
           MOVE  W-RUN-START-TS        TO  RLOG-START-TS.
           MOVE  W-TS-WORK             TO  RLOG-END-TS.
           MOVE  W-PARM-CARD(1:12)     TO  RLOG-PARM.
           MOVE  A-RECORDS-READ        TO  RLOG-RECORDS-READ.
           MOVE  A-RECORDS-WRITTEN     TO  RLOG-RECORDS-WRITTEN.
           MOVE  A-REJECTS-WRITTEN     TO  RLOG-REJECTS-WRITTEN.
           END-IF.
           MOVE  'ABEND'  TO  W-RUN-END-STATUS.
           PERFORM P0180-WRITE-RUN-LOG.
           MOVE  'FAILED'         TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE     TO  CYCQ-STEP-RC.
           MOVE  W-ERR-PARAGRAPH  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
      *                                                                 04060026
