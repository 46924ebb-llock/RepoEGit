      *  IS WHAT MAKES THE TRAILER TIE TO PAYROLL.  THE RUN STOPS
      *  WITH RC=8 WHEN THE CONTROL RECORD IS MISSING OR GARBLED.
      *
      *  THE JOURNALS ARE POSTED TO A GL PERIOD FROM THE CALN0010
      *  BUSINESS CALENDAR - THE LATEST PERIOD CLOSED ON OR BEFORE THE
      *  CYCLE DATE - CARRIED ON THE GLIF0010 HEADER AND PRINTED ON
      *  THE REGISTER.
      *
      *  INPUT PARMS:  OPTIONAL SYSIN PARM CARD - GL PERIOD (YYYYPP)
      *                FOR A RERUN INTO A NAMED PERIOD; BLANK OR
      *                MISSING TAKES THE PERIOD FROM CALN0010.  A BAD
      *                CARD OR A PERIOD NOT ON THE CALENDAR ENDS THE
      *                RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *                COLS 14-21  OFFSET (CREDIT) ACCOUNT
      *                GSEQ0010 - LAST GL FILE SEQUENCE NUMBER
      *                CTLL0010 - SHARED EDIT-LIMITS CONTROL RECORD
      *                CALN0010 - BUSINESS CALENDAR, READ THROUGH
      *                CALNCTL FOR THE GL PERIOD
      *
      *  OUTPUT FILES: GLIF0010 - GL INTERFACE FILE (H/J/T)
      *                GL POSTING REGISTER
      *                CYCL0010 - CYCLE-CONTROL EVENTS THROUGH CYCLCTL;
      *                THE STEP IS REFUSED WITH RC=8 UNTIL DB2CBLEX
      *                HAS COMPLETED THE LATEST CYCLE
      *
      *  COPY MEMBERS:
      *                EXTMAST
      *                GLIFRPT
      *                EDTLIMR
      *                CYCLPRM
      *                CALNPRM
      *    TABLES:  NONE - FILE DRIVEN OFF THE MASTER EXTRACT
      *    SWITCHES:
      *
      *                 MAPPING - THE TRAILER DOES NOT COVER THE
      *                 FULL EXTRACT AND THE FILE MUST NOT BE SENT -
      *                 OR THE CTLL0010 CONTROL RECORD IS MISSING
      *                 OR GARBLED, OR THERE IS NO CALN0010 GL
      *                 PERIOD FOR THE RUN, OR THE PARM CARD IS BAD
      *
      *    SPECIAL LOGIC:  NONE
      *
      *          THE PAYV0010 VENDOR-FILE BASIS - A                    *
      *          CYCLE WITH REJECTS NEVER TIED TO                      *
      *          THE PAYROLL HASHES                                    *
      *  LOUIS - CHECKS THE CYCL0010 CYCLE-CONTROL     2026-10-15      *
      *          FILE BEFORE RUNNING AND REFUSES                       *
      *          (RC=8) UNTIL DB2CBLEX HAS COMPLETED                   *
      *          THE LATEST CYCLE; RECORDS ITS OWN                     *
      *          STARTED/COMPLETE/FAILED EVENTS                        *
      *          AND REFUSES AN EXTI0010 GENERATION                    *
      *          FROM ANY OTHER CYCLE                                  *
      *  LOUIS - POSTS TO A GL PERIOD FROM THE         2026-10-15      *
      *          CALN0010 BUSINESS CALENDAR THROUGH                    *
      *          CALNCTL, CARRIED ON THE GLIF0010                      *
      *          HEADER AND THE REGISTER; OPTIONAL                     *
      *          YYYYPP PARM CARD FOR RERUNS                           *
      *  LOUIS - REFUSES A CYCLE IT HAS ALREADY        2026-10-15      *
      *          COMPLETED - NO NEW CYCLE MEANS DB2CBLEX               *
      *          WAS SKIPPED                                           *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
       COPY GLIFRPT.
      /
       COPY EDTLIMR.
      /
       COPY CYCLPRM.
      /
       COPY CALNPRM.
      /
       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.
       01   W-LIST-VALUE-X3       PIC X(03) VALUE SPACES.
       01   W-FOUND-SUB           PIC S9(4) COMP VALUE ZERO.

       01   W-CYCLE-BLOCKED-SW   PIC X(01) VALUE 'N'.
           88  CYCLE-BLOCKED                 VALUE 'Y'.

       01   W-PARM-GL-PERIOD     PIC X(06) VALUE SPACES.
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.
       01   W-CALN-ERROR-SW      PIC X(01) VALUE 'N'.
           88  CALENDAR-ERROR                VALUE 'Y'.
       01   W-GL-PERIOD          PIC X(06) VALUE SPACES.
       01   W-GL-REPORT-MONTH    PIC X(06) VALUE SPACES.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CALENDAR-PGM   PIC X(08)  VALUE  'CALNCTL'.
            05  C-CYCLE-PREDECESSOR
                                 PIC X(08)  VALUE  'DB2CBLEX'.

       01  SUBSCRIPTS.
           05  W-DPT-SUB      PIC S9(4) COMP VALUE ZERO.
      *                                                                *
      ******************************************************************

           PERFORM P0005-CHECK-CYCLE-READY.

           IF  CYCLE-BLOCKED
               IF  CYCQ-ALREADY-RUN
                   DISPLAY 'EMPGLD10 ENDED - ALREADY RUN FOR THE CYCLE'
                   DISPLAY 'NO NEWER CYCLE - WAS DB2CBLEX SKIPPED?'
               ELSE
                   DISPLAY 'EMPGLD10 ENDED - PREDECESSOR NOT COMPLETE'
               END-IF
               DISPLAY 'CYCLE DATE  = ', CYCQ-CYCLE-DATE
               DISPLAY 'PREDECESSOR = ', CYCQ-PREDECESSOR,
                       ' STATUS ', CYCQ-PRED-STATUS
               DISPLAY 'RERUN THIS STEP ONCE THE PREDECESSOR ENDS'
               DISPLAY 'COMPLETE - SEE THE EMPCYC10 STATUS BOARD'
               MOVE  'BLOCKED'  TO  CYCQ-STATUS
               MOVE  8          TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0012-READ-EDIT-LIMITS.

           IF  NOT  EDIT-LIMITS-OK
               DISPLAY 'EMPGLD10 ENDED - CTLL0010 EDIT-LIMITS'
               DISPLAY 'CONTROL RECORD MISSING OR GARBLED'
               DISPLAY 'FILE STATUS = ', WS-CTLL-STATUS
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'CTLL0010 RECORD BAD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           PERFORM P0010-ACCEPT-PARM-CARD.

           IF  PARM-ERROR
               DISPLAY 'EMPGLD10 ENDED - BAD SYSIN PARM CARD'
               DISPLAY 'PARM GL PERIOD = ', W-PARM-GL-PERIOD
               DISPLAY 'EXPECTED YYYYPP, PP 01-13, OR BLANK'
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               MOVE  'BAD PARM CARD'  TO  CYCQ-NOTE
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           IF  CALENDAR-ERROR
               DISPLAY 'EMPGLD10 ENDED - NO GL PERIOD FROM CALN0010'
               MOVE  'FAILED'         TO  CYCQ-STATUS
               MOVE  8                TO  CYCQ-STEP-RC
               PERFORM P0008-LOG-CYCLE-EVENT
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.
           MOVE  W-FILE-SEQ  TO  SEL-SEQ.
           WRITE REPORT-RECORD  FROM  W-SEQ-ECHO-LINE.

           MOVE  W-GL-PERIOD        TO  PEL-GL-PERIOD.
           MOVE  W-GL-REPORT-MONTH  TO  PEL-REPORT-MONTH.
           WRITE REPORT-RECORD  FROM  W-PERIOD-ECHO-LINE.

           WRITE REPORT-RECORD  FROM  W-GL-REG-HEADER1.
           WRITE REPORT-RECORD  FROM  W-GL-REG-HEADER2.

               MOVE  8  TO  RETURN-CODE
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
      *   A C C E P T   O P T I O N A L   P A R M   C A R D            *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-GL-PERIOD.
           ACCEPT  W-PARM-GL-PERIOD  FROM  SYSIN.

           IF  W-PARM-GL-PERIOD  NOT =  SPACES
               IF  W-PARM-GL-PERIOD  NOT NUMERIC
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               ELSE
                   IF  W-PARM-GL-PERIOD(5:2)  <  '01'  OR
                       W-PARM-GL-PERIOD(5:2)  >  '13'
                       MOVE  'Y'  TO  W-PARM-ERROR-SW
                   END-IF
               END-IF
           END-IF.

           IF  NOT  PARM-ERROR
               PERFORM P0020-GET-GL-PERIOD
           END-IF.
      /
      *****************************************************************
      *   G L   P E R I O D   F R O M   C A L N 0 0 1 0                *
      *****************************************************************
       P0020-GET-GL-PERIOD.

      *    THE LATEST PERIOD CLOSED BY THE CYCLE DATE - THE MONTH-END
      *    CYCLE IS RUN ON THE CLOSE NIGHT - OR ON A RERUN THE PERIOD
      *    NAMED ON THE PARM CARD
           INITIALIZE  W-CALQ-AREA.
           MOVE  C-THIS-PGM         TO  CALQ-PROGRAM.
           MOVE  CYCQ-CYCLE-DATE    TO  CALQ-DATE.
           IF  W-PARM-GL-PERIOD  =  SPACES
               MOVE  'CLOSED'             TO  CALQ-FUNCTION
           ELSE
               MOVE  'PERIOD'             TO  CALQ-FUNCTION
               MOVE  W-PARM-GL-PERIOD     TO  CALQ-GL-PERIOD
           END-IF.

           CALL C-CALENDAR-PGM USING W-CALQ-AREA.

           EVALUATE  TRUE
               WHEN  CALQ-OK
                   MOVE  CALQ-GL-PERIOD     TO  W-GL-PERIOD
                   MOVE  CALQ-REPORT-MONTH  TO  W-GL-REPORT-MONTH
               WHEN  CALQ-NOT-FOUND  AND
                     W-PARM-GL-PERIOD  NOT =  SPACES
                   DISPLAY 'GL PERIOD NOT ON CALN0010'
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               WHEN  CALQ-NOT-FOUND
                   DISPLAY 'NO CALN0010 PERIOD CLOSED BY ',
                           CYCQ-CYCLE-DATE
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
                   MOVE  'CALN0010 NO PERIOD'   TO  CYCQ-NOTE
               WHEN  OTHER
                   MOVE  'Y'  TO  W-CALN-ERROR-SW
                   MOVE  'CALN0010 UNREADABLE'  TO  CYCQ-NOTE
           END-EVALUATE.
      /
      *****************************************************************
      *   R E A D   G L   F I L E   S E Q U E N C E                    *
      *****************************************************************
       P0018-READ-FILE-SEQ.
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

           DISPLAY 'EXTI0010 VERIFIED - CYCLE DATE ',
                   W-EXT-CYCLE-DATE.
      /
      *****************************************************************
       P9998-VERIFY-ABEND.

           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'EXTRACT FAILED VERIFY'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
      /
           MOVE  'H'                TO  GLH-REC-TYPE.
           MOVE  W-FILE-SEQ         TO  GLH-FILE-SEQ.
           MOVE  C-CURR-DATE-YMD    TO  GLH-RUN-DATE.
           MOVE  W-GL-PERIOD        TO  GLH-GL-PERIOD.
           WRITE GLIF-RECORD  FROM  W-GLIF-HEADER.
      /
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION - SEE THE MESSAGES ABOVE'.
           MOVE  'FAILED'      TO  CYCQ-STATUS.
           MOVE  C-ABEND-CODE  TO  CYCQ-STEP-RC.
           MOVE  'TABLE OR FILE FAILURE'  TO  CYCQ-NOTE.
           PERFORM P0008-LOG-CYCLE-EVENT.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
