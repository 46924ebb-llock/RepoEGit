      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOIQ10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  ONLINE EMPLOYEE MASTER INQUIRY - TRANSACTION EOIQ.  THE
      *  CICS COUNTERPART OF THE EMPINQ10 BATCH INQUIRY, SO THE HELP
      *  DESK CAN ANSWER A PHONE CALL WHILE THE CALLER IS STILL ON
      *  THE LINE INSTEAD OF KEYING AN INQUIRY CARD FOR THE NEXT RUN.
      *
      *  PSEUDO-CONVERSATIONAL - EACH SCREEN ENDS THE TASK WITH A
      *  RETURN TRANSID(EOIQ) AND THE STATE TRAVELS IN THE EMPOIQC
      *  COMMAREA.  THREE SCREENS FROM MAPSET EMPOIQM:
      *
      *    SEARCH - EMPNO, LASTNAME OR LEADING PARTIAL, WORKDEPT.
      *             THE KEYS WORK AS ON THE EMPINQ10 CARD: EMPNO WINS
      *             AND GOES STRAIGHT TO THE DETAIL SCREEN; A LASTNAME
      *             BROWSES THE LAST-NAME PATH, FILTERED BY WORKDEPT
      *             WHEN ONE IS GIVEN; A WORKDEPT ALONE BROWSES THE
      *             WORKDEPT PATH.
      *    LIST   - 15 MATCHES A PAGE, PF8 FORWARD, PF7 BACKWARD.
      *             S BESIDE A ROW AND ENTER SHOWS ITS DETAIL.
      *    DETAIL - THE EMPMREC FIELDS OF ONE EMPLOYEE.  PF3 RETURNS
      *             TO THE SCREEN IT CAME FROM.
      *
      *  PF3 ON THE SEARCH SCREEN, OR CLEAR ANYWHERE, ENDS THE
      *  INQUIRY.
      *
      *  SALARY, BONUS AND COMMISSION - AND TOTAL COMP, WHICH IS THEIR
      *  SUM - ARE SHOWN ONLY WHEN THE SIGNED-ON USER HAS READ ACCESS
      *  TO THE FACILITY RESOURCE EMPOIQ.PAYFIELDS.  SECURITY PERMITS
      *  THE AUTHORIZED PAYROLL/HR GROUP TO THAT RESOURCE; EVERYONE
      *  ELSE SEES THE FIELDS MASKED.  THE CHECK IS MADE ONCE, WHEN
      *  THE INQUIRY STARTS.
      *
      *  A LIST PAGE CANNOT KEEP ITS BROWSE OPEN BETWEEN TASKS, SO THE
      *  COMMAREA KEEPS WHERE EVERY PAGE STARTS (ALTERNATE KEY AND THE
      *  NUMBER OF ITS DUPLICATES TO READ PAST) AND EACH SCREEN
      *  RE-BROWSES ITS PAGE FROM THERE.
      *
      *  INPUT PARMS:  NONE
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EMPMAST - VSAM KSDS EMPLOYEE MASTER LOADED BY
      *                DB2CBLVL - READ ONLY.  CICS FILE DEFINITIONS:
      *                EMPMAST  - THE BASE CLUSTER, KEYED BY EMPNO
      *                EMPMLNP  - THE PATH OVER THE LAST-NAME AIX
      *                EMPMWDP  - THE PATH OVER THE WORKDEPT AIX
      *
      *  OUTPUT FILES: NONE - SCREENS ONLY
      *
      *  COPY MEMBERS:
      *                EMPMREC
      *                EMPOIQM  - SYMBOLIC MAPS
      *                EMPOIQC  - COMMAREA
      *                DFHAID
      *                DFHBMSCA
      *    TABLES:  NONE - VSAM KEYED READ AND BROWSE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             RETURN TRANSID(EOIQ) AFTER EVERY SCREEN; A PLAIN
      *             RETURN ON PF3 FROM THE SEARCH SCREEN OR CLEAR
      *
      *      ABNORMAL:
      *             AN UNEXPECTED RESPONSE FROM A FILE OR MAP COMMAND
      *             IS SHOWN ON THE TERMINAL AND THE TASK ABENDS OIQE
      *
      *    RETURN CODES:  NONE - ONLINE
      *
      *    SPECIAL LOGIC:  THE FULL RELOAD IN DB2CBLVL DELETES AND
      *                    DEFINES THE CLUSTER, SO THE THREE CICS FILES
      *                    MUST BE CLOSED AROUND THAT STEP.  WHILE THEY
      *                    ARE CLOSED OR DISABLED THE SEARCH SCREEN
      *                    SAYS THE MASTER IS NOT AVAILABLE RATHER THAN
      *                    ABENDING
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - ONLINE INQUIRY      2026-10-15      *
      *          OVER EMPMAST AND ITS LAST-NAME AND                    *
      *          WORKDEPT PATHS; PAY FIELDS GATED BY                   *
      *          THE EMPOIQ.PAYFIELDS RESOURCE                         *
      *                                                                *
      ******************************************************************
      ***           E N D  P R O G R A M  C H A N G E  L O G           *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPOIQ10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPOIQ10'.
      /
       COPY EMPMREC.
      /
       COPY EMPOIQM.
      /
       COPY EMPOIQC.
      /
       COPY DFHAID.
      /
       COPY DFHBMSCA.
      /
       01   W-LIST-LINE.
            05  LST-EMPNO        PIC X(06).
            05  FILLER           PIC X(01) VALUE SPACE.
            05  LST-LAST-NAME    PIC X(15).
            05  FILLER           PIC X(01) VALUE SPACE.
            05  LST-FIRST-NAME   PIC X(12).
            05  FILLER           PIC X(01) VALUE SPACE.
            05  LST-WORK-DEPT    PIC X(03).
            05  FILLER           PIC X(01) VALUE SPACE.
            05  LST-DEPT-NAME    PIC X(34).

       01   W-CRITERIA-LINE.
            05  CRT-LABEL        PIC X(19).
            05  CRT-NAME         PIC X(15).
            05  CRT-DEPT-LABEL   PIC X(13).
            05  CRT-DEPT         PIC X(03).
            05  FILLER           PIC X(10) VALUE SPACES.

       01   W-ABEND-MESSAGE.
            05  FILLER           PIC X(09) VALUE 'EMPOIQ10 '.
            05  ABM-COMMAND      PIC X(08).
            05  FILLER           PIC X(07) VALUE ' RESP '.
            05  ABM-RESP         PIC ZZZZ9.
            05  FILLER           PIC X(32)
                VALUE ' - NOTE THIS AND CALL SUPPORT   '.

       01   W-END-MESSAGE        PIC X(40)
            VALUE 'EMPLOYEE INQUIRY ENDED'.

       01   W-MESSAGE            PIC X(78) VALUE SPACES.
       01   W-CICS-RESP          PIC S9(8) COMP VALUE ZERO.
       01   W-PAY-READ-CVDA      PIC S9(8) COMP VALUE ZERO.

       01   W-SESSION-END-SW     PIC X(01) VALUE 'N'.
           88  SESSION-ENDED                 VALUE 'Y'.
       01   W-BROWSE-DONE-SW     PIC X(01) VALUE 'N'.
           88  BROWSE-DONE                   VALUE 'Y'.
       01   W-ROW-SELECTED-SW    PIC X(01) VALUE 'N'.
           88  ROW-SELECTED                  VALUE 'Y'.

       01   W-BROWSE-FILE        PIC X(08) VALUE SPACES.
       01   W-BROWSE-KEY         PIC X(15) VALUE SPACES.
       01   W-KEY-LEN            PIC S9(4) COMP VALUE ZERO.
       01   W-REC-KEY            PIC X(15) VALUE SPACES.
       01   W-PREV-KEY           PIC X(15) VALUE SPACES.
       01   W-DUP-COUNT          PIC S9(4) COMP VALUE ZERO.
       01   W-SKIPPED            PIC S9(4) COMP VALUE ZERO.
       01   W-EMPNO-KEY          PIC X(06) VALUE SPACES.

       01   W-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
       01   W-EDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
       01   W-EDIT-EDLEVEL       PIC Z9.
       01   W-EDIT-PAGE          PIC ZZZ9.

       01   CONSTANTS.
            05  C-TRANSID        PIC X(04)  VALUE 'EOIQ'.
            05  C-MAPSET         PIC X(07)  VALUE 'EMPOIQM'.
            05  C-SEARCH-MAP     PIC X(07)  VALUE 'OIQSRCH'.
            05  C-LIST-MAP       PIC X(07)  VALUE 'OIQLIST'.
            05  C-DETAIL-MAP     PIC X(07)  VALUE 'OIQDETL'.
            05  C-BASE-FILE      PIC X(08)  VALUE 'EMPMAST'.
            05  C-NAME-PATH      PIC X(08)  VALUE 'EMPMLNP'.
            05  C-DEPT-PATH      PIC X(08)  VALUE 'EMPMWDP'.
            05  C-PAY-CLASS      PIC X(08)  VALUE 'FACILITY'.
            05  C-PAY-RESOURCE   PIC X(16)  VALUE 'EMPOIQ.PAYFIELDS'.
            05  C-PAY-RESOURCE-LEN
                                 PIC S9(8)  COMP VALUE +16.
            05  C-ABEND-CODE     PIC X(04)  VALUE 'OIQE'.
            05  C-ROWS-PER-PAGE  PIC S9(4)  COMP VALUE +15.
            05  C-MAX-PAGES      PIC S9(4)  COMP VALUE +99.

      /
       01  SUBSCRIPTS.
          05  S-ROW                    PIC S9(4) COMP  VALUE ZERO.

      /
       LINKAGE SECTION.
      *    SAME LENGTH AS INQC-COMMAREA IN EMPOIQC
       01  DFHCOMMAREA                 PIC X(1814).

       PROCEDURE DIVISION.
      ******************************************************************
      *                                                                *
      *           M A I N  L O O P                                     *
      *                                                                *
      ******************************************************************

           IF  EIBCALEN  =  ZERO
               PERFORM P0100-FIRST-ENTRY
           ELSE
               MOVE  DFHCOMMAREA  TO  INQC-COMMAREA
               EVALUATE  TRUE
                   WHEN  EIBAID  =  DFHCLEAR
                       PERFORM P0900-END-SESSION
                   WHEN  INQC-AT-SEARCH
                       PERFORM P0200-PROCESS-SEARCH
                   WHEN  INQC-AT-LIST
                       PERFORM P0300-PROCESS-LIST
                   WHEN  OTHER
                       PERFORM P0400-PROCESS-DETAIL
               END-EVALUATE
           END-IF.

           IF  SESSION-ENDED
               EXEC CICS RETURN
               END-EXEC
           ELSE
               PERFORM P0800-SEND-SCREEN
               EXEC CICS RETURN
                         TRANSID(C-TRANSID)
                         COMMAREA(INQC-COMMAREA)
                         LENGTH(LENGTH OF INQC-COMMAREA)
               END-EXEC
           END-IF.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   F I R S T   E N T R Y                                        *
      *****************************************************************
       P0100-FIRST-ENTRY.

           INITIALIZE  INQC-COMMAREA.
           MOVE  'S'  TO  INQC-STATE.

           PERFORM P0110-CHECK-PAY-AUTHORITY.

           MOVE  'ENTER AN EMPNO, A LAST NAME OR A WORKDEPT'
                                      TO  W-MESSAGE.
      /
      *****************************************************************
      *   A U T H O R I T Y   T O   S E E   P A Y   F I E L D S        *
      *****************************************************************
       P0110-CHECK-PAY-AUTHORITY.

      *    ANY RESPONSE BUT A CLEAN READABLE LEAVES THE FIELDS MASKED
           MOVE  'N'  TO  INQC-PAY-AUTH-SW.

           EXEC CICS QUERY SECURITY
                     RESCLASS(C-PAY-CLASS)
                     RESID(C-PAY-RESOURCE)
                     RESIDLENGTH(C-PAY-RESOURCE-LEN)
                     READ(W-PAY-READ-CVDA)
                     RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP      =  DFHRESP(NORMAL)  AND
               W-PAY-READ-CVDA  =  DFHVALUE(READABLE)
               MOVE  'Y'  TO  INQC-PAY-AUTH-SW
           END-IF.
      /
      *****************************************************************
      *   S E A R C H   S C R E E N   I N P U T                        *
      *****************************************************************
       P0200-PROCESS-SEARCH.

           EVALUATE  TRUE
               WHEN  EIBAID  =  DFHPF3
                   PERFORM P0900-END-SESSION
               WHEN  EIBAID  =  DFHENTER
                   PERFORM P0210-RECEIVE-SEARCH
               WHEN  OTHER
                   MOVE  'THAT KEY IS NOT USED - ENTER, PF3 OR CLEAR'
                                      TO  W-MESSAGE
           END-EVALUATE.
      /
       P0210-RECEIVE-SEARCH.

           MOVE  LOW-VALUES  TO  OIQSRCHI.

           EXEC CICS RECEIVE MAP(C-SEARCH-MAP)
                             MAPSET(C-MAPSET)
                             INTO(OIQSRCHI)
                             RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP  NOT =  DFHRESP(NORMAL)  AND
               W-CICS-RESP  NOT =  DFHRESP(MAPFAIL)
               MOVE  'RECEIVE'  TO  ABM-COMMAND
               PERFORM P9999-ABEND-PGM
           END-IF.

           INSPECT  SEMPNOI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT  SLNAMEI  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT  SDEPTI   REPLACING ALL LOW-VALUE BY SPACE.

           MOVE  SEMPNOI  TO  INQC-SEARCH-EMPNO.
           MOVE  SLNAMEI  TO  INQC-SEARCH-LNAME.
           MOVE  SDEPTI   TO  INQC-SEARCH-DEPT.

      *    SAME ORDER OF PRECEDENCE AS THE EMPINQ10 INQUIRY CARD
           EVALUATE  TRUE
               WHEN  INQC-SEARCH-EMPNO  NOT =  SPACES
                   MOVE  INQC-SEARCH-EMPNO  TO  INQC-DETAIL-EMPNO
                   MOVE  'S'                TO  INQC-DETAIL-FROM
                   MOVE  'D'                TO  INQC-STATE
               WHEN  INQC-SEARCH-LNAME  NOT =  SPACES
                   MOVE  'N'  TO  INQC-PATH
                   PERFORM P0220-TRIM-PARTIAL
                   PERFORM P0230-START-LIST
               WHEN  INQC-SEARCH-DEPT  NOT =  SPACES
                   MOVE  'D'  TO  INQC-PATH
                   PERFORM P0230-START-LIST
               WHEN  OTHER
                   MOVE  'ENTER AN EMPNO, A LAST NAME OR A WORKDEPT'
                                      TO  W-MESSAGE
           END-EVALUATE.
      /
      *****************************************************************
      *   L E N G T H   O F   T H E   L E A D I N G   P A R T I A L    *
      *****************************************************************
       P0220-TRIM-PARTIAL.

           MOVE  +15  TO  INQC-PARTIAL-LEN.
           PERFORM P0225-TRIM-ONE-CHAR
               UNTIL  INQC-PARTIAL-LEN  <  1
                  OR  INQC-SEARCH-LNAME(INQC-PARTIAL-LEN:1)
                                         NOT =  SPACE.
           IF  INQC-PARTIAL-LEN  <  1
               MOVE  1  TO  INQC-PARTIAL-LEN
           END-IF.
      /
       P0225-TRIM-ONE-CHAR.

           COMPUTE  INQC-PARTIAL-LEN  =  INQC-PARTIAL-LEN  -  1.
      /
      *****************************************************************
      *   F I R S T   P A G E   O F   A   N E W   L I S T              *
      *****************************************************************
       P0230-START-LIST.

      *    THE FIRST PAGE STARTS AT THE SEARCH KEY ITSELF - A PARTIAL
      *    LAST NAME PADDED WITH SPACES SORTS AHEAD OF EVERY NAME IT
      *    LEADS
           MOVE  1       TO  INQC-PAGE-NBR.
           MOVE  SPACES  TO  INQC-PAGE-KEY(1).
           MOVE  ZERO    TO  INQC-PAGE-SKIP(1).

           IF  INQC-BY-NAME
               MOVE  INQC-SEARCH-LNAME  TO  INQC-PAGE-KEY(1)
           ELSE
               MOVE  INQC-SEARCH-DEPT   TO  INQC-PAGE-KEY(1)
           END-IF.

           MOVE  'L'  TO  INQC-STATE.
      /
      *****************************************************************
      *   L I S T   S C R E E N   I N P U T                            *
      *****************************************************************
       P0300-PROCESS-LIST.

           EVALUATE  TRUE
               WHEN  EIBAID  =  DFHPF3
                   MOVE  'S'  TO  INQC-STATE
                   MOVE  'CHANGE THE SEARCH AND PRESS ENTER'
                                      TO  W-MESSAGE
               WHEN  EIBAID  =  DFHPF7
                   IF  INQC-PAGE-NBR  >  1
                       COMPUTE  INQC-PAGE-NBR  =  INQC-PAGE-NBR  -  1
                   ELSE
                       MOVE  'ALREADY ON THE FIRST PAGE'
                                      TO  W-MESSAGE
                   END-IF
               WHEN  EIBAID  =  DFHPF8
                   PERFORM P0310-PAGE-FORWARD
               WHEN  EIBAID  =  DFHENTER
                   PERFORM P0320-RECEIVE-SELECTION
               WHEN  OTHER
                   MOVE  'THAT KEY IS NOT USED - SEE THE KEY LINE'
                                      TO  W-MESSAGE
           END-EVALUATE.
      /
       P0310-PAGE-FORWARD.

           EVALUATE  TRUE
               WHEN  NOT  INQC-MORE-PAGES
                   MOVE  'NO MORE EMPLOYEES - THIS IS THE LAST PAGE'
                                      TO  W-MESSAGE
               WHEN  INQC-PAGE-NBR  NOT <  C-MAX-PAGES
                   MOVE  'TOO MANY MATCHES TO PAGE - NARROW THE SEARCH'
                                      TO  W-MESSAGE
               WHEN  OTHER
                   COMPUTE  INQC-PAGE-NBR  =  INQC-PAGE-NBR  +  1
           END-EVALUATE.
      /
       P0320-RECEIVE-SELECTION.

           MOVE  LOW-VALUES  TO  OIQLISTI.

           EXEC CICS RECEIVE MAP(C-LIST-MAP)
                             MAPSET(C-MAPSET)
                             INTO(OIQLISTI)
                             RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP  NOT =  DFHRESP(NORMAL)  AND
               W-CICS-RESP  NOT =  DFHRESP(MAPFAIL)
               MOVE  'RECEIVE'  TO  ABM-COMMAND
               PERFORM P9999-ABEND-PGM
           END-IF.

      *    THE FIRST MARKED ROW WINS
           MOVE  'N'  TO  W-ROW-SELECTED-SW.
           PERFORM P0325-CHECK-ONE-ROW
               VARYING  S-ROW  FROM  1  BY  1
               UNTIL  S-ROW  >  INQC-ROW-COUNT
                  OR  ROW-SELECTED.

           IF  NOT  ROW-SELECTED
               MOVE  'TYPE S BESIDE AN EMPLOYEE, OR PF7/PF8 TO PAGE'
                                      TO  W-MESSAGE
           END-IF.
      /
       P0325-CHECK-ONE-ROW.

           IF  LSELI(S-ROW)  NOT =  SPACE       AND
               LSELI(S-ROW)  NOT =  LOW-VALUE
               MOVE  'Y'                    TO  W-ROW-SELECTED-SW
               MOVE  INQC-ROW-EMPNO(S-ROW)  TO  INQC-DETAIL-EMPNO
               MOVE  'L'                    TO  INQC-DETAIL-FROM
               MOVE  'D'                    TO  INQC-STATE
           END-IF.
      /
      *****************************************************************
      *   D E T A I L   S C R E E N   I N P U T                        *
      *****************************************************************
       P0400-PROCESS-DETAIL.

           IF  EIBAID  =  DFHPF3
               IF  INQC-DETAIL-FROM-LIST
                   MOVE  'L'  TO  INQC-STATE
               ELSE
                   MOVE  'S'  TO  INQC-STATE
                   MOVE  'CHANGE THE SEARCH AND PRESS ENTER'
                                      TO  W-MESSAGE
               END-IF
           ELSE
               MOVE  'PF3 TO RETURN, CLEAR TO END THE INQUIRY'
                                      TO  W-MESSAGE
           END-IF.
      /
      *****************************************************************
      *   R E A D   T H E   D E T A I L   E M P L O Y E E              *
      *****************************************************************
       P0500-BUILD-DETAIL.

           MOVE  LOW-VALUES         TO  OIQDETLO.
           MOVE  INQC-DETAIL-EMPNO  TO  W-EMPNO-KEY.

           EXEC CICS READ FILE(C-BASE-FILE)
                          INTO(EMPM-RECORD)
                          RIDFLD(W-EMPNO-KEY)
                          RESP(W-CICS-RESP)
           END-EXEC.

           EVALUATE  W-CICS-RESP
               WHEN  DFHRESP(NORMAL)
                   PERFORM P0510-FILL-DETAIL
               WHEN  DFHRESP(NOTFND)
                   MOVE  INQC-DETAIL-FROM  TO  INQC-STATE
                   MOVE  SPACES            TO  W-MESSAGE
                   STRING 'EMPNO '          DELIMITED BY SIZE
                          W-EMPNO-KEY       DELIMITED BY SIZE
                          ' IS NOT ON THE EMPLOYEE MASTER'
                                            DELIMITED BY SIZE
                     INTO W-MESSAGE
               WHEN  DFHRESP(NOTOPEN)
               WHEN  DFHRESP(DISABLED)
                   PERFORM P0950-FILE-UNAVAILABLE
               WHEN  OTHER
                   MOVE  'READ'  TO  ABM-COMMAND
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
       P0510-FILL-DETAIL.

           MOVE  EMPM-EMPNO        TO  DEMPNOO.
           MOVE  EMPM-FIRST-NAME   TO  DFNAMEO.
           MOVE  EMPM-LAST-NAME    TO  DLNAMEO.
           MOVE  EMPM-WORK-DEPT    TO  DDEPTO.
           MOVE  EMPM-DEPT-NAME    TO  DDNAMEO.
           MOVE  EMPM-EDLEVEL      TO  W-EDIT-EDLEVEL.
           MOVE  W-EDIT-EDLEVEL    TO  DEDLVLO.
           MOVE  EMPM-SEX          TO  DSEXO.

           IF  INQC-PAY-AUTHORIZED
               MOVE  EMPM-SALARY      TO  W-EDIT-AMOUNT
               MOVE  W-EDIT-AMOUNT    TO  DSALO
               MOVE  EMPM-BONUS       TO  W-EDIT-AMOUNT
               MOVE  W-EDIT-AMOUNT    TO  DBONUSO
               MOVE  EMPM-COMM        TO  W-EDIT-AMOUNT
               MOVE  W-EDIT-AMOUNT    TO  DCOMMO
               MOVE  EMPM-TOTAL-COMP  TO  W-EDIT-TOTAL
               MOVE  W-EDIT-TOTAL     TO  DTCOMPO
           ELSE
               MOVE  ALL '*'          TO  DSALO
               MOVE  ALL '*'          TO  DBONUSO
               MOVE  ALL '*'          TO  DCOMMO
               MOVE  ALL '*'          TO  DTCOMPO
               MOVE  'PAY FIELDS SHOWN TO AUTHORIZED USERS ONLY'
                                      TO  DPAYNTO
           END-IF.
      /
      *****************************************************************
      *   B U I L D   T H E   C U R R E N T   L I S T   P A G E        *
      *****************************************************************
       P0600-BUILD-PAGE.

           MOVE  LOW-VALUES  TO  OIQLISTO.
           MOVE  ZERO        TO  INQC-ROW-COUNT.
           MOVE  'N'         TO  INQC-MORE-SW.
           MOVE  'N'         TO  W-BROWSE-DONE-SW.
           MOVE  ZERO        TO  W-SKIPPED.
           MOVE  ZERO        TO  W-DUP-COUNT.
           MOVE  LOW-VALUES  TO  W-PREV-KEY.

           IF  INQC-BY-NAME
               MOVE  C-NAME-PATH  TO  W-BROWSE-FILE
               MOVE  +15          TO  W-KEY-LEN
           ELSE
               MOVE  C-DEPT-PATH  TO  W-BROWSE-FILE
               MOVE  +3           TO  W-KEY-LEN
           END-IF.

           MOVE  INQC-PAGE-KEY(INQC-PAGE-NBR)  TO  W-BROWSE-KEY.

           EXEC CICS STARTBR FILE(W-BROWSE-FILE)
                             RIDFLD(W-BROWSE-KEY)
                             KEYLENGTH(W-KEY-LEN)
                             GTEQ
                             RESP(W-CICS-RESP)
           END-EXEC.

           EVALUATE  W-CICS-RESP
               WHEN  DFHRESP(NORMAL)
                   PERFORM P0610-TAKE-ONE-RECORD UNTIL BROWSE-DONE
                   EXEC CICS ENDBR FILE(W-BROWSE-FILE)
                   END-EXEC
               WHEN  DFHRESP(NOTFND)
                   CONTINUE
               WHEN  DFHRESP(NOTOPEN)
               WHEN  DFHRESP(DISABLED)
                   PERFORM P0950-FILE-UNAVAILABLE
               WHEN  OTHER
                   MOVE  'STARTBR'  TO  ABM-COMMAND
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.

           IF  INQC-AT-LIST
               IF  INQC-ROW-COUNT  =  ZERO
                   MOVE  'S'  TO  INQC-STATE
                   MOVE  'NO EMPLOYEES MATCH THE SEARCH'
                                      TO  W-MESSAGE
               ELSE
                   PERFORM P0640-FILL-LIST-HEADING
               END-IF
           END-IF.
      /
       P0610-TAKE-ONE-RECORD.

           PERFORM P0620-READ-NEXT-ON-PATH.

           IF  NOT  BROWSE-DONE
               PERFORM P0630-PLACE-ONE-RECORD
           END-IF.
      /
       P0620-READ-NEXT-ON-PATH.

           EXEC CICS READNEXT FILE(W-BROWSE-FILE)
                              INTO(EMPM-RECORD)
                              RIDFLD(W-BROWSE-KEY)
                              KEYLENGTH(W-KEY-LEN)
                              RESP(W-CICS-RESP)
           END-EXEC.

           EVALUATE  W-CICS-RESP
               WHEN  DFHRESP(NORMAL)
               WHEN  DFHRESP(DUPKEY)
                   CONTINUE
               WHEN  DFHRESP(ENDFILE)
                   MOVE  'Y'  TO  W-BROWSE-DONE-SW
               WHEN  OTHER
                   MOVE  'READNEXT'  TO  ABM-COMMAND
                   PERFORM P9999-ABEND-PGM
           END-EVALUATE.
      /
       P0630-PLACE-ONE-RECORD.

      *    COUNT WHICH DUPLICATE OF ITS KEY THIS RECORD IS, SO THE NEXT
      *    PAGE CAN BE STARTED ON IT
           IF  INQC-BY-NAME
               MOVE  EMPM-LAST-NAME  TO  W-REC-KEY
           ELSE
               MOVE  EMPM-WORK-DEPT  TO  W-REC-KEY
           END-IF.

           IF  W-REC-KEY  =  W-PREV-KEY
               COMPUTE  W-DUP-COUNT  =  W-DUP-COUNT  +  1
           ELSE
               MOVE  W-REC-KEY  TO  W-PREV-KEY
               MOVE  ZERO       TO  W-DUP-COUNT
           END-IF.

      *    THE PATH RETURNS THE KEYS IN SEQUENCE, SO THE BROWSE ENDS AT
      *    THE FIRST RECORD PAST THE PARTIAL OR THE DEPARTMENT
           EVALUATE  TRUE
               WHEN  INQC-BY-NAME  AND
                     EMPM-LAST-NAME(1:INQC-PARTIAL-LEN)  NOT =
                     INQC-SEARCH-LNAME(1:INQC-PARTIAL-LEN)
                   MOVE  'Y'  TO  W-BROWSE-DONE-SW
               WHEN  INQC-BY-DEPT  AND
                     EMPM-WORK-DEPT  NOT =  INQC-SEARCH-DEPT
                   MOVE  'Y'  TO  W-BROWSE-DONE-SW
               WHEN  W-SKIPPED  <  INQC-PAGE-SKIP(INQC-PAGE-NBR)
                   COMPUTE  W-SKIPPED  =  W-SKIPPED  +  1
               WHEN  INQC-BY-NAME               AND
                     INQC-SEARCH-DEPT  NOT =  SPACES  AND
                     EMPM-WORK-DEPT    NOT =  INQC-SEARCH-DEPT
                   CONTINUE
               WHEN  INQC-ROW-COUNT  <  C-ROWS-PER-PAGE
                   PERFORM P0635-ADD-LIST-ROW
               WHEN  OTHER
                   PERFORM P0638-MARK-NEXT-PAGE
           END-EVALUATE.
      /
       P0635-ADD-LIST-ROW.

           COMPUTE  INQC-ROW-COUNT  =  INQC-ROW-COUNT  +  1.

           MOVE  EMPM-EMPNO       TO  LST-EMPNO.
           MOVE  EMPM-LAST-NAME   TO  LST-LAST-NAME.
           MOVE  EMPM-FIRST-NAME  TO  LST-FIRST-NAME.
           MOVE  EMPM-WORK-DEPT   TO  LST-WORK-DEPT.
           MOVE  EMPM-DEPT-NAME   TO  LST-DEPT-NAME.

           MOVE  W-LIST-LINE  TO  LLINO(INQC-ROW-COUNT).
           MOVE  EMPM-EMPNO   TO  INQC-ROW-EMPNO(INQC-ROW-COUNT).
      /
       P0638-MARK-NEXT-PAGE.

      *    A SIXTEENTH MATCH MEANS THERE IS ANOTHER PAGE - IT STARTS
      *    HERE
           MOVE  'Y'  TO  INQC-MORE-SW.
           MOVE  'Y'  TO  W-BROWSE-DONE-SW.

           IF  INQC-PAGE-NBR  <  C-MAX-PAGES
               MOVE  W-REC-KEY    TO
                     INQC-PAGE-KEY(INQC-PAGE-NBR + 1)
               MOVE  W-DUP-COUNT  TO
                     INQC-PAGE-SKIP(INQC-PAGE-NBR + 1)
           END-IF.
      /
       P0640-FILL-LIST-HEADING.

           MOVE  SPACES  TO  W-CRITERIA-LINE.
           IF  INQC-BY-NAME
               MOVE  'LAST NAME STARTING '  TO  CRT-LABEL
               MOVE  INQC-SEARCH-LNAME(1:INQC-PARTIAL-LEN)
                                            TO  CRT-NAME
               IF  INQC-SEARCH-DEPT  NOT =  SPACES
                   MOVE  ' IN WORKDEPT '    TO  CRT-DEPT-LABEL
                   MOVE  INQC-SEARCH-DEPT   TO  CRT-DEPT
               END-IF
           ELSE
               MOVE  'WORKDEPT '            TO  CRT-LABEL
               MOVE  INQC-SEARCH-DEPT       TO  CRT-NAME
           END-IF.
           MOVE  W-CRITERIA-LINE  TO  LCRITO.

           MOVE  INQC-PAGE-NBR  TO  W-EDIT-PAGE.
           MOVE  W-EDIT-PAGE    TO  LPAGEO.

      *    NO SELECT CODE CAN BE KEYED ON AN EMPTY ROW
           PERFORM P0645-PROTECT-ONE-ROW
               VARYING  S-ROW  FROM  1  BY  1
               UNTIL  S-ROW  >  C-ROWS-PER-PAGE.

           IF  W-MESSAGE  =  SPACES
               IF  INQC-MORE-PAGES
                   MOVE  'PF8 FOR THE NEXT PAGE'  TO  W-MESSAGE
               ELSE
                   MOVE  'END OF THE LIST'        TO  W-MESSAGE
               END-IF
           END-IF.
      /
       P0645-PROTECT-ONE-ROW.

           IF  S-ROW  >  INQC-ROW-COUNT
               MOVE  DFHBMASK  TO  LSELA(S-ROW)
           END-IF.
      /
      *****************************************************************
      *   S E N D   T H E   S C R E E N   F O R   T H E   S T A T E    *
      *****************************************************************
       P0800-SEND-SCREEN.

      *    A DETAIL THAT CANNOT BE READ FALLS BACK TO THE SCREEN IT
      *    CAME FROM, AND AN EMPTY LIST FALLS BACK TO THE SEARCH, SO
      *    THE STATES ARE BUILT IN THIS ORDER
           IF  INQC-AT-DETAIL
               PERFORM P0500-BUILD-DETAIL
           END-IF.

           IF  INQC-AT-LIST
               PERFORM P0600-BUILD-PAGE
           END-IF.

           EVALUATE  TRUE
               WHEN  INQC-AT-DETAIL
                   PERFORM P0820-SEND-DETAIL-MAP
               WHEN  INQC-AT-LIST
                   PERFORM P0810-SEND-LIST-MAP
               WHEN  OTHER
                   PERFORM P0805-SEND-SEARCH-MAP
           END-EVALUATE.
      /
       P0805-SEND-SEARCH-MAP.

           MOVE  LOW-VALUES         TO  OIQSRCHO.
           MOVE  INQC-SEARCH-EMPNO  TO  SEMPNOO.
           MOVE  INQC-SEARCH-LNAME  TO  SLNAMEO.
           MOVE  INQC-SEARCH-DEPT   TO  SDEPTO.
           MOVE  W-MESSAGE          TO  SMSGO.
           MOVE  -1                 TO  SEMPNOL.

           EXEC CICS SEND MAP(C-SEARCH-MAP)
                          MAPSET(C-MAPSET)
                          FROM(OIQSRCHO)
                          ERASE
                          CURSOR
                          RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP  NOT =  DFHRESP(NORMAL)
               MOVE  'SEND'  TO  ABM-COMMAND
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
       P0810-SEND-LIST-MAP.

           MOVE  W-MESSAGE  TO  LMSGO.
           MOVE  -1         TO  LSELL(1).

           EXEC CICS SEND MAP(C-LIST-MAP)
                          MAPSET(C-MAPSET)
                          FROM(OIQLISTO)
                          ERASE
                          CURSOR
                          RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP  NOT =  DFHRESP(NORMAL)
               MOVE  'SEND'  TO  ABM-COMMAND
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
       P0820-SEND-DETAIL-MAP.

           MOVE  W-MESSAGE  TO  DMSGO.

           EXEC CICS SEND MAP(C-DETAIL-MAP)
                          MAPSET(C-MAPSET)
                          FROM(OIQDETLO)
                          ERASE
                          RESP(W-CICS-RESP)
           END-EXEC.

           IF  W-CICS-RESP  NOT =  DFHRESP(NORMAL)
               MOVE  'SEND'  TO  ABM-COMMAND
               PERFORM P9999-ABEND-PGM
           END-IF.
      /
      *****************************************************************
      *   E N D   T H E   I N Q U I R Y                                *
      *****************************************************************
       P0900-END-SESSION.

           MOVE  'Y'  TO  W-SESSION-END-SW.

           EXEC CICS SEND TEXT FROM(W-END-MESSAGE)
                               LENGTH(LENGTH OF W-END-MESSAGE)
                               ERASE
                               FREEKB
           END-EXEC.
      /
      *****************************************************************
      *   E M P M A S T   C L O S E D   O R   D I S A B L E D          *
      *****************************************************************
       P0950-FILE-UNAVAILABLE.

      *    THE CLUSTER IS CLOSED AROUND THE DB2CBLVL RELOAD - SEND THE
      *    USER BACK TO THE SEARCH SCREEN TO TRY AGAIN LATER
           MOVE  'S'  TO  INQC-STATE.
           MOVE  'EMPLOYEE MASTER NOT AVAILABLE - TRY AGAIN LATER'
                                      TO  W-MESSAGE.
      /
      *****************************************************************
      *          A B E N D  O N  A N  U N E X P E C T E D  R E S P     *
      *****************************************************************
       P9999-ABEND-PGM.

           MOVE  W-CICS-RESP  TO  ABM-RESP.

           EXEC CICS SEND TEXT FROM(W-ABEND-MESSAGE)
                               LENGTH(LENGTH OF W-ABEND-MESSAGE)
                               ERASE
                               FREEKB
           END-EXEC.

           EXEC CICS ABEND ABCODE(C-ABEND-CODE)
           END-EXEC.

           GOBACK.
