      ******************************************************************
      *   DO NOT REMOVE.  CHAMP LINK CONTROL STATEMENTS.
      ******************************************************************
      * STARTOPT:
      * ENDOPT:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMSK10.
      *    AUTHOR. R. WAGNER
      *
      *    OWNER:
      *
      *    JOB NUMBER(S):
      *
      *REMARKS.
      *
      *  TEST-REGION MASKING UTILITY - READS A PRODUCTION EXTO0010
      *  MASTER EXTRACT GENERATION AND WRITES A DE-IDENTIFIED COPY
      *  FOR THE TEST REGION.  THE COPY CARRIES THE SAME HDR CYCLE
      *  DATE AND A TRL RECOMPUTED FROM THE MASKED DETAILS, SO
      *  DB2CBLFD, DB2CBLNH, EMPGLD10, EMPBND10 AND THE OTHER
      *  EXTI0010 READERS VERIFY IT EXACTLY AS THEY DO PRODUCTION.
      *
      *  WHAT IS MASKED:
      *    FIRST NAME  - FROM A TABLE OF COMMON NAMES, BY EXT-SEX
      *    MIDDLE INIT - A LETTER
      *    LAST NAME   - FROM A TABLE OF COMMON SURNAMES
      *    PHONE EXT   - FOUR DIGITS (A BLANK EXTENSION STAYS BLANK)
      *    SALARY, BONUS, COMM - EACH MOVED UP OR DOWN BY 0 TO 10
      *                  PERCENT; TOTAL COMP IS RECOMPUTED
      *  EMPNO, WORKDEPT, DEPARTMENT NAME, JOB, EDLEVEL, SEX AND
      *  HIREDATE ARE CARRIED OVER UNCHANGED.
      *
      *  EVERY MASKED VALUE IS DRAWN FROM A HASH OF THE EMPNO AND
      *  THE MASKING KEY, NEVER FROM THE REAL VALUE, SO THE SAME
      *  EMPLOYEE MASKS TO THE SAME NAME AND PHONE AND THE SAME PAY
      *  PERCENTAGES ON EVERY RUN WITH THE SAME KEY.  BECAUSE EACH
      *  PERCENTAGE IS SMALL AND SPREAD EITHER WAY, DEPARTMENT
      *  SUBTOTALS STAY CLOSE TO PRODUCTION.
      *
      *  INPUT PARMS:  SYSIN PARM CARD (OPTIONAL):
      *                COL  01     Y = ALSO LOAD THE TEST EMPMAST KSDS
      *                            FROM THE MASKED RECORDS
      *                COL  02     Y = RECORD THE MASKED GENERATION AS
      *                            A COMPLETED DB2CBLEX CYCLE ON THE
      *                            TEST REGION'S CYCL0010, SO THE
      *                            GATED STEPS WILL RUN AGAINST IT.
      *                            NEVER SET WITH THE PRODUCTION
      *                            CYCL0010 ALLOCATED
      *                COLS 03-08  MASKING KEY - 6 DIGITS, BLANK =
      *                            THE STANDARD KEY.  CHANGE IT ONLY
      *                            TO RE-DEAL EVERY MASKED VALUE
      *                A NON-NUMERIC KEY OR A FLAG OTHER THAN Y, N OR
      *                BLANK ENDS THE RUN WITH RC=8
      *
      *  OUTPUT PARMS: NONE
      *
      *  INPUT FILES:  EXTI0010 - PRODUCTION MASTER EXTRACT GENERATION
      *
      *  OUTPUT FILES: MSKO0010 - MASKED MASTER EXTRACT GENERATION
      *                EMPMAST  - TEST VSAM KSDS EMPLOYEE MASTER,
      *                           RELOADED WHEN COL 01 IS Y
      *                CYCL0010 - TEST CYCLE-CONTROL EVENTS THROUGH
      *                           CYCLCTL WHEN COL 02 IS Y
      *
      *  COPY MEMBERS:
      *                EXTMAST
      *                EMPMREC
      *                CYCLPRM
      *    TABLES:  NONE - FILE TO FILE
      *    SWITCHES:
      *
      *
      *    EXITS:
      *
      *      NORMAL:
      *             WHEN THE INPUT EXTRACT REACHES END OF FILE
      *
      *      ABNORMAL:
      *             WAASABND IS CALLED WITH C-ABEND-CODE/C-ABEND-TYPE
      *             WHEN THE INPUT FAILS ITS HDR/TRL CHECKS OR AN
      *             EMPMAST OPEN OR WRITE FAILS
      *
      *    RETURN CODES:
      *             0 - MASKED GENERATION WRITTEN
      *             4 - MASKED GENERATION WRITTEN BUT THE TEST CYCLE
      *                 COULD NOT BE RECORDED ON CYCL0010
      *             8 - BAD SYSIN PARM CARD, NOTHING WRITTEN
      *
      *    SPECIAL LOGIC:  NONE
      *
      ******************************************************************
      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - DE-IDENTIFIED       2026-10-15      *
      *          EXTO0010 AND EMPMAST LOAD FOR THE                     *
      *          TEST REGION                                           *
      *  LOUIS - RC 4 WHEN THE TEST CYCLE CANNOT BE    2026-10-15      *
      *          RECORDED ON CYCL0010                                  *
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
           SELECT MSKO-FILE           ASSIGN TO MSKO0010.
           SELECT EMPM-FILE           ASSIGN TO EMPMAST
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS EMPM-EMPNO
                                       ALTERNATE RECORD KEY IS
                                           EMPM-LAST-NAME
                                           WITH DUPLICATES
                                       ALTERNATE RECORD KEY IS
                                           EMPM-WORK-DEPT
                                           WITH DUPLICATES
                                       FILE STATUS IS WS-EMPM-STATUS.

       DATA DIVISION.

       FILE SECTION.


      ******************************************************************
      * FILE:  EXTI-FILE                          DDNAME - EXTI0010    *
      *        PRODUCTION MASTER EXTRACT GENERATION                    *
      ******************************************************************

       FD  EXTI-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXTI-RECORD.

       01  EXTI-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  MSKO-FILE                          DDNAME - MSKO0010    *
      *        MASKED MASTER EXTRACT GENERATION FOR THE TEST REGION    *
      ******************************************************************

       FD  MSKO-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MSKO-RECORD.

       01  MSKO-RECORD       PIC X(148).

      ******************************************************************
      * FILE:  EMPM-FILE                          DDNAME - EMPMAST     *
      *        TEST VSAM KSDS EMPLOYEE MASTER KEYED BY EMPNO           *
      ******************************************************************

       FD  EMPM-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS EMPM-RECORD.

       COPY EMPMREC.

      /
       WORKING-STORAGE SECTION.
       01  START-OF-WORKING-STORAGE    PIC X(40)
           VALUE 'EMPMSK10 START-OF-WORKING-STORAGE'.

       01  C-PROG-MOD.
           05 C-THIS-PGM               PIC X(08) VALUE 'EMPMSK10'.
      /
       COPY EXTMAST.
      /
       COPY CYCLPRM.
      /
       01   W-EXTI-EOF-SW        PIC X(01) VALUE 'N'.
           88  EXTI-EOF                      VALUE 'Y'.

       01   W-EXT-HDR-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-HDR-SEEN                  VALUE 'Y'.
       01   W-EXT-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
           88  EXT-TRL-SEEN                  VALUE 'Y'.
       01   W-EXT-CYCLE-DATE     PIC X(10) VALUE SPACES.
       01   W-EXT-DETAIL-COUNT   PIC S9(8) COMP VALUE ZERO.
       01   W-EXT-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       01   W-EXT-TRL-COUNT      PIC 9(09) VALUE ZERO.
       01   W-EXT-TRL-HASH       PIC 9(13)V9(2) VALUE ZERO.
       01   W-MSK-HASH-SALARY    PIC S9(13)V9(2) COMP-3 VALUE ZERO.

       01   W-PARM-CARD.
            05  W-PARM-LOAD-FLAG     PIC X(01).
                88  PARM-LOAD-EMPMAST            VALUE 'Y'.
                88  PARM-LOAD-FLAG-OK            VALUE 'Y' 'N' ' '.
            05  W-PARM-CYCLE-FLAG    PIC X(01).
                88  PARM-RECORD-CYCLE            VALUE 'Y'.
                88  PARM-CYCLE-FLAG-OK           VALUE 'Y' 'N' ' '.
            05  W-PARM-KEY-X         PIC X(06).
            05  W-PARM-KEY-9  REDEFINES  W-PARM-KEY-X
                                     PIC 9(06).
            05  FILLER               PIC X(72).
       01   W-PARM-ERROR-SW      PIC X(01) VALUE 'N'.
           88  PARM-ERROR                    VALUE 'Y'.

       01   WS-EMPM-STATUS       PIC X(02) VALUE SPACES.
       01   W-ERR-PARAGRAPH      PIC X(30) VALUE 'UNKNOWN'.

      *    HASH WORK - EVERY MASKED VALUE COMES FROM THE EMPNO AND THE
      *    KEY THROUGH THIS ARITHMETIC, NEVER FROM THE REAL VALUE
       01   W-MASK-KEY           PIC 9(06) VALUE ZERO.
       01   W-HASH               PIC S9(15) COMP-3 VALUE ZERO.
       01   W-HASH-WORK          PIC S9(15) COMP-3 VALUE ZERO.
       01   W-HASH-QUOT          PIC S9(15) COMP-3 VALUE ZERO.
       01   W-HASH-PICK          PIC S9(9)  COMP-3 VALUE ZERO.
       01   W-CHAR-VALUE         PIC S9(4)  COMP   VALUE ZERO.
       01   W-PHONE-9            PIC 9(04)  VALUE ZERO.
       01   W-PCT-ADJUST         PIC S9(3)  COMP-3 VALUE ZERO.
       01   W-AMOUNT             PIC S9(7)V9(2) COMP-3 VALUE ZERO.

       01   C-HASH-ALPHABET      PIC X(36)
            VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01   W-MALE-NAME-VALUES.
            05  FILLER  PIC X(12) VALUE 'JAMES'.
            05  FILLER  PIC X(12) VALUE 'ROBERT'.
            05  FILLER  PIC X(12) VALUE 'JOHN'.
            05  FILLER  PIC X(12) VALUE 'MICHAEL'.
            05  FILLER  PIC X(12) VALUE 'DAVID'.
            05  FILLER  PIC X(12) VALUE 'WILLIAM'.
            05  FILLER  PIC X(12) VALUE 'RICHARD'.
            05  FILLER  PIC X(12) VALUE 'JOSEPH'.
            05  FILLER  PIC X(12) VALUE 'THOMAS'.
            05  FILLER  PIC X(12) VALUE 'CHARLES'.
            05  FILLER  PIC X(12) VALUE 'DANIEL'.
            05  FILLER  PIC X(12) VALUE 'MATTHEW'.
            05  FILLER  PIC X(12) VALUE 'ANTHONY'.
            05  FILLER  PIC X(12) VALUE 'MARK'.
            05  FILLER  PIC X(12) VALUE 'DONALD'.
            05  FILLER  PIC X(12) VALUE 'STEVEN'.
            05  FILLER  PIC X(12) VALUE 'PAUL'.
            05  FILLER  PIC X(12) VALUE 'ANDREW'.
            05  FILLER  PIC X(12) VALUE 'KENNETH'.
            05  FILLER  PIC X(12) VALUE 'GEORGE'.
       01   W-MALE-NAME-TABLE  REDEFINES  W-MALE-NAME-VALUES.
            05  W-MALE-NAME       PIC X(12) OCCURS 20 TIMES.

       01   W-FEMALE-NAME-VALUES.
            05  FILLER  PIC X(12) VALUE 'MARY'.
            05  FILLER  PIC X(12) VALUE 'PATRICIA'.
            05  FILLER  PIC X(12) VALUE 'JENNIFER'.
            05  FILLER  PIC X(12) VALUE 'LINDA'.
            05  FILLER  PIC X(12) VALUE 'ELIZABETH'.
            05  FILLER  PIC X(12) VALUE 'BARBARA'.
            05  FILLER  PIC X(12) VALUE 'SUSAN'.
            05  FILLER  PIC X(12) VALUE 'JESSICA'.
            05  FILLER  PIC X(12) VALUE 'SARAH'.
            05  FILLER  PIC X(12) VALUE 'KAREN'.
            05  FILLER  PIC X(12) VALUE 'NANCY'.
            05  FILLER  PIC X(12) VALUE 'LISA'.
            05  FILLER  PIC X(12) VALUE 'BETTY'.
            05  FILLER  PIC X(12) VALUE 'MARGARET'.
            05  FILLER  PIC X(12) VALUE 'SANDRA'.
            05  FILLER  PIC X(12) VALUE 'ASHLEY'.
            05  FILLER  PIC X(12) VALUE 'DOROTHY'.
            05  FILLER  PIC X(12) VALUE 'KIMBERLY'.
            05  FILLER  PIC X(12) VALUE 'EMILY'.
            05  FILLER  PIC X(12) VALUE 'DONNA'.
       01   W-FEMALE-NAME-TABLE  REDEFINES  W-FEMALE-NAME-VALUES.
            05  W-FEMALE-NAME     PIC X(12) OCCURS 20 TIMES.

       01   W-SURNAME-VALUES.
            05  FILLER  PIC X(15) VALUE 'SMITH'.
            05  FILLER  PIC X(15) VALUE 'JOHNSON'.
            05  FILLER  PIC X(15) VALUE 'WILLIAMS'.
            05  FILLER  PIC X(15) VALUE 'BROWN'.
            05  FILLER  PIC X(15) VALUE 'JONES'.
            05  FILLER  PIC X(15) VALUE 'GARCIA'.
            05  FILLER  PIC X(15) VALUE 'MILLER'.
            05  FILLER  PIC X(15) VALUE 'DAVIS'.
            05  FILLER  PIC X(15) VALUE 'RODRIGUEZ'.
            05  FILLER  PIC X(15) VALUE 'MARTINEZ'.
            05  FILLER  PIC X(15) VALUE 'HERNANDEZ'.
            05  FILLER  PIC X(15) VALUE 'LOPEZ'.
            05  FILLER  PIC X(15) VALUE 'GONZALEZ'.
            05  FILLER  PIC X(15) VALUE 'WILSON'.
            05  FILLER  PIC X(15) VALUE 'ANDERSON'.
            05  FILLER  PIC X(15) VALUE 'THOMAS'.
            05  FILLER  PIC X(15) VALUE 'TAYLOR'.
            05  FILLER  PIC X(15) VALUE 'MOORE'.
            05  FILLER  PIC X(15) VALUE 'JACKSON'.
            05  FILLER  PIC X(15) VALUE 'MARTIN'.
            05  FILLER  PIC X(15) VALUE 'LEE'.
            05  FILLER  PIC X(15) VALUE 'PEREZ'.
            05  FILLER  PIC X(15) VALUE 'THOMPSON'.
            05  FILLER  PIC X(15) VALUE 'WHITE'.
            05  FILLER  PIC X(15) VALUE 'HARRIS'.
            05  FILLER  PIC X(15) VALUE 'SANCHEZ'.
            05  FILLER  PIC X(15) VALUE 'CLARK'.
            05  FILLER  PIC X(15) VALUE 'RAMIREZ'.
            05  FILLER  PIC X(15) VALUE 'LEWIS'.
            05  FILLER  PIC X(15) VALUE 'ROBINSON'.
            05  FILLER  PIC X(15) VALUE 'WALKER'.
            05  FILLER  PIC X(15) VALUE 'YOUNG'.
            05  FILLER  PIC X(15) VALUE 'ALLEN'.
            05  FILLER  PIC X(15) VALUE 'KING'.
            05  FILLER  PIC X(15) VALUE 'WRIGHT'.
            05  FILLER  PIC X(15) VALUE 'SCOTT'.
            05  FILLER  PIC X(15) VALUE 'TORRES'.
            05  FILLER  PIC X(15) VALUE 'NGUYEN'.
            05  FILLER  PIC X(15) VALUE 'HILL'.
            05  FILLER  PIC X(15) VALUE 'FLORES'.
       01   W-SURNAME-TABLE  REDEFINES  W-SURNAME-VALUES.
            05  W-SURNAME         PIC X(15) OCCURS 40 TIMES.

       01   CONSTANTS.
            05  C-ABEND-PGM      PIC X(08)  VALUE  'WAASABND'.
            05  C-ABEND-CODE     PIC S9(09) COMP SYNC VALUE +3555.
            05  C-ABEND-TYPE     PIC X(02)  VALUE 'DN'.
            05  C-CYCLE-PGM      PIC X(08)  VALUE  'CYCLCTL'.
            05  C-CYCLE-OWNER    PIC X(08)  VALUE  'DB2CBLEX'.
            05  C-DEFAULT-KEY    PIC 9(06)  VALUE  271828.
            05  C-HASH-MODULUS   PIC S9(9)  COMP-3 VALUE +999983.
            05  C-HASH-MULT      PIC S9(9)  COMP-3 VALUE +7919.
            05  C-HASH-INCR      PIC S9(9)  COMP-3 VALUE +104729.

       01  SUBSCRIPTS.
           05  W-CHR-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-ALF-SUB      PIC S9(4) COMP VALUE ZERO.
           05  W-NAME-SUB     PIC S9(4) COMP VALUE ZERO.

      /
       01  ACCUMULATORS.
          05  A-RECORDS-READ           PIC S9(8) COMP  VALUE ZERO.
          05  A-RECORDS-MASKED         PIC S9(8) COMP  VALUE ZERO.
          05  A-EMPMAST-WRITTEN        PIC S9(8) COMP  VALUE ZERO.

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
               DISPLAY 'EMPMSK10 ENDED - INVALID PARM CARD ',
                       W-PARM-CARD(1:8)
               DISPLAY 'COL 1 AND COL 2 MUST BE Y, N OR BLANK AND'
               DISPLAY 'COLS 3-8 A 6-DIGIT KEY OR BLANK'
               MOVE  8  TO  RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  EXTI-FILE.
           OPEN OUTPUT MSKO-FILE.

           IF  PARM-LOAD-EMPMAST
               OPEN OUTPUT EMPM-FILE
               IF  WS-EMPM-STATUS  NOT =  '00'
                   DISPLAY 'OPEN EMPMAST FAILED'
                   DISPLAY 'FILE STATUS = ', WS-EMPM-STATUS
                   MOVE  'OPEN EMPMAST'  TO  W-ERR-PARAGRAPH
                   PERFORM P9999-ABEND-PGM
               END-IF
           END-IF.

           PERFORM P8000-READ-EXTI-FILE.

           PERFORM P0100-PROCESS-EXT-RECORD UNTIL
                   EXTI-EOF.

           PERFORM P0360-VERIFY-EXTRACT.

           PERFORM P0400-WRITE-TRAILER.

           CLOSE EXTI-FILE.
           CLOSE MSKO-FILE.
           IF  PARM-LOAD-EMPMAST
               CLOSE EMPM-FILE
           END-IF.

           IF  PARM-RECORD-CYCLE
               PERFORM P0500-RECORD-TEST-CYCLE
           END-IF.

           DISPLAY 'MASKING KEY USED          '  W-MASK-KEY.
           DISPLAY 'CYCLE DATE CARRIED OVER   '  W-EXT-CYCLE-DATE.
           DISPLAY 'TOTAL EXTRACT RECORDS READ'  A-RECORDS-READ.
           DISPLAY 'TOTAL DETAILS MASKED      '  A-RECORDS-MASKED.
           DISPLAY 'TOTAL EMPMAST RECS LOADED '  A-EMPMAST-WRITTEN.

       EXIT-PROGRAM.
           GOBACK.
      /
      *****************************************************************
      *   A C C E P T   T H E   M A S K I N G   P A R M                *
      *****************************************************************
       P0010-ACCEPT-PARM-CARD.

           MOVE  SPACES  TO  W-PARM-CARD.
           ACCEPT  W-PARM-CARD  FROM  SYSIN.

           IF  NOT  PARM-LOAD-FLAG-OK  OR
               NOT  PARM-CYCLE-FLAG-OK
               MOVE  'Y'  TO  W-PARM-ERROR-SW
           END-IF.

           IF  W-PARM-KEY-X  =  SPACES
               MOVE  C-DEFAULT-KEY  TO  W-MASK-KEY
           ELSE
               IF  W-PARM-KEY-X  NUMERIC
                   MOVE  W-PARM-KEY-9  TO  W-MASK-KEY
               ELSE
                   MOVE  'Y'  TO  W-PARM-ERROR-SW
               END-IF
           END-IF.
      /
       P0100-PROCESS-EXT-RECORD.

      ******************************************************************
      ******************************************************************

           EVALUATE  W-EXT-RECORD(1:3)
               WHEN  'HDR'
                   MOVE  W-EXT-RECORD        TO  W-EXT-HEADER
                   MOVE  EXT-HDR-CYCLE-DATE  TO  W-EXT-CYCLE-DATE
                   MOVE  'Y'  TO  W-EXT-HDR-SEEN-SW
      *            THE HDR GOES OVER AS IT IS - SAME CYCLE DATE
                   WRITE MSKO-RECORD  FROM  W-EXT-HEADER
               WHEN  'TRL'
                   MOVE  W-EXT-RECORD        TO  W-EXT-TRAILER
                   MOVE  EXT-TRL-RECORD-COUNT  TO  W-EXT-TRL-COUNT
                   MOVE  EXT-TRL-HASH-SALARY   TO  W-EXT-TRL-HASH
                   MOVE  'Y'  TO  W-EXT-TRL-SEEN-SW
               WHEN  OTHER
                   ADD  1           TO  W-EXT-DETAIL-COUNT
                   ADD  EXT-SALARY  TO  W-EXT-HASH-SALARY
                   PERFORM P0200-MASK-ONE-RECORD
                   WRITE MSKO-RECORD  FROM  W-EXT-RECORD
                   ADD  EXT-SALARY  TO  W-MSK-HASH-SALARY
                   COMPUTE  A-RECORDS-MASKED  =  A-RECORDS-MASKED  +  1
                   IF  PARM-LOAD-EMPMAST
                       PERFORM P0300-LOAD-EMPMAST-RECORD
                   END-IF
           END-EVALUATE.

           PERFORM P8000-READ-EXTI-FILE.
      /
      *****************************************************************
      *   M A S K   O N E   D E T A I L   R E C O R D                  *
      *****************************************************************
       P0200-MASK-ONE-RECORD.

           PERFORM P0210-HASH-EMPNO.

           PERFORM P0220-NEXT-HASH.
           DIVIDE  W-HASH  BY  20  GIVING  W-HASH-QUOT
                   REMAINDER  W-HASH-PICK.
           COMPUTE  W-NAME-SUB  =  W-HASH-PICK  +  1.
           IF  EXT-SEX  =  'F'
               MOVE  W-FEMALE-NAME(W-NAME-SUB)  TO  EXT-FIRST-NAME
           ELSE
               MOVE  W-MALE-NAME(W-NAME-SUB)    TO  EXT-FIRST-NAME
           END-IF.

           PERFORM P0220-NEXT-HASH.
           DIVIDE  W-HASH  BY  26  GIVING  W-HASH-QUOT
                   REMAINDER  W-HASH-PICK.
           COMPUTE  W-ALF-SUB  =  W-HASH-PICK  +  11.
           MOVE  C-HASH-ALPHABET(W-ALF-SUB:1)  TO  EXT-MID-INIT.

           PERFORM P0220-NEXT-HASH.
           DIVIDE  W-HASH  BY  40  GIVING  W-HASH-QUOT
                   REMAINDER  W-HASH-PICK.
           COMPUTE  W-NAME-SUB  =  W-HASH-PICK  +  1.
           MOVE  W-SURNAME(W-NAME-SUB)  TO  EXT-LAST-NAME.

           PERFORM P0220-NEXT-HASH.
           IF  EXT-PHONE-EXT  NOT =  SPACES
               DIVIDE  W-HASH  BY  10000  GIVING  W-HASH-QUOT
                       REMAINDER  W-HASH-PICK
               MOVE  W-HASH-PICK  TO  W-PHONE-9
               MOVE  W-PHONE-9    TO  EXT-PHONE-EXT
           END-IF.

           MOVE  EXT-SALARY  TO  W-AMOUNT.
           PERFORM P0230-PERTURB-AMOUNT.
           MOVE  W-AMOUNT    TO  EXT-SALARY.

           MOVE  EXT-BONUS   TO  W-AMOUNT.
           PERFORM P0230-PERTURB-AMOUNT.
           MOVE  W-AMOUNT    TO  EXT-BONUS.

           MOVE  EXT-COMM    TO  W-AMOUNT.
           PERFORM P0230-PERTURB-AMOUNT.
           MOVE  W-AMOUNT    TO  EXT-COMM.

           COMPUTE  EXT-TOTAL-COMP  =
                    EXT-SALARY  +  EXT-BONUS  +  EXT-COMM.
      /
      *****************************************************************
      *   S T A R T   T H E   H A S H   F R O M   T H E   E M P N O    *
      *****************************************************************
       P0210-HASH-EMPNO.

           MOVE  W-MASK-KEY  TO  W-HASH.

           PERFORM P0215-HASH-ONE-CHAR
               VARYING W-CHR-SUB FROM 1 BY 1
               UNTIL   W-CHR-SUB > 6.
      /
       P0215-HASH-ONE-CHAR.

      *    A CHARACTER OUTSIDE 0-9/A-Z (A BLANK) COUNTS AS ZERO
           MOVE  ZERO  TO  W-CHAR-VALUE.
           PERFORM P0216-MATCH-ONE-CHAR
               VARYING W-ALF-SUB FROM 1 BY 1
               UNTIL   W-ALF-SUB > 36
                  OR   W-CHAR-VALUE > ZERO.

           COMPUTE  W-HASH-WORK  =  W-HASH * 37  +  W-CHAR-VALUE.
           DIVIDE  W-HASH-WORK  BY  C-HASH-MODULUS
                   GIVING  W-HASH-QUOT  REMAINDER  W-HASH.
      /
       P0216-MATCH-ONE-CHAR.

           IF  C-HASH-ALPHABET(W-ALF-SUB:1)  =
               EXT-EMPNO(W-CHR-SUB:1)
               MOVE  W-ALF-SUB  TO  W-CHAR-VALUE
           END-IF.
      /
      *****************************************************************
      *   N E X T   H A S H   V A L U E                                *
      *****************************************************************
       P0220-NEXT-HASH.

           COMPUTE  W-HASH-WORK  =  W-HASH * C-HASH-MULT
                                 +  C-HASH-INCR.
           DIVIDE  W-HASH-WORK  BY  C-HASH-MODULUS
                   GIVING  W-HASH-QUOT  REMAINDER  W-HASH.
      /
      *****************************************************************
      *   M O V E   A N   A M O U N T   B Y   - 1 0   T O   + 1 0  %   *
      *****************************************************************
       P0230-PERTURB-AMOUNT.

      *    THE HASH IS ADVANCED EVEN FOR A ZERO AMOUNT SO THE SALARY,
      *    BONUS AND COMM PERCENTAGES NEVER SHIFT ONTO EACH OTHER
           PERFORM P0220-NEXT-HASH.
           DIVIDE  W-HASH  BY  21  GIVING  W-HASH-QUOT
                   REMAINDER  W-HASH-PICK.
           COMPUTE  W-PCT-ADJUST  =  W-HASH-PICK  -  10.

           COMPUTE  W-AMOUNT  ROUNDED  =
                    W-AMOUNT  *  (100  +  W-PCT-ADJUST)  /  100.
      /
      *****************************************************************
      *   L O A D   O N E   T E S T   E M P M A S T   R E C O R D      *
      *****************************************************************
       P0300-LOAD-EMPMAST-RECORD.

           INITIALIZE  EMPM-RECORD.
           MOVE  EXT-EMPNO        TO  EMPM-EMPNO.
           MOVE  EXT-FIRST-NAME   TO  EMPM-FIRST-NAME.
           MOVE  EXT-LAST-NAME    TO  EMPM-LAST-NAME.
           MOVE  EXT-WORK-DEPT    TO  EMPM-WORK-DEPT.
           MOVE  EXT-DEPT-NAME    TO  EMPM-DEPT-NAME.
           MOVE  EXT-SALARY       TO  EMPM-SALARY.
           MOVE  EXT-BONUS        TO  EMPM-BONUS.
           MOVE  EXT-COMM         TO  EMPM-COMM.
           MOVE  EXT-TOTAL-COMP   TO  EMPM-TOTAL-COMP.
           MOVE  EXT-EDLEVEL      TO  EMPM-EDLEVEL.
           MOVE  EXT-SEX          TO  EMPM-SEX.

           WRITE EMPM-RECORD.
           IF  WS-EMPM-STATUS  NOT =  '00'
               DISPLAY 'WRITE EMPMAST FAILED FOR ', EMPM-EMPNO
               DISPLAY 'FILE STATUS = ', WS-EMPM-STATUS
               MOVE  'P0300-LOAD-EMPMAST-RECORD'
                     TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           COMPUTE  A-EMPMAST-WRITTEN  =  A-EMPMAST-WRITTEN  +  1.
      /
      *****************************************************************
      *   V E R I F Y   T H E   P R O D U C T I O N   I N P U T        *
      *****************************************************************
       P0360-VERIFY-EXTRACT.

      *    A SHORT OR DAMAGED INPUT WOULD GIVE A MASKED COPY THAT
      *    VERIFIES CLEAN - SO THE INPUT IS HELD TO THE SAME CHECKS
      *    THE EXTI0010 READERS APPLY
           IF  NOT  EXT-HDR-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO HDR RECORD'
               DISPLAY 'THE FILE IS NOT A COMPLETE EXTO0010'
               DISPLAY 'GENERATION - THE MASKED COPY IS UNUSABLE'
               MOVE  'P0360-VERIFY-EXTRACT'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  NOT  EXT-TRL-SEEN
               DISPLAY 'EXTI0010 FAILED VERIFICATION - NO TRL RECORD'
               DISPLAY 'THE INPUT WAS CUT SHORT - THE MASKED COPY IS'
               DISPLAY 'UNUSABLE'
               MOVE  'P0360-VERIFY-EXTRACT'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  W-EXT-DETAIL-COUNT  NOT =  W-EXT-TRL-COUNT
               DISPLAY 'EXTI0010 FAILED VERIFICATION - RECORD COUNT'
               DISPLAY 'TRAILER COUNT = ', W-EXT-TRL-COUNT
               DISPLAY 'DETAILS READ  = ', W-EXT-DETAIL-COUNT
               MOVE  'P0360-VERIFY-EXTRACT'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           IF  W-EXT-HASH-SALARY  NOT =  W-EXT-TRL-HASH
               DISPLAY 'EXTI0010 FAILED VERIFICATION - SALARY HASH'
               DISPLAY 'TRAILER HASH  = ', W-EXT-TRL-HASH
               DISPLAY 'COMPUTED HASH = ', W-EXT-HASH-SALARY
               MOVE  'P0360-VERIFY-EXTRACT'  TO  W-ERR-PARAGRAPH
               PERFORM P9999-ABEND-PGM
           END-IF.

           DISPLAY 'EXTI0010 VERIFIED - CYCLE DATE ',
                   W-EXT-CYCLE-DATE.
      /
      *****************************************************************
      *   W R I T E   T H E   M A S K E D   T R A I L E R              *
      *****************************************************************
       P0400-WRITE-TRAILER.

      *    SAME COUNT, SALARY HASH OF THE MASKED SALARIES
           INITIALIZE  W-EXT-TRAILER.
           MOVE  'TRL'                TO  EXT-TRL-ID.
           MOVE  A-RECORDS-MASKED     TO  EXT-TRL-RECORD-COUNT.
           MOVE  W-MSK-HASH-SALARY    TO  EXT-TRL-HASH-SALARY.
           WRITE MSKO-RECORD  FROM  W-EXT-TRAILER.
      /
      *****************************************************************
      *   R E C O R D   T H E   T E S T   C Y C L E                    *
      *****************************************************************
       P0500-RECORD-TEST-CYCLE.

      *    THE GATED STEPS WAIT FOR A COMPLETED DB2CBLEX ON THE HDR
      *    CYCLE DATE - IN THE TEST REGION THE MASKED COPY STANDS IN
      *    FOR THAT RUN
           INITIALIZE  W-CYCQ-AREA.
           MOVE  'LOG'                TO  CYCQ-FUNCTION.
           MOVE  C-CYCLE-OWNER        TO  CYCQ-PROGRAM.
           MOVE  W-EXT-CYCLE-DATE     TO  CYCQ-CYCLE-DATE.
           MOVE  'COMPLETE'           TO  CYCQ-STATUS.
           MOVE  ZERO                 TO  CYCQ-STEP-RC.
           MOVE  'MASKED BY EMPMSK10'  TO  CYCQ-NOTE.

           CALL C-CYCLE-PGM USING W-CYCQ-AREA.

      *    THE CALL HANDS BACK CYCLCTL'S RETURN-CODE - THE MASKED
      *    COPY IS GOOD EITHER WAY, BUT A LOST EVENT LEAVES IT UNUSABLE
      *    BY THE GATED STEPS, SO THE STEP WARNS WITH RC=4
           IF  CYCQ-OK
               DISPLAY 'TEST CYCLE ', W-EXT-CYCLE-DATE,
                       ' RECORDED ON CYCL0010'
               MOVE  ZERO  TO  RETURN-CODE
           ELSE
               DISPLAY 'WARNING - TEST CYCLE NOT RECORDED ON CYCL0010'
               DISPLAY 'THE GATED STEPS WILL REFUSE THE MASKED COPY'
               MOVE  4     TO  RETURN-CODE
           END-IF.
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
      *          A B E N D  O N  A  B A D  F I L E                     *
      *****************************************************************
       P9999-ABEND-PGM.

           DISPLAY 'ABNORMAL TERMINATION AT ', W-ERR-PARAGRAPH.
           CALL C-ABEND-PGM USING C-ABEND-CODE, C-ABEND-TYPE.
           GOBACK.
