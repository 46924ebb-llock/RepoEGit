      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - COMMAREA CARRIED    2026-10-15      *
      *          BETWEEN EMPOIQ10 PSEUDO-CONVERSATIONAL                *
      *          TASKS - SCREEN STATE, SEARCH KEYS AND                 *
      *          THE START POSITION OF EVERY LIST PAGE                 *
      *                                                                *
      ******************************************************************

       01  INQC-COMMAREA.
           05  INQC-STATE                     PIC X(01).
               88  INQC-AT-SEARCH                       VALUE 'S'.
               88  INQC-AT-LIST                         VALUE 'L'.
               88  INQC-AT-DETAIL                       VALUE 'D'.
           05  INQC-DETAIL-FROM               PIC X(01).
               88  INQC-DETAIL-FROM-SEARCH              VALUE 'S'.
               88  INQC-DETAIL-FROM-LIST                VALUE 'L'.
           05  INQC-PAY-AUTH-SW               PIC X(01).
               88  INQC-PAY-AUTHORIZED                  VALUE 'Y'.
           05  INQC-DETAIL-EMPNO              PIC X(06).
           05  INQC-SEARCH-EMPNO              PIC X(06).
           05  INQC-SEARCH-LNAME              PIC X(15).
           05  INQC-SEARCH-DEPT               PIC X(03).
           05  INQC-PATH                      PIC X(01).
               88  INQC-BY-NAME                         VALUE 'N'.
               88  INQC-BY-DEPT                         VALUE 'D'.
           05  INQC-PARTIAL-LEN               PIC S9(4) COMP.
           05  INQC-PAGE-NBR                  PIC S9(4) COMP.
           05  INQC-MORE-SW                   PIC X(01).
               88  INQC-MORE-PAGES                      VALUE 'Y'.
           05  INQC-ROW-COUNT                 PIC S9(4) COMP.
           05  INQC-ROW-EMPNO                 PIC X(06)
                                              OCCURS 15 TIMES.
      *    WHERE EACH PAGE STARTS ON THE PATH - THE ALTERNATE KEY AND
      *    HOW MANY DUPLICATES OF IT TO READ PAST, SINCE A BROWSE CAN
      *    ONLY BE STARTED AT THE FIRST RECORD OF A DUPLICATE KEY
           05  INQC-PAGE-START                OCCURS 99 TIMES.
               10  INQC-PAGE-KEY              PIC X(15).
               10  INQC-PAGE-SKIP             PIC S9(4) COMP.
