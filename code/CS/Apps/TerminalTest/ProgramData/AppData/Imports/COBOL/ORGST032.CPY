      ******************************************************************
      *    ORGST032 - OPERATOR AUTHORIZATION AND DUAL CONTROL WS       *
      ******************************************************************
      * WORKING-STORAGE FIELDS SHARED BY EVERY PROGRAM THAT CHECKS AN  *
      * OPERATOR AGAINST THE AUTHORIZATION FILE (ORGST030) OR HOLDS A  *
      * CHANGE FOR SECOND-PERSON APPROVAL ON THE HELD CHANGE FILE      *
      * (ORGST031).  THE INCLUDING PROGRAM DECLARES THE FILES AS:      *
      *     SELECT OPTIONAL OPERATOR-AUTH-FILE                         *
      *     ASSIGN TO ST032-AUTH-FILE-PATH                             *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST030-AUTH-KEY                               *
      *     FILE STATUS IS ST032-AUTH-STATUS.                          *
      *     SELECT OPTIONAL HELD-CHANGE-FILE                           *
      *     ASSIGN TO ST032-CHANGE-FILE-PATH                           *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST031-CHANGE-ID                              *
      *     FILE STATUS IS ST032-CHANGE-STATUS.                        *
      * WITH ORGST030 AND ORGST031 COPIED INTO THE FDS, RESOLVES BOTH  *
      * PATHS FROM THE OPERATOR-AUTH-PATH AND HELD-CHANGE-PATH DCCM    *
      * CONFIG VALUES (DEFAULTS BELOW), MOVES THE SIGNED-ON USER TO    *
      * ST032-OPERATOR-ID, AND USES THE ORGPX008 PARAGRAPHS.           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST032-AUTH-WORK-FIELDS.
           05  ST032-AUTH-PATH-LIT       PIC X(30)
                                          VALUE 'OPERATOR-AUTH-PATH'.
           05  ST032-AUTH-PATH-DFLT      PIC X(81)
                                          VALUE 'C:\OPERAUTH.DAT'.
           05  ST032-AUTH-FILE-PATH      PIC X(81) VALUE SPACES.
           05  ST032-AUTH-STATUS         PIC X(02) VALUE SPACES.
           05  ST032-CHANGE-PATH-LIT     PIC X(30)
                                          VALUE 'HELD-CHANGE-PATH'.
           05  ST032-CHANGE-PATH-DFLT    PIC X(81)
                                          VALUE 'C:\HELDCHG.DAT'.
           05  ST032-CHANGE-FILE-PATH    PIC X(81) VALUE SPACES.
           05  ST032-CHANGE-STATUS       PIC X(02) VALUE SPACES.
      *    THE OPERATOR BEING CHECKED, AND WHAT U4000 FOUND THEY MAY
      *    DO.  EVERY ROLE IS OFF UNTIL THE FILE SAYS OTHERWISE.
           05  ST032-OPERATOR-ID         PIC X(08) VALUE SPACES.
           05  ST032-INQUIRY-SWITCH      PIC X(01) VALUE 'N'.
               88  ST032-MAY-INQUIRE         VALUE 'Y'.
           05  ST032-SCHEDULE-SWITCH     PIC X(01) VALUE 'N'.
               88  ST032-MAY-SCHEDULE        VALUE 'Y'.
           05  ST032-CONFIG-SWITCH       PIC X(01) VALUE 'N'.
               88  ST032-MAY-CONFIG          VALUE 'Y'.
           05  ST032-APPROVER-SWITCH     PIC X(01) VALUE 'N'.
               88  ST032-MAY-APPROVE         VALUE 'Y'.
      *    THE DIRECTORY BEING CHECKED BY U4100, AND THE PROTECTED
      *    ROOT IT FELL UNDER WHEN ST032-PATH-PROTECTED.
           05  ST032-CHECK-PATH          PIC X(80) VALUE SPACES.
           05  ST032-ROOT-HIT            PIC X(80) VALUE SPACES.
           05  ST032-ROOT-SWITCH         PIC X(01) VALUE 'N'.
               88  ST032-PATH-PROTECTED      VALUE 'Y'.
           05  ST032-AUTH-EOF            PIC X(01) VALUE 'N'.
               88  ST032-AUTH-FILE-EOF       VALUE 'Y'.
           05  ST032-BEST-LENGTH         PIC 9(03) VALUE ZEROES.
           05  ST032-ROOT-LENGTH         PIC 9(03) VALUE ZEROES.
           05  ST032-ROOT-POS            PIC 9(03) VALUE ZEROES.
           05  ST032-NEXT-CHAR           PIC X(01) VALUE SPACE.
      *    U4100 COMPARES PATH AND ROOT IN UPPER CASE - THE FILE
      *    SYSTEM DOES NOT CARE, SO NEITHER DOES THE CHECK.
           05  ST032-CHECK-UPPER         PIC X(80) VALUE SPACES.
           05  ST032-ROOT-UPPER          PIC X(80) VALUE SPACES.
           05  ST032-DOTDOT-COUNT        PIC 9(03) VALUE ZEROES.
      *    HELD CHANGE FILE HANDLING.  ST032-CHANGE-ID-ARG NAMES THE
      *    CHANGE FOR U4210; U4230 RETURNS THE ID IT ISSUED IN
      *    ST032-NEW-CHANGE-ID.
           05  ST032-CHANGE-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  ST032-CHANGES-OPEN        VALUE 'Y'.
           05  ST032-CHANGE-SWITCH       PIC X(01) VALUE 'N'.
               88  ST032-CHANGE-OK           VALUE 'Y'.
           05  ST032-CHANGE-ID-ARG       PIC 9(06) VALUE ZEROES.
           05  ST032-NEW-CHANGE-ID       PIC 9(06) VALUE ZEROES.
           05  ST032-CHANGE-HOLD         PIC X(400) VALUE SPACES.
      *    THE ANSWER FROM U4240 - MAY ST032-OPERATOR-ID APPROVE THE
      *    CHANGE NOW IN THE FD, IN THE PROGRAM NOW RUNNING?
           05  ST032-APPROVAL-CHECK      PIC X(01) VALUE SPACE.
               88  ST032-APPROVAL-ALLOWED    VALUE 'Y'.
               88  ST032-APPROVAL-NO-ROLE    VALUE 'R'.
               88  ST032-APPROVAL-NOT-OPEN   VALUE 'P'.
               88  ST032-APPROVAL-WRONG-OWNER
                                             VALUE 'W'.
               88  ST032-APPROVAL-SELF       VALUE 'S'.
           05  ST032-STATE-TEXT          PIC X(08) VALUE SPACES.
