       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT127.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT127 - OPERATOR AUTHORIZATION MAINTENANCE                  *
      ******************************************************************
      * MAINTAINS THE KEYED OPERATOR AUTHORIZATION FILE (ORGST030)     *
      * THAT ORGUT107, ORGUT113, ORGUT114 AND ORGUT126 CHECK EVERY     *
      * OPERATOR AGAINST, AND LETS AN APPROVER SEE AND REJECT THE      *
      * CHANGES HELD FOR SECOND-PERSON APPROVAL ON THE HELD CHANGE     *
      * FILE (ORGST031).  SAME COMMAND STYLE AS ORGUT113 AND ORGUT126  *
      * - ONE COMMAND FROM THE COMMAND LINE, OR AN INTERACTIVE         *
      * SESSION:                                                       *
      *   LIST                      - DISPLAY EVERY OPERATOR AND       *
      *                               PROTECTED ROOT                   *
      *   HELD [ALL]                - DISPLAY THE OPEN HELD CHANGES    *
      *                               (ALL OF THEM WITH ALL)           *
      *   GRANT <OPERATOR> <ROLES> [<NAME>]                            *
      *                             - ADD OR REPLACE AN OPERATOR'S     *
      *                               ROLES - ANY OF I(NQUIRY),        *
      *                               S(CHEDULE), C(ONFIG), A(PPROVER) *
      *   REVOKE <OPERATOR>         - REMOVE AN OPERATOR               *
      *   PROTECT <ROOT>            - ADD A PROTECTED ROOT             *
      *   UNPROTECT <ROOT>          - REMOVE A PROTECTED ROOT          *
      *   REJECT <ID>               - REJECT AN OPEN HELD CHANGE (THE  *
      *                               REQUESTER MAY WITHDRAW THEIR OWN)*
      * LIST AND HELD NEED ANY ROLE.  EVERYTHING ELSE NEEDS THE        *
      * APPROVER ROLE, AND NOBODY MAY GRANT OR REVOKE THEIR OWN        *
      * ENTRY.  WHILE THE FILE HOLDS NO OPERATOR AT ALL, A GRANT IS    *
      * ACCEPTED FROM ANYONE SO THE FIRST APPROVER CAN BE SET UP.      *
      * EVERY REFUSAL AND EVERY CHANGE IS LOGGED.                      *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 10-15-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUTH-FILE
           ASSIGN TO ST032-AUTH-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST030-AUTH-KEY
           FILE STATUS IS ST032-AUTH-STATUS.

           SELECT OPTIONAL HELD-CHANGE-FILE
           ASSIGN TO ST032-CHANGE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST031-CHANGE-ID
           FILE STATUS IS ST032-CHANGE-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD OPERATOR-AUTH-FILE.
               COPY 'ORGST030.CPY'.

        FD HELD-CHANGE-FILE.
               COPY 'ORGST031.CPY'.


       EJECT
      ******************************************************************
       WORKING-STORAGE SECTION.
      *************************************************************WSX**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD CONTROL BLOCK                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST001.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD LOG SUBPROGRAM LINKAGE                *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST004.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD LOG MESSAGES                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST005.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DATE MODULE WS FIELDS                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST006.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DATE MODULE LINKAGE                   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST007.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DCCM INTERFACE WS FIELDS              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST008.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DCCM INTERFACE LINKAGE FIELDS         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST009.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD OPERATOR AUTHORIZATION WS FIELDS      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST032.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT127              PIC X(08) VALUE 'ORGUT127'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-CMDLINE-MODE          PIC X(01) VALUE 'N'.
               88  CMDLINE-MODE              VALUE 'Y'.
           05  WSC-SESSION-DONE          PIC X(01) VALUE 'N'.
               88  SESSION-DONE              VALUE 'Y'.
           05  WSC-COMMAND               PIC X(09) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-HELD              VALUE 'HELD'.
               88  WSC-CMD-GRANT             VALUE 'GRANT'.
               88  WSC-CMD-REVOKE            VALUE 'REVOKE'.
               88  WSC-CMD-PROTECT           VALUE 'PROTECT'.
               88  WSC-CMD-UNPROTECT         VALUE 'UNPROTECT'.
               88  WSC-CMD-REJECT            VALUE 'REJECT'.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-ARG-TEXT              PIC X(120) VALUE SPACES.
           05  WSC-ARG-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-ARG-OPERATOR          PIC X(08) VALUE SPACES.
           05  WSC-ARG-ROLES             PIC X(04) VALUE SPACES.
           05  WSC-ARG-NAME              PIC X(40) VALUE SPACES.
           05  WSC-ARG-ROOT              PIC X(80) VALUE SPACES.
           05  WSC-ARG-WORD              PIC X(04) VALUE SPACES.
               88  WSC-ARG-ALL               VALUE 'ALL'.
           05  WSC-ARG-ID                PIC 9(06) VALUE ZEROES.
           05  WSC-ROLE-IDX              PIC 9(02) VALUE ZEROES.
           05  WSC-ROLE-LETTER           PIC X(01) VALUE SPACE.
           05  WSC-NEW-INQUIRY           PIC X(01) VALUE 'N'.
           05  WSC-NEW-SCHEDULE          PIC X(01) VALUE 'N'.
           05  WSC-NEW-CONFIG            PIC X(01) VALUE 'N'.
           05  WSC-NEW-APPROVER          PIC X(01) VALUE 'N'.
           05  WSC-AUTH-FILE-OPEN        PIC X(01) VALUE 'N'.
               88  AUTH-FILE-OPEN            VALUE 'Y'.
           05  WSC-LIST-EOF              PIC X(01) VALUE 'N'.
               88  LIST-EOF                  VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-RECORD-EXISTS         PIC X(01) VALUE 'N'.
               88  RECORD-EXISTS             VALUE 'Y'.
           05  WSC-OPERATORS-EXIST       PIC X(01) VALUE 'N'.
               88  OPERATORS-EXIST           VALUE 'Y'.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 128000-128999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 128000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 128999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 128010.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-128000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN OPERATOR AUTHORIZATION FILE        '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR AUTHORIZATION FILE UPDATE FAILED         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'REFUSED - OPERATORS MAY NOT CHANGE THEIR OWN ROLES'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR ROLES GRANTED                            '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR ROLES REVOKED                            '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128007.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PROTECTED ROOT ADDED                              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128008.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PROTECTED ROOT REMOVED                            '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE FILE COULD NOT BE OPENED OR UPDATED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-128010.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE REJECTED                              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 11.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT127.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           PERFORM 40000-MAIN-PROCESSING THRU 40000-EXIT
                   UNTIL SESSION-DONE.
           PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT.
           GOBACK.


       EJECT
      ******************************************************************
      * 10000  PARAGRAPHS IN THIS LEVEL PERFORM THE INITIALIZATION     *
      *        FUNCTIONS FOR THIS PROGRAM.                             *
      *************************************************************PX1**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT127              TO SCB-PROGRAM-NAME.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 30000-OPEN-AUTH-FILE THRU 30000-EXIT.
           IF NOT SESSION-DONE
               PERFORM 20000-GET-COMMAND THRU 20000-EXIT
           END-IF.
       10000-EXIT.
           EXIT.

      *    SHORT MAINTENANCE SESSION, SO THE STANDARD DCCM SUBPROGRAM
      *    IS CALLED DIRECTLY THE SAME WAY ORGUT107 AND ORGUT113 DO.
       10060-GET-CONFIG-VALUES.
           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT127              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT127              TO ST009-PROGRAM-NAME.
           MOVE ST032-CHANGE-PATH-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-CHANGE-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR WHOSE ROLES ARE CHECKED
      *    AND WHO IS RECORDED AS HAVING MADE EVERY CHANGE.  A SESSION
      *    WITH NO SIGNED-ON USER KEEPS A BLANK OPERATOR, WHO HOLDS NO
      *    ROLES AND IS REFUSED EVERY CHANGE.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           MOVE WSC-OPERATOR-ID           TO ST032-OPERATOR-ID.
       10080-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL OBTAIN AND PARSE THE NEXT      *
      *        COMMAND FROM THE COMMAND LINE (ONE-SHOT) OR THE         *
      *        CONSOLE (INTERACTIVE SESSION).                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-GET-COMMAND.
           IF CMDLINE-MODE
      *        THE ONE-SHOT COMMAND-LINE REQUEST HAS ALREADY RUN.
               MOVE STC-Y                 TO WSC-SESSION-DONE
               GO TO 20000-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-CMDLINE-TEXT.
           ACCEPT WSC-CMDLINE-TEXT FROM COMMAND-LINE.
           IF WSC-CMDLINE-TEXT NOT = SPACES
               MOVE STC-Y                 TO WSC-CMDLINE-MODE
           ELSE
               DISPLAY 'ENTER COMMAND - LIST / HELD [ALL] / GRANT '
                       '<OPER> <ROLES> [<NAME>] / REVOKE <OPER> / '
                       'PROTECT <ROOT> / UNPROTECT <ROOT> / '
                       'REJECT <ID> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
                   GO TO 20000-EXIT
               END-IF
           END-IF.

      *    THE COMMAND IS THE FIRST WORD; THE ARGUMENTS ARE THE REST
      *    OF THE LINE.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-ARG-TEXT.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
           IF WSC-CMD-POINTER <= 120
               MOVE WSC-CMDLINE-TEXT (WSC-CMD-POINTER:)
                                          TO WSC-ARG-TEXT
           END-IF.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE AUTHORIZATION FILE    *
      *        FOR UPDATE.                                             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-AUTH-FILE.
      *    AN AUTHORIZATION FILE THAT DOES NOT EXIST YET IS CREATED
      *    EMPTY SO THE FIRST GRANT HAS SOMEWHERE TO GO.  A HARD OPEN
      *    ERROR ENDS THE SESSION.
           OPEN I-O OPERATOR-AUTH-FILE.
           IF ST032-AUTH-STATUS = '35'
               OPEN OUTPUT OPERATOR-AUTH-FILE
               CLOSE OPERATOR-AUTH-FILE
               OPEN I-O OPERATOR-AUTH-FILE
           END-IF.
           IF ST032-AUTH-STATUS NOT = '00'
              AND ST032-AUTH-STATUS NOT = '05'
               MOVE 128001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE STC-Y                 TO WSC-SESSION-DONE
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-AUTH-FILE-OPEN.
       30000-EXIT.
           EXIT.

       31000-CHECK-ROLES.
      *    THE ORGPX008 CHECK OPENS THE FILE FOR ITSELF, SO THIS
      *    SESSION'S OWN OPEN IS SET ASIDE FOR IT.  ROLES ARE READ
      *    AGAIN FOR EVERY COMMAND, SO A GRANT OR REVOKE TAKES EFFECT
      *    AT ONCE.
           IF AUTH-FILE-OPEN
               CLOSE OPERATOR-AUTH-FILE
               MOVE STC-N                 TO WSC-AUTH-FILE-OPEN
           END-IF.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
           PERFORM 30000-OPEN-AUTH-FILE THRU 30000-EXIT.
       31000-EXIT.
           EXIT.

       32000-REFUSE.
      *    EVERY REFUSAL IS LOGGED, NAMING THE OPERATOR ON THE CONSOLE.
           DISPLAY 'REFUSED: OPERATOR ' WSC-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO ' WSC-COMMAND.
           MOVE 128003                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       32000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL DISPATCH ONE PARSED COMMAND    *
      *        TO ITS HANDLER.                                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
           PERFORM 31000-CHECK-ROLES THRU 31000-EXIT.
           IF SESSION-DONE
               GO TO 40000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WSC-CMD-LIST
                   PERFORM 41000-LIST-AUTHORIZATIONS THRU 41000-EXIT
               WHEN WSC-CMD-HELD
                   PERFORM 47000-LIST-HELD-CHANGES THRU 47000-EXIT
               WHEN WSC-CMD-GRANT
                   PERFORM 42000-GRANT-OPERATOR THRU 42000-EXIT
               WHEN WSC-CMD-REVOKE
                   PERFORM 43000-REVOKE-OPERATOR THRU 43000-EXIT
               WHEN WSC-CMD-PROTECT
                   PERFORM 44000-PROTECT-ROOT THRU 44000-EXIT
               WHEN WSC-CMD-UNPROTECT
                   PERFORM 45000-UNPROTECT-ROOT THRU 45000-EXIT
               WHEN WSC-CMD-REJECT
                   PERFORM 48000-REJECT-CHANGE THRU 48000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.

           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
       40000-EXIT.
           EXIT.

       41000-LIST-AUTHORIZATIONS.
           IF NOT ST032-MAY-INQUIRE
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 41000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE LOW-VALUES                TO ST030-AUTH-KEY.
           START OPERATOR-AUTH-FILE
               KEY IS NOT LESS THAN ST030-AUTH-KEY
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.

           PERFORM 41100-LIST-NEXT-ENTRY THRU 41100-EXIT
                   UNTIL LIST-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'NO OPERATORS OR PROTECTED ROOTS ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'ENTRIES LISTED: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-ENTRY.
           READ OPERATOR-AUTH-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   ADD 1                  TO WSC-LIST-COUNT
                   PERFORM 41200-DISPLAY-ENTRY THRU 41200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST032-AUTH-STATUS NOT = '00'
              AND ST032-AUTH-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 128001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       41100-EXIT.
           EXIT.

       41200-DISPLAY-ENTRY.
      *    SHOWS THE ENTRY CURRENTLY IN THE FD.
           DISPLAY ' '.
           IF ST030-TYPE-OPERATOR
               DISPLAY 'OPERATOR ' ST030-ENTRY-VALUE (1:8)
                       '  INQUIRY=' ST030-ROLE-INQUIRY
                       ' SCHEDULE=' ST030-ROLE-SCHEDULE
                       ' CONFIG=' ST030-ROLE-CONFIG
                       ' APPROVER=' ST030-ROLE-APPROVER
               IF ST030-DESCRIPTION NOT = SPACES
                   DISPLAY '  NAME: ' ST030-DESCRIPTION
               END-IF
           ELSE
               DISPLAY 'PROTECTED ROOT ' ST030-ENTRY-VALUE
           END-IF.
           DISPLAY '  SET BY: ' ST030-CHANGED-BY
                   ' ' ST030-CHANGED-DATE
                   ' ' ST030-CHANGED-TIME.
       41200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 42000  PARAGRAPHS IN THIS LEVEL GRANT AND REVOKE OPERATOR      *
      *        ROLES.                                                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       42000-GRANT-OPERATOR.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'OPERATOR, ROLES (ANY OF I S C A) AND NAME:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           MOVE SPACES                    TO WSC-ARG-OPERATOR
                                             WSC-ARG-ROLES
                                             WSC-ARG-NAME.
           MOVE 1                         TO WSC-ARG-POINTER.
           UNSTRING WSC-ARG-TEXT DELIMITED BY ALL SPACE
               INTO WSC-ARG-OPERATOR WSC-ARG-ROLES
               WITH POINTER WSC-ARG-POINTER
           END-UNSTRING.
           IF WSC-ARG-POINTER <= 120
               MOVE WSC-ARG-TEXT (WSC-ARG-POINTER:)
                                          TO WSC-ARG-NAME
           END-IF.

      *    UNTIL SOMEONE IS ON FILE NOBODY COULD HOLD THE APPROVER
      *    ROLE, SO THE VERY FIRST GRANT IS TAKEN FROM ANYONE.  THE
      *    RULE AGAINST GRANTING ONESELF STILL STANDS, SO EVEN THE
      *    FIRST APPROVER IS SET UP BY SOMEONE ELSE.
           PERFORM 46000-CHECK-OPERATORS-EXIST THRU 46000-EXIT.
           IF NOT ST032-MAY-APPROVE
              AND OPERATORS-EXIST
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 42000-EXIT
           END-IF.
           IF NOT OPERATORS-EXIST
               DISPLAY 'NO OPERATORS ON FILE YET - FIRST GRANT '
                       'ACCEPTED FROM ' WSC-OPERATOR-ID
           END-IF.

           IF WSC-ARG-OPERATOR = SPACES
               DISPLAY 'GRANT REJECTED: NAME THE OPERATOR'
               GO TO 42000-EXIT
           END-IF.
           IF WSC-ARG-OPERATOR = WSC-OPERATOR-ID
               DISPLAY 'GRANT REJECTED: YOUR OWN ROLES MUST BE SET '
                       'BY ANOTHER APPROVER'
               MOVE 128004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42000-EXIT
           END-IF.

           PERFORM 42100-PARSE-ROLES THRU 42100-EXIT.
           IF NOT RECORD-OK
               GO TO 42000-EXIT
           END-IF.

           MOVE 'O'                       TO ST030-ENTRY-TYPE.
           MOVE WSC-ARG-OPERATOR          TO ST030-ENTRY-VALUE.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF RECORD-EXISTS
               DISPLAY 'CURRENT:'
               PERFORM 41200-DISPLAY-ENTRY THRU 41200-EXIT
           ELSE
               MOVE SPACES                TO ST030-AUTH-DATA
               MOVE 'O'                   TO ST030-ENTRY-TYPE
               MOVE WSC-ARG-OPERATOR      TO ST030-ENTRY-VALUE
           END-IF.

           MOVE WSC-NEW-INQUIRY           TO ST030-ROLE-INQUIRY.
           MOVE WSC-NEW-SCHEDULE          TO ST030-ROLE-SCHEDULE.
           MOVE WSC-NEW-CONFIG            TO ST030-ROLE-CONFIG.
           MOVE WSC-NEW-APPROVER          TO ST030-ROLE-APPROVER.
           IF WSC-ARG-NAME NOT = SPACES
               MOVE WSC-ARG-NAME          TO ST030-DESCRIPTION
           END-IF.
           PERFORM 46200-STAMP-ENTRY THRU 46200-EXIT.
           PERFORM 46300-STORE-ENTRY THRU 46300-EXIT.
           IF NOT RECORD-OK
               GO TO 42000-EXIT
           END-IF.

           MOVE 128005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'NOW:'.
           PERFORM 41200-DISPLAY-ENTRY THRU 41200-EXIT.
       42000-EXIT.
           EXIT.

       42100-PARSE-ROLES.
      *    EACH LETTER TURNS ONE ROLE ON; A ROLE NOT NAMED IS OFF.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE STC-N                     TO WSC-NEW-INQUIRY
                                             WSC-NEW-SCHEDULE
                                             WSC-NEW-CONFIG
                                             WSC-NEW-APPROVER.
           IF WSC-ARG-ROLES = SPACES
               DISPLAY 'GRANT REJECTED: NAME AT LEAST ONE ROLE - '
                       'I, S, C OR A'
               MOVE STC-N                 TO WSC-RECORD-OK
               GO TO 42100-EXIT
           END-IF.
           PERFORM VARYING WSC-ROLE-IDX FROM 1 BY 1
                   UNTIL WSC-ROLE-IDX > 4
               MOVE WSC-ARG-ROLES (WSC-ROLE-IDX:1)
                                          TO WSC-ROLE-LETTER
               EVALUATE WSC-ROLE-LETTER
                   WHEN 'I'
                       MOVE STC-Y         TO WSC-NEW-INQUIRY
                   WHEN 'S'
                       MOVE STC-Y         TO WSC-NEW-SCHEDULE
                   WHEN 'C'
                       MOVE STC-Y         TO WSC-NEW-CONFIG
                   WHEN 'A'
                       MOVE STC-Y         TO WSC-NEW-APPROVER
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE STC-N         TO WSC-RECORD-OK
               END-EVALUATE
           END-PERFORM.
           IF NOT RECORD-OK
               DISPLAY 'GRANT REJECTED: ROLES ARE I(NQUIRY), '
                       'S(CHEDULE), C(ONFIG), A(PPROVER) - NOT '
                       WSC-ARG-ROLES
           END-IF.
       42100-EXIT.
           EXIT.

       43000-REVOKE-OPERATOR.
           IF NOT ST032-MAY-APPROVE
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 43000-EXIT
           END-IF.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'OPERATOR TO REVOKE:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           MOVE SPACES                    TO WSC-ARG-OPERATOR.
           UNSTRING WSC-ARG-TEXT DELIMITED BY ALL SPACE
               INTO WSC-ARG-OPERATOR
           END-UNSTRING.
           IF WSC-ARG-OPERATOR = WSC-OPERATOR-ID
               DISPLAY 'REVOKE REJECTED: YOUR OWN ROLES MUST BE SET '
                       'BY ANOTHER APPROVER'
               MOVE 128004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           MOVE 'O'                       TO ST030-ENTRY-TYPE.
           MOVE WSC-ARG-OPERATOR          TO ST030-ENTRY-VALUE.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF NOT RECORD-EXISTS
               DISPLAY 'NO SUCH OPERATOR: ' WSC-ARG-OPERATOR
               GO TO 43000-EXIT
           END-IF.
           PERFORM 41200-DISPLAY-ENTRY THRU 41200-EXIT.
           DISPLAY 'REVOKE EVERY ROLE OF THIS OPERATOR? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'REVOKE NOT CONFIRMED - OPERATOR KEPT'
               GO TO 43000-EXIT
           END-IF.

           PERFORM 46400-REMOVE-ENTRY THRU 46400-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.
           MOVE 128006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'OPERATOR ' WSC-ARG-OPERATOR ' REVOKED BY '
                   WSC-OPERATOR-ID.
       43000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 44000  PARAGRAPHS IN THIS LEVEL ADD AND REMOVE PROTECTED       *
      *        ROOTS, AND KEEP THE AUTHORIZATION FILE.                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       44000-PROTECT-ROOT.
           IF NOT ST032-MAY-APPROVE
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 44000-EXIT
           END-IF.
           PERFORM 44100-READ-ARG-ROOT THRU 44100-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.

           MOVE 'R'                       TO ST030-ENTRY-TYPE.
           MOVE WSC-ARG-ROOT              TO ST030-ENTRY-VALUE.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF RECORD-EXISTS
               DISPLAY 'ALREADY PROTECTED: ' WSC-ARG-ROOT
               GO TO 44000-EXIT
           END-IF.

           MOVE SPACES                    TO ST030-AUTH-DATA.
           MOVE 'R'                       TO ST030-ENTRY-TYPE.
           MOVE WSC-ARG-ROOT              TO ST030-ENTRY-VALUE.
           PERFORM 46200-STAMP-ENTRY THRU 46200-EXIT.
           PERFORM 46300-STORE-ENTRY THRU 46300-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.
           MOVE 128007                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'PROTECTED ROOT ADDED: ' WSC-ARG-ROOT.
       44000-EXIT.
           EXIT.

       44100-READ-ARG-ROOT.
      *    THE ROOT IS THE WHOLE OF THE REST OF THE LINE.  A TRAILING
      *    BACKSLASH IS DROPPED SO 'C:\DATA\' AND 'C:\DATA' ARE THE
      *    SAME ENTRY - THE BOUNDARY RULE TREATS THEM ALIKE ANYWAY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'PROTECTED ROOT:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           MOVE WSC-ARG-TEXT              TO WSC-ARG-ROOT.
           IF WSC-ARG-ROOT = SPACES
               DISPLAY 'NAME THE ROOT DIRECTORY'
               MOVE STC-N                 TO WSC-RECORD-OK
               GO TO 44100-EXIT
           END-IF.
           MOVE ZEROES                    TO ST032-ROOT-LENGTH.
           PERFORM VARYING ST032-ROOT-POS FROM 80 BY -1
                   UNTIL ST032-ROOT-POS < 1
                      OR ST032-ROOT-LENGTH > ZEROES
               IF WSC-ARG-ROOT (ST032-ROOT-POS:1) NOT = SPACE
                   MOVE ST032-ROOT-POS    TO ST032-ROOT-LENGTH
               END-IF
           END-PERFORM.
           IF ST032-ROOT-LENGTH > 3
              AND WSC-ARG-ROOT (ST032-ROOT-LENGTH:1) = '\'
               MOVE SPACE                 TO WSC-ARG-ROOT
                                             (ST032-ROOT-LENGTH:1)
           END-IF.
       44100-EXIT.
           EXIT.

       45000-UNPROTECT-ROOT.
           IF NOT ST032-MAY-APPROVE
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 45000-EXIT
           END-IF.
           PERFORM 44100-READ-ARG-ROOT THRU 44100-EXIT.
           IF NOT RECORD-OK
               GO TO 45000-EXIT
           END-IF.

           MOVE 'R'                       TO ST030-ENTRY-TYPE.
           MOVE WSC-ARG-ROOT              TO ST030-ENTRY-VALUE.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF NOT RECORD-EXISTS
               DISPLAY 'NOT A PROTECTED ROOT: ' WSC-ARG-ROOT
               GO TO 45000-EXIT
           END-IF.
           PERFORM 41200-DISPLAY-ENTRY THRU 41200-EXIT.
           DISPLAY 'REMOVE THIS PROTECTED ROOT? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'REMOVE NOT CONFIRMED - ROOT STILL PROTECTED'
               GO TO 45000-EXIT
           END-IF.

           PERFORM 46400-REMOVE-ENTRY THRU 46400-EXIT.
           IF NOT RECORD-OK
               GO TO 45000-EXIT
           END-IF.
           MOVE 128008                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'PROTECTED ROOT REMOVED: ' WSC-ARG-ROOT.
       45000-EXIT.
           EXIT.

       46000-CHECK-OPERATORS-EXIST.
      *    IS THERE ANY 'O' ENTRY ON FILE?  THEY SORT AHEAD OF THE
      *    'R' ENTRIES, SO THE FIRST KEY AT OR AFTER 'O' SAYS.
           MOVE STC-N                     TO WSC-OPERATORS-EXIST.
           MOVE 'O'                       TO ST030-ENTRY-TYPE.
           MOVE SPACES                    TO ST030-ENTRY-VALUE.
           START OPERATOR-AUTH-FILE
               KEY IS NOT LESS THAN ST030-AUTH-KEY
               INVALID KEY
                   GO TO 46000-EXIT
           END-START.
           READ OPERATOR-AUTH-FILE NEXT RECORD
               AT END
                   GO TO 46000-EXIT
           END-READ.
           IF ST032-AUTH-STATUS NOT = '00'
              OR ST030-TYPE-OPERATOR
               MOVE STC-Y                 TO WSC-OPERATORS-EXIST
           END-IF.
       46000-EXIT.
           EXIT.

       46100-READ-ENTRY.
      *    THE KEY IS ALREADY IN THE FD.
           MOVE STC-N                     TO WSC-RECORD-EXISTS.
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ST032-AUTH-STATUS = '00'
               MOVE STC-Y                 TO WSC-RECORD-EXISTS
           END-IF.
       46100-EXIT.
           EXIT.

       46200-STAMP-ENTRY.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-OPERATOR-ID           TO ST030-CHANGED-BY.
           MOVE WSC-DATE-HOLD             TO ST030-CHANGED-DATE.
           MOVE WSC-TIME-HOLD             TO ST030-CHANGED-TIME.
       46200-EXIT.
           EXIT.

       46300-STORE-ENTRY.
      *    REWRITE AN ENTRY READ BY 46100, OR WRITE A NEW ONE.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF RECORD-EXISTS
               REWRITE ST030-AUTH-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ST030-AUTH-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF ST032-AUTH-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 128002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       46300-EXIT.
           EXIT.

       46400-REMOVE-ENTRY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           DELETE OPERATOR-AUTH-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF ST032-AUTH-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 128002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       46400-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 47000  PARAGRAPHS IN THIS LEVEL LIST AND REJECT THE CHANGES    *
      *        HELD FOR SECOND-PERSON APPROVAL.  APPROVING ONE IS DONE *
      *        IN THE PROGRAM THAT OWNS IT, WHICH KNOWS HOW TO APPLY   *
      *        IT.                                                     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       47000-LIST-HELD-CHANGES.
           IF NOT ST032-MAY-INQUIRE
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 47000-EXIT
           END-IF.
           MOVE SPACES                    TO WSC-ARG-WORD.
           UNSTRING WSC-ARG-TEXT DELIMITED BY ALL SPACE
               INTO WSC-ARG-WORD
           END-UNSTRING.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 128009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 47000-EXIT
           END-IF.

      *    KEY ZEROES IS THE LAST-ID RECORD, SO THE LIST STARTS AT 1.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE 1                         TO ST031-CHANGE-ID.
           START HELD-CHANGE-FILE
               KEY IS NOT LESS THAN ST031-CHANGE-ID
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.
           PERFORM 47100-LIST-NEXT-CHANGE THRU 47100-EXIT
                   UNTIL LIST-EOF.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'NO HELD CHANGES TO LIST'
           ELSE
               DISPLAY ' '
               DISPLAY 'HELD CHANGES LISTED: ' WSC-LIST-COUNT
           END-IF.
       47000-EXIT.
           EXIT.

       47100-LIST-NEXT-CHANGE.
           READ HELD-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   IF ST031-STATE-OPEN
                      OR WSC-ARG-ALL
                       ADD 1              TO WSC-LIST-COUNT
                       PERFORM U4250-DISPLAY-CHANGE THRU U4250-EXIT
                   END-IF
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST032-CHANGE-STATUS NOT = '00'
              AND ST032-CHANGE-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 128009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       47100-EXIT.
           EXIT.

       48000-REJECT-CHANGE.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'HELD CHANGE ID:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           MOVE ZEROES                    TO WSC-ARG-ID.
           IF WSC-ARG-TEXT (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-ARG-TEXT)
                                          TO WSC-ARG-ID
           END-IF.
           IF WSC-ARG-ID = ZEROES
               DISPLAY 'NOT A HELD CHANGE ID: ' WSC-ARG-TEXT
               GO TO 48000-EXIT
           END-IF.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 128009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 48000-EXIT
           END-IF.
           MOVE WSC-ARG-ID                TO ST032-CHANGE-ID-ARG.
           PERFORM U4210-READ-CHANGE THRU U4210-EXIT.
           IF NOT ST032-CHANGE-OK
               DISPLAY 'NO SUCH HELD CHANGE: ' WSC-ARG-ID
               GO TO 48000-CLOSE
           END-IF.

      *    AN APPROVER MAY REJECT ANY OPEN CHANGE; THE OPERATOR WHO
      *    ASKED FOR IT MAY WITHDRAW IT.
           IF NOT ST032-MAY-APPROVE
              AND ST031-REQUESTED-BY NOT = WSC-OPERATOR-ID
               PERFORM 32000-REFUSE THRU 32000-EXIT
               GO TO 48000-CLOSE
           END-IF.
           PERFORM U4250-DISPLAY-CHANGE THRU U4250-EXIT.
           IF NOT ST031-STATE-OPEN
               DISPLAY 'REJECT REFUSED: CHANGE IS ALREADY CLOSED'
               GO TO 48000-CLOSE
           END-IF.
           DISPLAY 'REJECT THIS CHANGE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'REJECT NOT CONFIRMED - CHANGE STILL HELD'
               GO TO 48000-CLOSE
           END-IF.

           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE 'R'                       TO ST031-CHANGE-STATE.
           MOVE WSC-OPERATOR-ID           TO ST031-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST031-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST031-CLOSED-TIME.
           PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 128009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 48000-CLOSE
           END-IF.
           MOVE 128010                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'HELD CHANGE ' ST031-CHANGE-ID ' REJECTED'.
       48000-CLOSE.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       48000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF AUTH-FILE-OPEN
               CLOSE OPERATOR-AUTH-FILE
           END-IF.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       90000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * U0000  PARAGRAPHS IN THIS LEVEL PERFORM UTILITY FUNCTIONS      *
      *        FOR THIS PROGRAM.                                       *
      *************************************************************PXU**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U1100-GET-DATE-TIME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT       TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT       TO WSC-TIME-HOLD
           END-IF.
       U1100-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX008.CPY'.
