       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT126.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT126 - ON-DEMAND SEARCH RELEASE                            *
      ******************************************************************
      * A SCHEDULE RECORD WITH FREQUENCY 'O' IS NEVER PICKED BY THE    *
      * NIGHTLY SELECTION ON ITS OWN.  THIS PROGRAM RELEASES ONE OR    *
      * MORE OF THEM TO RUN, RECORDING EACH RELEASE ON THE KEYED       *
      * SEARCH RELEASE FILE (ORGST027).  SAME COMMAND STYLE AS         *
      * ORGUT113 AND ORGUT119 - ONE COMMAND FROM THE COMMAND LINE, OR  *
      * AN INTERACTIVE SESSION:                                        *
      *   LIST                      - DISPLAY EVERY RELEASE            *
      *   RELEASE TONIGHT|NOW <N> [<N> ...]                            *
      *                             - RELEASE SCHEDULE RECORDS BY      *
      *                               NUMBER (AS ORGUT113 LISTS THEM)  *
      *   RELEASE TONIGHT|NOW <DIRECTORY> <CONDITION>                  *
      *                             - RELEASE EVERY ON-DEMAND RECORD   *
      *                               FOR THAT DIRECTORY/CONDITION     *
      *   APPROVE <ID>              - APPROVE A PENDING RELEASE        *
      *   CANCEL  <ID>              - CANCEL AN OPEN RELEASE           *
      * A TONIGHT RELEASE IS PICKED UP BY ORGUT108 ALONGSIDE THE       *
      * REGULAR SELECTION AND SHOWN AS "RELEASED BY/ON" ON ITS         *
      * SELECTION REPORT.  A NOW RELEASE IS SUBMITTED TO THE STANDING  *
      * ORGUT100 OVER THE MQ REQUEST PATH WITH ORGUT114 RELEASE <ID>.  *
      * A RECORD CARRYING A MOVE OR DELE DISPOSITION IS RELEASED AS    *
      * PENDING AND DOES NOT RUN UNTIL A SECOND, DIFFERENT OPERATOR    *
      * APPROVES IT, AS DOES ANY RECORD WHOSE DIRECTORY IS ON OR UNDER *
      * A PROTECTED ROOT ON THE OPERATOR AUTHORIZATION FILE (ORGST030).*
      * LIST NEEDS ANY ROLE ON THAT FILE, RELEASE AND CANCEL THE       *
      * SCHEDULE ROLE, APPROVE THE APPROVER ROLE; EVERY REFUSAL IS     *
      * LOGGED.  AN OPEN RELEASE NOT USED BY ITS EXPIRY DATE           *
      * (RELEASE DATE PLUS RELEASE-EXPIRY-DAYS) IS EXPIRED BY ORGUT108.*
      * EVERY RELEASE, APPROVAL AND CANCELLATION IS WRITTEN TO THE     *
      * RELEASE AUDIT FILE (ORGST029), AS ARE THE USE AND EXPIRY OF    *
      * THE RELEASE BY THE PROGRAMS THAT DO THEM.                      *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 10-15-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! OPERATOR ROLES CHECKED ON EVERY        *
      *            !          ! COMMAND; RELEASES UNDER A PROTECTED    *
      *            !          ! ROOT HELD FOR A SECOND APPROVER.       *
      * 10-15-2026 ! SBOLT    ! NO OPERATOR PROMPT WITHOUT A USER;     *
      *            !          ! HARD SCHEDULE READ ERROR LOGGED.       *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RELEASE-FILE
           ASSIGN TO ST028-RELEASE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST027-RELEASE-ID
           FILE STATUS IS ST028-RELEASE-STATUS.

           SELECT OPTIONAL RELEASE-AUDIT-FILE
           ASSIGN TO ST028-AUDIT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ST028-AUDIT-STATUS.

           SELECT SCHEDULE-FILE
           ASSIGN TO WSC-SCHEDULE-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-SCHEDULE-STATUS.

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
        FD RELEASE-FILE.
               COPY 'ORGST027.CPY'.

        FD RELEASE-AUDIT-FILE.
               COPY 'ORGST029.CPY'.

        FD SCHEDULE-FILE.
      *    READ ONLY - RECORDS ARE NUMBERED IN FILE ORDER, THE SAME
      *    NUMBERS ORGUT113 LISTS AND ORGUT108 REPORTS.
               COPY 'ORGST014.CPY'.

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
      *    COPYCODE FOR STANDARD SEARCH RELEASE WS FIELDS              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST028.CPY'.

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
           05  WSC-ORGUT126              PIC X(08) VALUE 'ORGUT126'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  THE SCHEDULE KEY AND
      *    DEFAULT ARE ORGUT108'S AND ORGUT113'S, SO ALL THREE WORK
      *    FROM THE SAME BOOK OF SEARCHES.
           05  STC-SCHEDULE-FILE-LIT     PIC X(30)
                                          VALUE 'SEARCH-SCHEDULE-PATH'.
           05  STC-SCHEDULE-FILE-DFLT    PIC X(81)
                                          VALUE 'C:\SCHEDULE.DAT'.
           05  STC-EXPIRY-DAYS-LIT       PIC X(30)
                                          VALUE 'RELEASE-EXPIRY-DAYS'.
           05  STC-EXPIRY-DAYS-DFLT      PIC 9(03) VALUE 001.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-SCHEDULE-FILE-PATH    PIC X(81) VALUE SPACES.
           05  WSC-SCHEDULE-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-EXPIRY-DAYS           PIC 9(03) VALUE ZEROES.
           05  WSC-EXPIRY-DATE           PIC 9(08) VALUE ZEROES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-CMDLINE-MODE          PIC X(01) VALUE 'N'.
               88  CMDLINE-MODE              VALUE 'Y'.
           05  WSC-SESSION-DONE          PIC X(01) VALUE 'N'.
               88  SESSION-DONE              VALUE 'Y'.
           05  WSC-COMMAND               PIC X(07) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-RELEASE           VALUE 'RELEASE'.
               88  WSC-CMD-APPROVE           VALUE 'APPROVE'.
               88  WSC-CMD-CANCEL            VALUE 'CANCEL'.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-ARG-TEXT              PIC X(120) VALUE SPACES.
           05  WSC-RUN-WHEN-WORD         PIC X(07) VALUE SPACES.
               88  WHEN-TONIGHT              VALUE 'TONIGHT'.
               88  WHEN-NOW                  VALUE 'NOW'.
           05  WSC-RELEASE-FILE-OPEN     PIC X(01) VALUE 'N'.
               88  RELEASE-FILE-OPEN         VALUE 'Y'.
           05  WSC-LIST-EOF              PIC X(01) VALUE 'N'.
               88  LIST-EOF                  VALUE 'Y'.
           05  WSC-SCHEDULE-EOF          PIC X(01) VALUE 'N'.
               88  SCHEDULE-FILE-EOF         VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-RECORD-NUMBER         PIC 9(05) VALUE ZEROES.
           05  WSC-RELEASED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-MATCH-COUNT           PIC 9(05) VALUE ZEROES.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-RECORD-NAMED          PIC X(01) VALUE 'N'.
               88  RECORD-NAMED              VALUE 'Y'.
           05  WSC-SELECT-BY             PIC X(01) VALUE SPACES.
               88  SELECT-BY-NUMBER          VALUE 'N'.
               88  SELECT-BY-DIRECTORY       VALUE 'D'.
           05  WSC-STATE-TEXT            PIC X(09) VALUE SPACES.
           05  WSC-WHEN-TEXT             PIC X(09) VALUE SPACES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-ARG-ID                PIC 9(06) VALUE ZEROES.
           05  WSC-NEW-ID                PIC 9(06) VALUE ZEROES.
           05  WSC-TOKEN-COUNT           PIC 9(02) VALUE ZEROES.
           05  WSC-TOKEN-IDX             PIC 9(02) VALUE ZEROES.

      *    THE WORDS KEYED AFTER TONIGHT/NOW - UP TO TEN RECORD
      *    NUMBERS, OR A DIRECTORY AND A CONDITION.
       01  WSC-TOKEN-TABLE.
           05  WSC-TOKEN-ENTRY           OCCURS 10 TIMES.
               10  WSC-TOKEN-TEXT        PIC X(60).
               10  WSC-TOKEN-NUMBER      PIC 9(05).
               10  WSC-TOKEN-FOUND       PIC X(01).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 127000-127999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 127000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 127999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 127009.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-127000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN SEARCH RELEASE FILE                '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN SEARCH SCHEDULE FILE               '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RELEASE FILE UPDATE FAILED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE RELEASE AUDIT RECORD              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'ON-DEMAND SEARCH RELEASED                         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'ON-DEMAND SEARCH RELEASE APPROVED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'APPROVAL REFUSED - APPROVER IS THE RELEASER       '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127008.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'ON-DEMAND SEARCH RELEASE CANCELLED                '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-127009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 10.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT126.

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
           MOVE WSC-ORGUT126              TO SCB-PROGRAM-NAME.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 30000-OPEN-RELEASE-FILE THRU 30000-EXIT.
           IF NOT SESSION-DONE
               PERFORM 20000-GET-COMMAND THRU 20000-EXIT
           END-IF.
       10000-EXIT.
           EXIT.

      *    SHORT MAINTENANCE SESSION, SO THE STANDARD DCCM SUBPROGRAM
      *    IS CALLED DIRECTLY THE SAME WAY ORGUT107 AND ORGUT113 DO.
       10060-GET-CONFIG-VALUES.
           MOVE ST028-RELEASE-PATH-DFLT   TO ST028-RELEASE-FILE-PATH.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE ST028-RELEASE-PATH-LIT    TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-RELEASE-FILE-PATH
           END-IF.

           MOVE ST028-AUDIT-PATH-DFLT     TO ST028-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE ST028-AUDIT-PATH-LIT      TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-AUDIT-FILE-PATH
           END-IF.

           MOVE STC-SCHEDULE-FILE-DFLT    TO WSC-SCHEDULE-FILE-PATH.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE STC-SCHEDULE-FILE-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SCHEDULE-FILE-PATH
           END-IF.

      *    HOW MANY DAYS AN OPEN RELEASE WAITS TO BE USED (OR, WHEN
      *    PENDING, APPROVED AND USED) BEFORE ORGUT108 EXPIRES IT.
      *    ONE DAY COVERS TONIGHT'S RUN EVEN WHEN IT GOES PAST
      *    MIDNIGHT.
           MOVE STC-EXPIRY-DAYS-DFLT      TO WSC-EXPIRY-DAYS.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE STC-EXPIRY-DAYS-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE FUNCTION NUMVAL(ST009-CONFIG-VALUE)
                                          TO WSC-EXPIRY-DAYS
           END-IF.

           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT126              TO ST009-PROGRAM-NAME.
           MOVE ST032-CHANGE-PATH-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-CHANGE-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR OF RECORD ON EVERY
      *    RELEASE, APPROVAL AND AUDIT RECORD THIS SESSION WRITES - AND
      *    THE IDENTITY THE SECOND-PERSON APPROVAL RULE IS TESTED ON.
      *    A SESSION WITH NO SIGNED-ON USER KEEPS A BLANK OPERATOR, WHO
      *    HOLDS NO ROLES AND MAY NEITHER RELEASE NOR APPROVE.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           MOVE WSC-OPERATOR-ID           TO ST028-AUDIT-OPERATOR
                                             ST032-OPERATOR-ID.
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
               DISPLAY 'ENTER COMMAND - LIST / RELEASE TONIGHT|NOW '
                       '<N ...>|<DIR> <COND> / APPROVE <ID> / '
                       'CANCEL <ID> (BLANK TO END):'
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
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE RELEASE FILE FOR      *
      *        UPDATE.                                                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-RELEASE-FILE.
      *    A RELEASE FILE THAT DOES NOT EXIST YET IS CREATED EMPTY SO
      *    THE FIRST RELEASE HAS SOMEWHERE TO GO.  A HARD OPEN ERROR
      *    ENDS THE SESSION.
           OPEN I-O RELEASE-FILE.
           IF ST028-RELEASE-STATUS = '35'
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
               OPEN I-O RELEASE-FILE
           END-IF.
           IF ST028-RELEASE-STATUS NOT = '00'
              AND ST028-RELEASE-STATUS NOT = '05'
               MOVE 127001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE STC-Y                 TO WSC-SESSION-DONE
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-RELEASE-FILE-OPEN.
       30000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL DISPATCH ONE PARSED COMMAND    *
      *        TO ITS HANDLER.                                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
      *    ROLES ARE READ AGAIN FOR EVERY COMMAND, SO A GRANT OR
      *    REVOKE MADE WITH ORGUT127 TAKES EFFECT AT ONCE.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
           EVALUATE TRUE
               WHEN WSC-CMD-LIST
                AND NOT ST032-MAY-INQUIRE
                   PERFORM 46000-REFUSE THRU 46000-EXIT
               WHEN (WSC-CMD-RELEASE OR WSC-CMD-CANCEL)
                AND NOT ST032-MAY-SCHEDULE
                   PERFORM 46000-REFUSE THRU 46000-EXIT
               WHEN WSC-CMD-APPROVE
                AND NOT ST032-MAY-APPROVE
                   PERFORM 46000-REFUSE THRU 46000-EXIT
               WHEN WSC-CMD-LIST
                   PERFORM 41000-LIST-RELEASES THRU 41000-EXIT
               WHEN WSC-CMD-RELEASE
                   PERFORM 42000-RELEASE-SEARCHES THRU 42000-EXIT
               WHEN WSC-CMD-APPROVE
                   PERFORM 43000-APPROVE-RELEASE THRU 43000-EXIT
               WHEN WSC-CMD-CANCEL
                   PERFORM 44000-CANCEL-RELEASE THRU 44000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.

           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
       40000-EXIT.
           EXIT.

       41000-LIST-RELEASES.
      *    KEY ZEROES IS THE LAST-ID RECORD, SO THE LIST STARTS AT 1.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE 1                         TO ST027-RELEASE-ID.
           START RELEASE-FILE
               KEY IS NOT LESS THAN ST027-RELEASE-ID
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.

           PERFORM 41100-LIST-NEXT-RELEASE THRU 41100-EXIT
                   UNTIL LIST-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'NO RELEASES ON FILE'
           ELSE
               DISPLAY ' '
               DISPLAY 'RELEASES LISTED: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-RELEASE.
           READ RELEASE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   ADD 1                  TO WSC-LIST-COUNT
                   PERFORM 41200-DISPLAY-RELEASE THRU 41200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST028-RELEASE-STATUS NOT = '00'
              AND ST028-RELEASE-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 127001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       41100-EXIT.
           EXIT.

       41200-DISPLAY-RELEASE.
      *    SHOWS THE RELEASE CURRENTLY IN THE FD.
           EVALUATE TRUE
               WHEN ST027-STATE-PENDING
                   MOVE 'PENDING'         TO WSC-STATE-TEXT
               WHEN ST027-STATE-READY
                   MOVE 'READY'           TO WSC-STATE-TEXT
               WHEN ST027-STATE-USED
                   MOVE 'USED'            TO WSC-STATE-TEXT
               WHEN ST027-STATE-EXPIRED
                   MOVE 'EXPIRED'         TO WSC-STATE-TEXT
               WHEN ST027-STATE-CANCELLED
                   MOVE 'CANCELLED'       TO WSC-STATE-TEXT
               WHEN OTHER
                   MOVE ST027-RELEASE-STATE
                                          TO WSC-STATE-TEXT
           END-EVALUATE.
           IF ST027-RUN-IMMEDIATE
               MOVE 'NOW'                 TO WSC-WHEN-TEXT
           ELSE
               MOVE 'TONIGHT'             TO WSC-WHEN-TEXT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'RELEASE ' ST027-RELEASE-ID
                   '  STATE: ' WSC-STATE-TEXT
                   '  RUN: ' WSC-WHEN-TEXT
                   '  SCHEDULE RECORD ' ST027-SCHED-RECORD-NUMBER.
           DISPLAY '  DIRECTORY=' ST027-IMG-DIRECTORY.
           DISPLAY '  CONDITION=' ST027-IMG-CONDITION
                   ' TYPE=' ST027-IMG-SEARCH-TYPE
                   ' DISPOSITION=' ST027-IMG-DISPOSITION
                   ' CONFIRM=' ST027-IMG-DELETE-CONFIRM.
           DISPLAY '  RELEASED: ' ST027-RELEASED-BY
                   ' ' ST027-RELEASED-DATE
                   ' ' ST027-RELEASED-TIME
                   '  EXPIRES: ' ST027-EXPIRY-DATE.
           IF ST027-APPROVED-BY NOT = SPACES
               DISPLAY '  APPROVED: ' ST027-APPROVED-BY
                       ' ' ST027-APPROVED-DATE
                       ' ' ST027-APPROVED-TIME
           END-IF.
           IF ST027-CLOSED-BY NOT = SPACES
               DISPLAY '  CLOSED:   ' ST027-CLOSED-BY
                       ' ' ST027-CLOSED-DATE
                       ' ' ST027-CLOSED-TIME
           END-IF.
       41200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 42000  PARAGRAPHS IN THIS LEVEL RELEASE THE NAMED ON-DEMAND    *
      *        SCHEDULE RECORDS.                                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       42000-RELEASE-SEARCHES.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'RUN TONIGHT OR NOW, THEN RECORD NUMBERS OR '
                       'DIRECTORY AND CONDITION:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           PERFORM 42100-PARSE-SELECTION THRU 42100-EXIT.
           IF NOT RECORD-OK
               GO TO 42000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-RECORD-NUMBER
                                             WSC-RELEASED-COUNT
                                             WSC-MATCH-COUNT.
           MOVE STC-N                     TO WSC-SCHEDULE-EOF.
           OPEN INPUT SCHEDULE-FILE.
           IF WSC-SCHEDULE-STATUS NOT = '00'
               MOVE 127002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42000-EXIT
           END-IF.

           PERFORM 42200-READ-SCHEDULE THRU 42200-EXIT.
           PERFORM 42300-CHECK-SCHEDULE-RECORD THRU 42300-EXIT
                   UNTIL SCHEDULE-FILE-EOF.
           CLOSE SCHEDULE-FILE.

      *    A NUMBER PAST THE END OF THE BOOK, OR A DIRECTORY AND
      *    CONDITION NOTHING CARRIES, IS SAID SO RATHER THAN IGNORED.
           IF SELECT-BY-NUMBER
               PERFORM VARYING WSC-TOKEN-IDX FROM 1 BY 1
                       UNTIL WSC-TOKEN-IDX > WSC-TOKEN-COUNT
                   IF WSC-TOKEN-FOUND (WSC-TOKEN-IDX) NOT = 'Y'
                       DISPLAY 'NO SUCH SCHEDULE RECORD: '
                               WSC-TOKEN-NUMBER (WSC-TOKEN-IDX)
                   END-IF
               END-PERFORM
           ELSE
               IF WSC-MATCH-COUNT = ZEROES
                   DISPLAY 'NO SCHEDULE RECORD FOR DIRECTORY '
                           FUNCTION TRIM(WSC-TOKEN-TEXT (1))
                           ' CONDITION '
                           FUNCTION TRIM(WSC-TOKEN-TEXT (2))
               END-IF
           END-IF.
           DISPLAY 'RELEASES RECORDED: ' WSC-RELEASED-COUNT.
       42000-EXIT.
           EXIT.

       42100-PARSE-SELECTION.
      *    TONIGHT OR NOW, THEN EITHER RECORD NUMBERS OR A DIRECTORY
      *    AND CONDITION.  A DIRECTORY NEVER STARTS WITH A DIGIT, SO
      *    THE FIRST WORD SAYS WHICH.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE SPACES                    TO WSC-RUN-WHEN-WORD
                                             WSC-TOKEN-TABLE.
           MOVE ZEROES                    TO WSC-TOKEN-COUNT.
           UNSTRING WSC-ARG-TEXT DELIMITED BY ALL SPACE
               INTO WSC-RUN-WHEN-WORD
                    WSC-TOKEN-TEXT (1) WSC-TOKEN-TEXT (2)
                    WSC-TOKEN-TEXT (3) WSC-TOKEN-TEXT (4)
                    WSC-TOKEN-TEXT (5) WSC-TOKEN-TEXT (6)
                    WSC-TOKEN-TEXT (7) WSC-TOKEN-TEXT (8)
                    WSC-TOKEN-TEXT (9) WSC-TOKEN-TEXT (10)
           END-UNSTRING.
           PERFORM VARYING WSC-TOKEN-IDX FROM 1 BY 1
                   UNTIL WSC-TOKEN-IDX > 10
               IF WSC-TOKEN-TEXT (WSC-TOKEN-IDX) NOT = SPACES
                   MOVE WSC-TOKEN-IDX     TO WSC-TOKEN-COUNT
               END-IF
               MOVE 'N'                   TO WSC-TOKEN-FOUND
                                             (WSC-TOKEN-IDX)
               MOVE ZEROES                TO WSC-TOKEN-NUMBER
                                             (WSC-TOKEN-IDX)
           END-PERFORM.

           IF NOT WHEN-TONIGHT
              AND NOT WHEN-NOW
               DISPLAY 'RELEASE REJECTED: SAY TONIGHT OR NOW'
               MOVE STC-N                 TO WSC-RECORD-OK
               GO TO 42100-EXIT
           END-IF.
           IF WSC-TOKEN-COUNT = ZEROES
               DISPLAY 'RELEASE REJECTED: NAME THE RECORDS TO RELEASE'
               MOVE STC-N                 TO WSC-RECORD-OK
               GO TO 42100-EXIT
           END-IF.

           IF WSC-TOKEN-TEXT (1) (1:1) IS NUMERIC
               MOVE 'N'                   TO WSC-SELECT-BY
               PERFORM VARYING WSC-TOKEN-IDX FROM 1 BY 1
                       UNTIL WSC-TOKEN-IDX > WSC-TOKEN-COUNT
                   IF WSC-TOKEN-TEXT (WSC-TOKEN-IDX) (1:1)
                          IS NOT NUMERIC
                       MOVE STC-N         TO WSC-RECORD-OK
                   ELSE
                       MOVE FUNCTION NUMVAL
                            (WSC-TOKEN-TEXT (WSC-TOKEN-IDX))
                                   TO WSC-TOKEN-NUMBER (WSC-TOKEN-IDX)
                   END-IF
               END-PERFORM
               IF NOT RECORD-OK
                   DISPLAY 'RELEASE REJECTED: RECORD NUMBERS ONLY, '
                           'OR A DIRECTORY AND CONDITION'
               END-IF
           ELSE
               MOVE 'D'                   TO WSC-SELECT-BY
               IF WSC-TOKEN-COUNT NOT = 2
                   DISPLAY 'RELEASE REJECTED: GIVE ONE DIRECTORY '
                           'AND ONE CONDITION'
                   MOVE STC-N             TO WSC-RECORD-OK
               END-IF
           END-IF.
       42100-EXIT.
           EXIT.

       42200-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   MOVE STC-Y             TO WSC-SCHEDULE-EOF
               NOT AT END
                   ADD 1                  TO WSC-RECORD-NUMBER
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF WSC-SCHEDULE-STATUS NOT = '00'
              AND WSC-SCHEDULE-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-SCHEDULE-EOF
               MOVE 127002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       42200-EXIT.
           EXIT.

       42300-CHECK-SCHEDULE-RECORD.
           MOVE STC-N                     TO WSC-RECORD-NAMED.
           IF SELECT-BY-NUMBER
               PERFORM VARYING WSC-TOKEN-IDX FROM 1 BY 1
                       UNTIL WSC-TOKEN-IDX > WSC-TOKEN-COUNT
                   IF WSC-TOKEN-NUMBER (WSC-TOKEN-IDX)
                          = WSC-RECORD-NUMBER
                       MOVE 'Y'           TO WSC-TOKEN-FOUND
                                             (WSC-TOKEN-IDX)
                       MOVE STC-Y         TO WSC-RECORD-NAMED
                   END-IF
               END-PERFORM
           ELSE
               IF ST014-DIRECTORY = WSC-TOKEN-TEXT (1)
                  AND ST014-CONDITION = WSC-TOKEN-TEXT (2)
                   MOVE STC-Y             TO WSC-RECORD-NAMED
               END-IF
           END-IF.

           IF RECORD-NAMED
               ADD 1                      TO WSC-MATCH-COUNT
      *        A RECORD ON A DAILY, WEEKLY OR MONTHLY FREQUENCY
      *        ALREADY RUNS ON ITS OWN; RELEASING IT WOULD RUN IT
      *        TWICE.
               IF ST014-FREQ-ON-DEMAND
                   PERFORM 42400-RECORD-RELEASE THRU 42400-EXIT
               ELSE
                   DISPLAY 'RECORD ' WSC-RECORD-NUMBER
                           ' IS NOT ON-DEMAND (FREQUENCY '
                           ST014-SCHEDULE-FREQ ') - NOT RELEASED'
               END-IF
           END-IF.

           PERFORM 42200-READ-SCHEDULE THRU 42200-EXIT.
       42300-EXIT.
           EXIT.

       42400-RECORD-RELEASE.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 48000-NEXT-RELEASE-ID THRU 48000-EXIT.
           IF NOT RECORD-OK
               GO TO 42400-EXIT
           END-IF.

           MOVE SPACES                    TO ST027-RELEASE-RECORD.
           MOVE WSC-NEW-ID                TO ST027-RELEASE-ID.
      *    A MOVE OR DELE TAKES FILES AWAY, AND A PROTECTED ROOT IS
      *    NOT TO BE SEARCHED ON ONE OPERATOR'S SAY, SO EITHER WAITS
      *    FOR A SECOND PERSON; ANYTHING ELSE IS READY AT ONCE.
           MOVE ST014-DIRECTORY           TO ST032-CHECK-PATH.
           PERFORM U4100-CHECK-PROTECTED-ROOT THRU U4100-EXIT.
           IF ST014-DISPOSITION = 'MOVE'
              OR ST014-DISPOSITION = 'DELE'
              OR ST032-PATH-PROTECTED
               MOVE 'P'                   TO ST027-RELEASE-STATE
           ELSE
               MOVE 'R'                   TO ST027-RELEASE-STATE
           END-IF.
           IF WHEN-NOW
               MOVE 'I'                   TO ST027-RUN-WHEN
           ELSE
               MOVE 'T'                   TO ST027-RUN-WHEN
           END-IF.
           MOVE WSC-RECORD-NUMBER         TO ST027-SCHED-RECORD-NUMBER.
           MOVE ST014-SCHEDULE-RECORD     TO ST027-SCHEDULE-IMAGE.
           MOVE WSC-OPERATOR-ID           TO ST027-RELEASED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-RELEASED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-RELEASED-TIME.
           MOVE ZEROES                    TO ST027-APPROVED-DATE
                                             ST027-APPROVED-TIME
                                             ST027-CLOSED-DATE
                                             ST027-CLOSED-TIME.
           COMPUTE WSC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WSC-DATE-HOLD)
                + WSC-EXPIRY-DAYS).
           MOVE WSC-EXPIRY-DATE           TO ST027-EXPIRY-DATE.

           WRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 127003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42400-EXIT
           END-IF.

           ADD 1                          TO WSC-RELEASED-COUNT.
           MOVE 'RELEASE'                 TO ST028-AUDIT-ACTION.
           PERFORM 49000-WRITE-AUDIT THRU 49000-EXIT.
           MOVE 127005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.

           IF ST027-STATE-PENDING
              AND ST032-PATH-PROTECTED
               DISPLAY 'RELEASE ' ST027-RELEASE-ID ' - RECORD '
                       WSC-RECORD-NUMBER ' IS UNDER PROTECTED ROOT '
                       ST032-ROOT-HIT
               DISPLAY '    - HELD UNTIL A SECOND OPERATOR APPROVES IT'
               GO TO 42400-EXIT
           END-IF.
           IF ST027-STATE-PENDING
               DISPLAY 'RELEASE ' ST027-RELEASE-ID ' - RECORD '
                       WSC-RECORD-NUMBER ' IS ' ST014-DISPOSITION
                       ' - HELD UNTIL A SECOND OPERATOR APPROVES IT'
           ELSE
               PERFORM 47000-SHOW-NEXT-STEP THRU 47000-EXIT
           END-IF.
       42400-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 43000  PARAGRAPHS IN THIS LEVEL APPROVE AND CANCEL RELEASES.   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       43000-APPROVE-RELEASE.
           PERFORM 45000-READ-ARG-RELEASE THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.

           PERFORM 41200-DISPLAY-RELEASE THRU 41200-EXIT.
           IF NOT ST027-STATE-PENDING
               DISPLAY 'APPROVE REJECTED: RELEASE IS NOT AWAITING '
                       'APPROVAL'
               GO TO 43000-EXIT
           END-IF.
           IF ST027-EXPIRY-DATE < WSC-DATE-HOLD
               DISPLAY 'APPROVE REJECTED: RELEASE HAS EXPIRED - '
                       'RELEASE THE RECORD AGAIN'
               GO TO 43000-EXIT
           END-IF.

      *    THE WHOLE POINT OF THE HOLD IS A SECOND PAIR OF EYES.
           IF WSC-OPERATOR-ID = ST027-RELEASED-BY
               DISPLAY 'APPROVE REJECTED: A RELEASE MUST BE APPROVED '
                       'BY SOMEONE OTHER THAN ' ST027-RELEASED-BY
               MOVE 127007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           DISPLAY 'APPROVE THIS ' ST027-IMG-DISPOSITION
                   ' RELEASE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'APPROVAL NOT CONFIRMED - RELEASE STILL PENDING'
               GO TO 43000-EXIT
           END-IF.

           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE 'R'                       TO ST027-RELEASE-STATE.
           MOVE WSC-OPERATOR-ID           TO ST027-APPROVED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-APPROVED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-APPROVED-TIME.
           REWRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 127003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           MOVE 'APPROVE'                 TO ST028-AUDIT-ACTION.
           PERFORM 49000-WRITE-AUDIT THRU 49000-EXIT.
           MOVE 127006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE ST027-SCHED-RECORD-NUMBER TO WSC-RECORD-NUMBER.
           PERFORM 47000-SHOW-NEXT-STEP THRU 47000-EXIT.
       43000-EXIT.
           EXIT.

       44000-CANCEL-RELEASE.
           PERFORM 45000-READ-ARG-RELEASE THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.

           PERFORM 41200-DISPLAY-RELEASE THRU 41200-EXIT.
           IF NOT ST027-STATE-OPEN
               DISPLAY 'CANCEL REJECTED: RELEASE IS ALREADY CLOSED'
               GO TO 44000-EXIT
           END-IF.
           DISPLAY 'CANCEL THIS RELEASE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'CANCEL NOT CONFIRMED - RELEASE KEPT'
               GO TO 44000-EXIT
           END-IF.

           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE 'C'                       TO ST027-RELEASE-STATE.
           MOVE WSC-OPERATOR-ID           TO ST027-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-CLOSED-TIME.
           REWRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 127003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-EXIT
           END-IF.

           MOVE 'CANCEL'                  TO ST028-AUDIT-ACTION.
           PERFORM 49000-WRITE-AUDIT THRU 49000-EXIT.
           MOVE 127008                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'RELEASE ' ST027-RELEASE-ID ' CANCELLED'.
       44000-EXIT.
           EXIT.

       45000-READ-ARG-RELEASE.
      *    APPROVE AND CANCEL BOTH NAME THE RELEASE BY ITS ID.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-ARG-TEXT = SPACES
               DISPLAY 'RELEASE ID:'
               ACCEPT WSC-ARG-TEXT
           END-IF.
           MOVE ZEROES                    TO WSC-ARG-ID.
           IF WSC-ARG-TEXT (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-ARG-TEXT)
                                          TO WSC-ARG-ID
           END-IF.
           IF WSC-ARG-ID = ZEROES
               MOVE STC-N                 TO WSC-RECORD-OK
               DISPLAY 'NOT A RELEASE ID: ' WSC-ARG-TEXT
               GO TO 45000-EXIT
           END-IF.
           MOVE WSC-ARG-ID                TO ST027-RELEASE-ID.
           READ RELEASE-FILE
               INVALID KEY
                   MOVE STC-N             TO WSC-RECORD-OK
                   DISPLAY 'NO SUCH RELEASE: ' WSC-ARG-ID
           END-READ.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
       45000-EXIT.
           EXIT.

       46000-REFUSE.
      *    EVERY REFUSAL IS LOGGED, NAMING THE OPERATOR ON THE CONSOLE.
           DISPLAY 'REFUSED: OPERATOR ' WSC-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO ' WSC-COMMAND.
           MOVE 127009                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       46000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 47000  PARAGRAPHS IN THIS LEVEL TELL THE ANALYST WHAT HAPPENS  *
      *        NEXT TO A RELEASE THAT IS READY, AND KEEP THE RELEASE   *
      *        FILE AND ITS AUDIT TRAIL.                               *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       47000-SHOW-NEXT-STEP.
           IF ST027-RUN-IMMEDIATE
               DISPLAY 'RELEASE ' ST027-RELEASE-ID ' - RECORD '
                       WSC-RECORD-NUMBER ' READY - SUBMIT IT NOW WITH:'
               DISPLAY '    ORGUT114 RELEASE ' ST027-RELEASE-ID
           ELSE
               DISPLAY 'RELEASE ' ST027-RELEASE-ID ' - RECORD '
                       WSC-RECORD-NUMBER ' WILL RUN TONIGHT'
           END-IF.
       47000-EXIT.
           EXIT.

       48000-NEXT-RELEASE-ID.
      *    THE LAST ID ISSUED LIVES ON THE RECORD KEYED ZEROES; IT IS
      *    CREATED WITH THE FIRST RELEASE EVER RECORDED.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE ZEROES                    TO ST027-RELEASE-ID.
           READ RELEASE-FILE
               INVALID KEY
                   MOVE SPACES            TO ST027-CONTROL-DATA
                   MOVE ZEROES            TO ST027-RELEASE-ID
                                             ST027-LAST-RELEASE-ID
                   WRITE ST027-RELEASE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
           ELSE
               ADD 1                      TO ST027-LAST-RELEASE-ID
               MOVE ST027-LAST-RELEASE-ID TO WSC-NEW-ID
               REWRITE ST027-RELEASE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF ST028-RELEASE-STATUS NOT = '00'
                   MOVE STC-N             TO WSC-RECORD-OK
               END-IF
           END-IF.

           IF NOT RECORD-OK
               MOVE 127003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       48000-EXIT.
           EXIT.

       49000-WRITE-AUDIT.
      *    ST028-AUDIT-ACTION IS SET BY THE CALLER; THE RELEASE AS
      *    APPLIED IS STILL IN THE FD.
           PERFORM U3800-WRITE-RELEASE-AUDIT THRU U3800-EXIT.
           IF NOT ST028-AUDIT-WRITTEN
               MOVE 127004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       49000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF RELEASE-FILE-OPEN
               CLOSE RELEASE-FILE
           END-IF.
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
      *  COPYCODE FOR STANDARD SEARCH RELEASE AUDIT                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX007.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX008.CPY'.
