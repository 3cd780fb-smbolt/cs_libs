       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT122.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT122 - DIRECTORY OWNERSHIP REGISTRY MAINTENANCE            *
      ******************************************************************
      * MAINTAINS THE KEYED DIRECTORY OWNERSHIP REGISTRY (ORGST022)    *
      * THAT ORGUT123 USES TO SEND EACH DEPARTMENT ITS OWN SHARE OF    *
      * THE NIGHTLY FINDINGS.  AN ENTRY SAYS WHICH DEPARTMENT OWNS     *
      * EVERYTHING UNDER A DIRECTORY PREFIX, WHO TO CONTACT THERE, AND *
      * WHERE ITS FINDINGS PACKAGE GOES (A FILE PATH OR AN MQ QUEUE).  *
      * SAME COMMAND STYLE AS ORGUT119 - ONE COMMAND FROM THE COMMAND  *
      * LINE, OR AN INTERACTIVE SESSION:                               *
      *   LIST             - DISPLAY EVERY OWNERSHIP ENTRY             *
      *   ADD              - PROMPT PER FIELD AND ADD A NEW ENTRY      *
      *   CHANGE <PREFIX>  - PROMPT FOR EVERY FIELD (BLANK KEEPS THE   *
      *                      CURRENT VALUE) AND REPLACE THE ENTRY      *
      *   DELETE <PREFIX>  - REMOVE THE ENTRY AFTER A Y/N CONFIRMATION *
      * THE PREFIX IS EVERYTHING AFTER THE COMMAND WORD, SO A PREFIX   *
      * WITH EMBEDDED SPACES NEEDS NO QUOTING.  THE OPERATOR AND       *
      * DATE/TIME OF THE LAST ADD OR CHANGE ARE STAMPED ON THE ENTRY   *
      * ITSELF.  EVERY APPLIED ACTION WRITES A BEFORE/AFTER AUDIT      *
      * RECORD TO THE OWNER AUDIT FILE, THE SAME WAY ORGUT119 AUDITS   *
      * THE LEGAL HOLD REGISTRY.                                       *
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
           SELECT OPTIONAL OWNER-REGISTRY-FILE
           ASSIGN TO ST023-OWNER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST022-OWNER-PREFIX
           FILE STATUS IS ST023-OWNER-STATUS.

           SELECT OPTIONAL OWNER-AUDIT-FILE
           ASSIGN TO WSC-AUDIT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD OWNER-REGISTRY-FILE.
      *    SAME RECORD LAYOUT THE ORGPX005 LOOKUP PARAGRAPHS READ, SO
      *    THIS PROGRAM COPIES ORGST022 DIRECTLY.
               COPY 'ORGST022.CPY'.

        FD OWNER-AUDIT-FILE.
      *    ONE RECORD PER APPLIED ACTION - THE BEFORE AND AFTER
      *    IMAGES, WHEN, AND WHO.  EXTENDED ON EVERY APPLIED
      *    ADD/CHANGE/DELETE, LIKE ORGUT119'S HOLD AUDIT.
        01 OWNER-AUDIT-RECORD.
           05 OAR-ACTION                   PIC X(07).
           05 OAR-OLD-IMAGE                PIC X(255).
           05 OAR-NEW-IMAGE                PIC X(255).
           05 OAR-CHANGE-DATE              PIC 9(08).
           05 OAR-CHANGE-TIME              PIC 9(08).
           05 OAR-OPERATOR-ID              PIC X(08).


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
      *    COPYCODE FOR STANDARD DIRECTORY OWNERSHIP LOOKUP WS FIELDS  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

      *    ONLY THE REGISTRY PATH AND STATUS FIELDS ARE USED HERE - THE
      *    CONFIG KEY AND DEFAULT ARE THE ONES ORGUT123 RESOLVES, SO
      *    MAINTENANCE AND THE NIGHTLY STEP LAND ON THE SAME FILE.
               COPY 'ORGST023.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT122              PIC X(08) VALUE 'ORGUT122'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.
           05  STC-AUDIT-FILE-LIT        PIC X(30)
                                          VALUE 'OWNER-AUDIT-PATH'.
           05  STC-AUDIT-FILE-DFLT       PIC X(81)
                                          VALUE 'C:\OWNERAUDIT.DAT'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-AUDIT-FILE-PATH       PIC X(81) VALUE SPACES.
           05  WSC-AUDIT-STATUS          PIC X(02) VALUE SPACES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-CMDLINE-MODE          PIC X(01) VALUE 'N'.
               88  CMDLINE-MODE              VALUE 'Y'.
           05  WSC-SESSION-DONE          PIC X(01) VALUE 'N'.
               88  SESSION-DONE              VALUE 'Y'.
           05  WSC-COMMAND               PIC X(07) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-ADD               VALUE 'ADD'.
               88  WSC-CMD-CHANGE            VALUE 'CHANGE'.
               88  WSC-CMD-DELETE            VALUE 'DELETE'.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-ARG-PREFIX            PIC X(80) VALUE SPACES.
           05  WSC-REGISTRY-OPEN         PIC X(01) VALUE 'N'.
               88  REGISTRY-OPEN             VALUE 'Y'.
           05  WSC-LIST-EOF              PIC X(01) VALUE 'N'.
               88  LIST-EOF                  VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-REJECT-REASON         PIC X(50) VALUE SPACES.
           05  WSC-INPUT-TEXT            PIC X(80) VALUE SPACES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-OLD-IMAGE-HOLD        PIC X(255) VALUE SPACES.

      *    THE ENTRY BEING KEYED OR CHANGED - FIELD-FOR-FIELD THE
      *    ORGST022 LAYOUT.
       01  WSC-WORK-RECORD.
           05  WSC-WRK-OWNER-PREFIX      PIC X(80).
           05  WSC-WRK-DEPARTMENT        PIC X(30).
           05  WSC-WRK-CONTACT           PIC X(40).
           05  WSC-WRK-DELIVERY-TYPE     PIC X(01).
               88  WSC-WRK-DELIVERY-VALID    VALUE 'F', 'Q'.
               88  WSC-WRK-DELIVER-TO-QUEUE  VALUE 'Q'.
           05  WSC-WRK-DELIVERY-DEST     PIC X(80).
           05  WSC-WRK-UPDATED-BY        PIC X(08).
           05  WSC-WRK-UPDATED-DATE      PIC 9(08).
           05  WSC-WRK-UPDATED-TIME      PIC 9(08).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 123000-123999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 123000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 123999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 123006.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-123000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN DIRECTORY OWNERSHIP REGISTRY       '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE OWNER AUDIT RECORD                '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'DIRECTORY OWNERSHIP REGISTRY UPDATE FAILED        '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123004.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'DIRECTORY OWNERSHIP ENTRY ADDED                   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'DIRECTORY OWNERSHIP ENTRY CHANGED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-123006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'DIRECTORY OWNERSHIP ENTRY DELETED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 07.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT122.

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
           MOVE WSC-ORGUT122              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 30000-OPEN-REGISTRY THRU 30000-EXIT.
           IF NOT SESSION-DONE
               PERFORM 20000-GET-COMMAND THRU 20000-EXIT
           END-IF.
       10000-EXIT.
           EXIT.

      *    SHORT MAINTENANCE SESSION, SO THE STANDARD DCCM SUBPROGRAM
      *    IS CALLED DIRECTLY THE SAME WAY ORGUT119 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE ST023-OWNER-PATH-DFLT     TO ST023-OWNER-FILE-PATH.
           MOVE WSC-ORGUT122              TO ST009-PROGRAM-NAME.
           MOVE ST023-OWNER-PATH-LIT      TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST023-OWNER-FILE-PATH
           END-IF.

           MOVE STC-AUDIT-FILE-DFLT       TO WSC-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT122              TO ST009-PROGRAM-NAME.
           MOVE STC-AUDIT-FILE-LIT        TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-AUDIT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR OF RECORD ON EVERY ENTRY
      *    ADDED OR CHANGED AND EVERY AUDIT RECORD THIS SESSION
      *    WRITES; WHEN THE ENVIRONMENT DOES NOT SUPPLY ONE, IT IS
      *    ASKED ONCE UP FRONT.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           IF WSC-OPERATOR-ID = SPACES
               DISPLAY 'ENTER OPERATOR ID:'
               ACCEPT WSC-OPERATOR-ID
           END-IF.
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
               DISPLAY 'ENTER COMMAND - LIST / ADD / CHANGE <PREFIX> / '
                       'DELETE <PREFIX> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
                   GO TO 20000-EXIT
               END-IF
           END-IF.

      *    THE COMMAND IS THE FIRST WORD; THE PREFIX IS THE REST OF
      *    THE LINE AS KEYED, EMBEDDED SPACES AND ALL.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-ARG-PREFIX.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
           IF WSC-CMD-POINTER <= 120
               MOVE WSC-CMDLINE-TEXT (WSC-CMD-POINTER:)
                                          TO WSC-ARG-PREFIX
           END-IF.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE REGISTRY FOR UPDATE.  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-REGISTRY.
      *    A REGISTRY THAT DOES NOT EXIST YET IS CREATED EMPTY SO THE
      *    FIRST ADD HAS SOMEWHERE TO GO.  A HARD OPEN ERROR ENDS THE
      *    SESSION.
           OPEN I-O OWNER-REGISTRY-FILE.
           IF ST023-OWNER-STATUS = '35'
               OPEN OUTPUT OWNER-REGISTRY-FILE
               CLOSE OWNER-REGISTRY-FILE
               OPEN I-O OWNER-REGISTRY-FILE
           END-IF.
           IF ST023-OWNER-STATUS NOT = '00'
              AND ST023-OWNER-STATUS NOT = '05'
               MOVE 123001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE STC-Y                 TO WSC-SESSION-DONE
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-REGISTRY-OPEN.
       30000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL DISPATCH ONE PARSED COMMAND    *
      *        TO ITS HANDLER.                                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
           EVALUATE TRUE
               WHEN WSC-CMD-LIST
                   PERFORM 41000-LIST-OWNERS THRU 41000-EXIT
               WHEN WSC-CMD-ADD
                   PERFORM 42000-ADD-OWNER THRU 42000-EXIT
               WHEN WSC-CMD-CHANGE
                   PERFORM 43000-CHANGE-OWNER THRU 43000-EXIT
               WHEN WSC-CMD-DELETE
                   PERFORM 44000-DELETE-OWNER THRU 44000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.

           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
       40000-EXIT.
           EXIT.

       41000-LIST-OWNERS.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE LOW-VALUES                TO ST022-OWNER-PREFIX.
           START OWNER-REGISTRY-FILE
               KEY IS NOT LESS THAN ST022-OWNER-PREFIX
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.

           PERFORM 41100-LIST-NEXT-OWNER THRU 41100-EXIT
                   UNTIL LIST-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'REGISTRY IS EMPTY'
           ELSE
               DISPLAY ' '
               DISPLAY 'ENTRIES LISTED: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-OWNER.
           READ OWNER-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   ADD 1                  TO WSC-LIST-COUNT
                   PERFORM 41200-DISPLAY-OWNER THRU 41200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST023-OWNER-STATUS NOT = '00'
              AND ST023-OWNER-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 123001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       41100-EXIT.
           EXIT.

       41200-DISPLAY-OWNER.
      *    SHOWS THE RECORD CURRENTLY IN THE FD.
           DISPLAY ' '.
           DISPLAY 'PREFIX:     ' ST022-OWNER-PREFIX.
           DISPLAY '  DEPT:     ' ST022-DEPARTMENT.
           DISPLAY '  CONTACT:  ' ST022-CONTACT.
           IF ST022-DELIVER-TO-QUEUE
               DISPLAY '  DELIVER:  QUEUE ' ST022-DELIVERY-DEST
           ELSE
               DISPLAY '  DELIVER:  FILE  ' ST022-DELIVERY-DEST
           END-IF.
           DISPLAY '  UPDATED:  ' ST022-UPDATED-BY
                   ' ' ST022-UPDATED-DATE
                   ' ' ST022-UPDATED-TIME.
       41200-EXIT.
           EXIT.

       42000-ADD-OWNER.
           MOVE SPACES                    TO WSC-WORK-RECORD
                                             WSC-OLD-IMAGE-HOLD.
           MOVE ZEROES                    TO WSC-WRK-UPDATED-DATE
                                             WSC-WRK-UPDATED-TIME.
           MOVE WSC-ARG-PREFIX            TO WSC-WRK-OWNER-PREFIX.
           IF WSC-WRK-OWNER-PREFIX = SPACES
               DISPLAY 'DIRECTORY PREFIX OWNED:'
               ACCEPT WSC-WRK-OWNER-PREFIX
           END-IF.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'ADD REJECTED: ' WSC-REJECT-REASON
               GO TO 42000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           WRITE ST022-OWNER-RECORD
               INVALID KEY
                   DISPLAY 'ADD REJECTED: PREFIX ALREADY OWNED - '
                           'USE CHANGE'
                   GO TO 42000-EXIT
           END-WRITE.
           IF ST023-OWNER-STATUS NOT = '00'
               MOVE 123003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42000-EXIT
           END-IF.

           MOVE 'ADD'                     TO OAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 123004                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'OWNER ADDED FOR ' WSC-WRK-OWNER-PREFIX.
       42000-EXIT.
           EXIT.

       43000-CHANGE-OWNER.
           PERFORM 45000-READ-ARG-OWNER THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.

      *    THE PREFIX IS THE IDENTITY OF THE ENTRY - TO MOVE A
      *    BOUNDARY, DELETE THE ENTRY AND ADD A NEW ONE SO THE AUDIT
      *    FILE SHOWS BOTH.
           MOVE ST022-OWNER-RECORD        TO WSC-OLD-IMAGE-HOLD
                                             WSC-WORK-RECORD.
           PERFORM 41200-DISPLAY-OWNER THRU 41200-EXIT.
           DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE CURRENT ONE'.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'CHANGE REJECTED: ' WSC-REJECT-REASON
               GO TO 43000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           REWRITE ST022-OWNER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST023-OWNER-STATUS NOT = '00'
               MOVE 123003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           MOVE 'CHANGE'                  TO OAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 123005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'OWNER CHANGED FOR ' WSC-WRK-OWNER-PREFIX.
       43000-EXIT.
           EXIT.

       44000-DELETE-OWNER.
           PERFORM 45000-READ-ARG-OWNER THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.

           MOVE ST022-OWNER-RECORD        TO WSC-OLD-IMAGE-HOLD.
           PERFORM 41200-DISPLAY-OWNER THRU 41200-EXIT.
           DISPLAY 'DELETE THIS ENTRY? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'DELETE NOT CONFIRMED - ENTRY KEPT'
               GO TO 44000-EXIT
           END-IF.

           DELETE OWNER-REGISTRY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF ST023-OWNER-STATUS NOT = '00'
               MOVE 123003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-WORK-RECORD.
           MOVE 'DELETE'                  TO OAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 123006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'OWNER DELETED FOR ' WSC-ARG-PREFIX.
       44000-EXIT.
           EXIT.

       45000-READ-ARG-OWNER.
      *    CHANGE AND DELETE BOTH NAME THE ENTRY BY ITS FULL KEY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-ARG-PREFIX = SPACES
               DISPLAY 'DIRECTORY PREFIX OF THE ENTRY:'
               ACCEPT WSC-ARG-PREFIX
           END-IF.
           MOVE WSC-ARG-PREFIX            TO ST022-OWNER-PREFIX.
           READ OWNER-REGISTRY-FILE
               INVALID KEY
                   MOVE STC-N             TO WSC-RECORD-OK
                   DISPLAY 'NO OWNER ENTRY FOR: ' WSC-ARG-PREFIX
           END-READ.
       45000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 46000  PARAGRAPHS IN THIS LEVEL PROMPT FOR THE CHANGEABLE      *
      *        FIELDS OF THE WORK RECORD - A BLANK ENTRY KEEPS THE     *
      *        CURRENT VALUE.                                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       46000-PROMPT-FIELDS.
           DISPLAY 'OWNING DEPARTMENT <' WSC-WRK-DEPARTMENT '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-DEPARTMENT
           END-IF.

           DISPLAY 'CONTACT <' WSC-WRK-CONTACT '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-CONTACT
           END-IF.

           DISPLAY 'DELIVER TO F=FILE / Q=MQ QUEUE <'
                   WSC-WRK-DELIVERY-TYPE '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-DELIVERY-TYPE
           END-IF.

           DISPLAY 'DELIVERY FILE PATH OR QUEUE NAME <'
                   WSC-WRK-DELIVERY-DEST '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-DELIVERY-DEST
           END-IF.
       46000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL EDIT THE KEYED WORK RECORD     *
      *        BEFORE IT IS APPLIED TO THE REGISTRY.                   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-EDIT-WORK-RECORD.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE SPACES                    TO WSC-REJECT-REASON.

      *    AN MQ QUEUE NAME IS AT MOST 48 CHARACTERS.
           EVALUATE TRUE
               WHEN WSC-WRK-OWNER-PREFIX = SPACES
                   MOVE 'PREFIX IS BLANK' TO WSC-REJECT-REASON
               WHEN WSC-WRK-OWNER-PREFIX (1:1) = SPACE
                   MOVE 'PREFIX HAS LEADING SPACES'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-DEPARTMENT = SPACES
                   MOVE 'DEPARTMENT IS BLANK'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-CONTACT = SPACES
                   MOVE 'CONTACT IS BLANK'
                                          TO WSC-REJECT-REASON
               WHEN NOT WSC-WRK-DELIVERY-VALID
                   MOVE 'DELIVERY NOT F/Q'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-DELIVERY-DEST = SPACES
                   MOVE 'DELIVERY DESTINATION IS BLANK'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-DELIVER-TO-QUEUE
                AND WSC-WRK-DELIVERY-DEST (49:) NOT = SPACES
                   MOVE 'QUEUE NAME LONGER THAN 48'
                                          TO WSC-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WSC-REJECT-REASON NOT = SPACES
               MOVE STC-N                 TO WSC-RECORD-OK
           END-IF.
       50000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 55000  PARAGRAPHS IN THIS LEVEL BUILD THE REGISTRY RECORD AND  *
      *        WRITE THE AUDIT TRAIL FOR AN APPLIED ACTION.            *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       55000-MOVE-WORK-TO-RECORD.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-OPERATOR-ID           TO WSC-WRK-UPDATED-BY.
           MOVE WSC-DATE-HOLD             TO WSC-WRK-UPDATED-DATE.
           MOVE WSC-TIME-HOLD             TO WSC-WRK-UPDATED-TIME.
           MOVE WSC-WRK-OWNER-PREFIX      TO ST022-OWNER-PREFIX.
           MOVE WSC-WRK-DEPARTMENT        TO ST022-DEPARTMENT.
           MOVE WSC-WRK-CONTACT           TO ST022-CONTACT.
           MOVE WSC-WRK-DELIVERY-TYPE     TO ST022-DELIVERY-TYPE.
           MOVE WSC-WRK-DELIVERY-DEST     TO ST022-DELIVERY-DEST.
           MOVE WSC-WRK-UPDATED-BY        TO ST022-UPDATED-BY.
           MOVE WSC-WRK-UPDATED-DATE      TO ST022-UPDATED-DATE.
           MOVE WSC-WRK-UPDATED-TIME      TO ST022-UPDATED-TIME.
       55000-EXIT.
           EXIT.

       56000-WRITE-AUDIT-RECORD.
      *    OAR-ACTION IS SET BY THE CALLER; THE OLD IMAGE COMES FROM
      *    WSC-OLD-IMAGE-HOLD (SPACES FOR AN ADD) AND THE NEW FROM THE
      *    REGISTRY RECORD AS APPLIED (SPACES FOR A DELETE).  STATUS
      *    05 IS THE OPTIONAL FILE BEING CREATED ON ITS FIRST EXTEND,
      *    NOT AN ERROR.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           OPEN EXTEND OWNER-AUDIT-FILE.
           IF WSC-AUDIT-STATUS = '00' OR WSC-AUDIT-STATUS = '05'
               MOVE WSC-OLD-IMAGE-HOLD    TO OAR-OLD-IMAGE
               IF WSC-CMD-DELETE
                   MOVE SPACES            TO OAR-NEW-IMAGE
               ELSE
                   MOVE ST022-OWNER-RECORD
                                          TO OAR-NEW-IMAGE
               END-IF
               MOVE WSC-DATE-HOLD         TO OAR-CHANGE-DATE
               MOVE WSC-TIME-HOLD         TO OAR-CHANGE-TIME
               MOVE WSC-OPERATOR-ID       TO OAR-OPERATOR-ID
               WRITE OWNER-AUDIT-RECORD
               CLOSE OWNER-AUDIT-FILE
           ELSE
               MOVE 123002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       56000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF REGISTRY-OPEN
               CLOSE OWNER-REGISTRY-FILE
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
