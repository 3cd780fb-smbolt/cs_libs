       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT119.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT119 - LEGAL HOLD / EXEMPTION REGISTRY MAINTENANCE         *
      ******************************************************************
      * MAINTAINS THE KEYED LEGAL HOLD REGISTRY (ORGST018) THAT        *
      * ORGUT100, ORGUT104, ORGUT111 AND ORGUT118 HONOR.  A HOLD SAYS  *
      * "NEVER MOVE, DELETE, PURGE OR ARCHIVE-AWAY THIS" FOR ONE PATH  *
      * (SCOPE E - EXACT) OR FOR EVERYTHING UNDER A PATH PREFIX        *
      * (SCOPE P).  SAME COMMAND STYLE AS ORGUT107 AND ORGUT113 - ONE  *
      * COMMAND FROM THE COMMAND LINE, OR AN INTERACTIVE SESSION:      *
      *   LIST           - DISPLAY EVERY HOLD, ACTIVE OR EXPIRED       *
      *   PLACE          - PROMPT PER FIELD AND ADD A NEW HOLD         *
      *   CHANGE <PATH>  - PROMPT FOR CLASS/REASON/EXPIRY (BLANK KEEPS *
      *                    THE CURRENT VALUE) AND REPLACE THE HOLD     *
      *   RELEASE <PATH> - REMOVE THE HOLD AFTER A Y/N CONFIRMATION    *
      * THE PATH IS EVERYTHING AFTER THE COMMAND WORD, SO A PATH WITH  *
      * EMBEDDED SPACES NEEDS NO QUOTING.  THE OPERATOR AND DATE/TIME  *
      * OF A PLACE ARE STAMPED ON THE HOLD ITSELF.  EVERY APPLIED      *
      * ACTION WRITES A BEFORE/AFTER AUDIT RECORD (ACTION, OLD AND NEW *
      * IMAGES, DATE/TIME, OPERATOR) TO THE HOLD AUDIT FILE, THE SAME  *
      * WAY ORGUT113 AUDITS A SCHEDULE CHANGE - THE REGISTRY SAYS WHAT *
      * IS HELD NOW, THE AUDIT FILE SAYS WHO HELD AND RELEASED WHAT.   *
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
           SELECT OPTIONAL LEGAL-HOLD-FILE
           ASSIGN TO ST019-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST018-HOLD-PATH
           FILE STATUS IS ST019-HOLD-STATUS.

           SELECT OPTIONAL HOLD-AUDIT-FILE
           ASSIGN TO WSC-AUDIT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD LEGAL-HOLD-FILE.
      *    SAME RECORD LAYOUT THE ORGPX004 LOOKUP PARAGRAPHS READ, SO
      *    THIS PROGRAM COPIES ORGST018 DIRECTLY.
               COPY 'ORGST018.CPY'.

        FD HOLD-AUDIT-FILE.
      *    ONE RECORD PER APPLIED ACTION - THE BEFORE AND AFTER
      *    IMAGES, WHEN, AND WHO.  EXTENDED ON EVERY APPLIED
      *    PLACE/CHANGE/RELEASE, LIKE ORGUT113'S SCHEDULE AUDIT.
        01 HOLD-AUDIT-RECORD.
           05 HAR-ACTION                   PIC X(07).
           05 HAR-OLD-IMAGE                PIC X(177).
           05 HAR-NEW-IMAGE                PIC X(177).
           05 HAR-CHANGE-DATE              PIC 9(08).
           05 HAR-CHANGE-TIME              PIC 9(08).
           05 HAR-OPERATOR-ID              PIC X(08).


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
      *    COPYCODE FOR STANDARD LEGAL HOLD LOOKUP WS FIELDS           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

      *    ONLY THE REGISTRY PATH AND STATUS FIELDS ARE USED HERE - THE
      *    CONFIG KEY AND DEFAULT ARE THE ONES EVERY CONSUMER RESOLVES,
      *    SO MAINTENANCE AND THE NIGHTLY STEPS LAND ON THE SAME FILE.
               COPY 'ORGST019.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT119              PIC X(08) VALUE 'ORGUT119'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.
           05  STC-AUDIT-FILE-LIT        PIC X(30)
                                          VALUE 'HOLD-AUDIT-PATH'.
           05  STC-AUDIT-FILE-DFLT       PIC X(81)
                                          VALUE 'C:\HOLDAUDIT.DAT'.

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
               88  WSC-CMD-PLACE             VALUE 'PLACE'.
               88  WSC-CMD-CHANGE            VALUE 'CHANGE'.
               88  WSC-CMD-RELEASE           VALUE 'RELEASE'.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-ARG-PATH              PIC X(80) VALUE SPACES.
           05  WSC-REGISTRY-OPEN         PIC X(01) VALUE 'N'.
               88  REGISTRY-OPEN             VALUE 'Y'.
           05  WSC-LIST-EOF              PIC X(01) VALUE 'N'.
               88  LIST-EOF                  VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-HOLD-STATE            PIC X(07) VALUE SPACES.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-REJECT-REASON         PIC X(50) VALUE SPACES.
           05  WSC-INPUT-TEXT            PIC X(80) VALUE SPACES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-EDITED-DATE           PIC 9(08) VALUE ZEROES.
           05  WSC-EDITED-DATE-X REDEFINES WSC-EDITED-DATE.
               10  WSC-EDITED-YEAR       PIC 9(04).
               10  WSC-EDITED-MONTH      PIC 9(02).
               10  WSC-EDITED-DAY        PIC 9(02).
           05  WSC-OLD-IMAGE-HOLD        PIC X(177) VALUE SPACES.

      *    THE HOLD BEING KEYED OR CHANGED - FIELD-FOR-FIELD THE
      *    ORGST018 LAYOUT (EXPIRY KEYED AS X(08) SO A NON-NUMERIC
      *    ENTRY IS CAUGHT BY THE EDIT INSTEAD OF ABENDING A MOVE).
       01  WSC-WORK-RECORD.
           05  WSC-WRK-HOLD-PATH         PIC X(80).
           05  WSC-WRK-HOLD-SCOPE        PIC X(01).
               88  WSC-WRK-SCOPE-VALID       VALUE 'E', 'P'.
           05  WSC-WRK-HOLD-CLASS        PIC X(04).
               88  WSC-WRK-CLASS-VALID       VALUE 'LEGL', 'EXEM'.
           05  WSC-WRK-HOLD-REASON       PIC X(60).
           05  WSC-WRK-PLACED-BY         PIC X(08).
           05  WSC-WRK-PLACED-DATE       PIC 9(08).
           05  WSC-WRK-PLACED-TIME       PIC 9(08).
           05  WSC-WRK-EXPIRY-DATE       PIC X(08).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 120000-120999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 120000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 120999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 120005.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-120000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-120001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN LEGAL HOLD REGISTRY                '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-120002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE HOLD AUDIT RECORD                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-120003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD REGISTRY UPDATE FAILED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-120004.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD PLACED                                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-120005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD RELEASED                               '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 06.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT119.

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
           MOVE WSC-ORGUT119              TO SCB-PROGRAM-NAME.
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
      *    IS CALLED DIRECTLY THE SAME WAY ORGUT107 AND ORGUT113 DO.
       10060-GET-CONFIG-VALUES.
           MOVE ST019-HOLD-PATH-DFLT      TO ST019-HOLD-FILE-PATH.
           MOVE WSC-ORGUT119              TO ST009-PROGRAM-NAME.
           MOVE ST019-HOLD-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST019-HOLD-FILE-PATH
           END-IF.

           MOVE STC-AUDIT-FILE-DFLT       TO WSC-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT119              TO ST009-PROGRAM-NAME.
           MOVE STC-AUDIT-FILE-LIT        TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-AUDIT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR OF RECORD ON EVERY HOLD
      *    PLACED AND EVERY AUDIT RECORD THIS SESSION WRITES; WHEN THE
      *    ENVIRONMENT DOES NOT SUPPLY ONE, IT IS ASKED ONCE UP FRONT.
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
               DISPLAY 'ENTER COMMAND - LIST / PLACE / CHANGE <PATH> / '
                       'RELEASE <PATH> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
                   GO TO 20000-EXIT
               END-IF
           END-IF.

      *    THE COMMAND IS THE FIRST WORD; THE PATH IS THE REST OF THE
      *    LINE AS KEYED, EMBEDDED SPACES AND ALL.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-ARG-PATH.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
           IF WSC-CMD-POINTER <= 120
               MOVE WSC-CMDLINE-TEXT (WSC-CMD-POINTER:)
                                          TO WSC-ARG-PATH
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
      *    FIRST PLACE HAS SOMEWHERE TO GO.  A HARD OPEN ERROR ENDS
      *    THE SESSION.
           OPEN I-O LEGAL-HOLD-FILE.
           IF ST019-HOLD-STATUS = '35'
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.
           IF ST019-HOLD-STATUS NOT = '00'
              AND ST019-HOLD-STATUS NOT = '05'
               MOVE 120001                TO SCB-REASON-CODE
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
                   PERFORM 41000-LIST-HOLDS THRU 41000-EXIT
               WHEN WSC-CMD-PLACE
                   PERFORM 42000-PLACE-HOLD THRU 42000-EXIT
               WHEN WSC-CMD-CHANGE
                   PERFORM 43000-CHANGE-HOLD THRU 43000-EXIT
               WHEN WSC-CMD-RELEASE
                   PERFORM 44000-RELEASE-HOLD THRU 44000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.

           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
       40000-EXIT.
           EXIT.

       41000-LIST-HOLDS.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE LOW-VALUES                TO ST018-HOLD-PATH.
           START LEGAL-HOLD-FILE
               KEY IS NOT LESS THAN ST018-HOLD-PATH
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.

           PERFORM 41100-LIST-NEXT-HOLD THRU 41100-EXIT
                   UNTIL LIST-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'REGISTRY IS EMPTY'
           ELSE
               DISPLAY ' '
               DISPLAY 'HOLDS LISTED: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   ADD 1                  TO WSC-LIST-COUNT
                   PERFORM 41200-DISPLAY-HOLD THRU 41200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST019-HOLD-STATUS NOT = '00'
              AND ST019-HOLD-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 120001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       41100-EXIT.
           EXIT.

       41200-DISPLAY-HOLD.
      *    SHOWS THE RECORD CURRENTLY IN THE FD.  AN EXPIRED HOLD IS
      *    IGNORED BY THE NIGHTLY STEPS BUT STAYS LISTED UNTIL IT IS
      *    RELEASED.
           IF ST018-EXPIRY-DATE = ZEROES
              OR ST018-EXPIRY-DATE >= WSC-DATE-HOLD
               MOVE 'ACTIVE'              TO WSC-HOLD-STATE
           ELSE
               MOVE 'EXPIRED'             TO WSC-HOLD-STATE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'PATH:    ' ST018-HOLD-PATH.
           DISPLAY '  SCOPE: ' ST018-HOLD-SCOPE
                   '  CLASS: ' ST018-HOLD-CLASS
                   '  STATE: ' WSC-HOLD-STATE.
           DISPLAY '  REASON:  ' ST018-HOLD-REASON.
           DISPLAY '  PLACED:  ' ST018-PLACED-BY
                   ' ' ST018-PLACED-DATE
                   ' ' ST018-PLACED-TIME.
           IF ST018-EXPIRY-DATE = ZEROES
               DISPLAY '  EXPIRES: NEVER - UNTIL RELEASED'
           ELSE
               DISPLAY '  EXPIRES: ' ST018-EXPIRY-DATE
           END-IF.
       41200-EXIT.
           EXIT.

       42000-PLACE-HOLD.
           MOVE SPACES                    TO WSC-WORK-RECORD
                                             WSC-OLD-IMAGE-HOLD.
           MOVE ZEROES                    TO WSC-WRK-PLACED-DATE
                                             WSC-WRK-PLACED-TIME.
           MOVE WSC-ARG-PATH              TO WSC-WRK-HOLD-PATH.
           IF WSC-WRK-HOLD-PATH = SPACES
               DISPLAY 'PATH OR PREFIX TO HOLD:'
               ACCEPT WSC-WRK-HOLD-PATH
           END-IF.
           DISPLAY 'SCOPE E=EXACT PATH / P=PREFIX:'.
           ACCEPT WSC-WRK-HOLD-SCOPE.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.

           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-OPERATOR-ID           TO WSC-WRK-PLACED-BY.
           MOVE WSC-DATE-HOLD             TO WSC-WRK-PLACED-DATE.
           MOVE WSC-TIME-HOLD             TO WSC-WRK-PLACED-TIME.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'PLACE REJECTED: ' WSC-REJECT-REASON
               GO TO 42000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           WRITE ST018-LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'PLACE REJECTED: PATH ALREADY HELD - '
                           'USE CHANGE'
                   GO TO 42000-EXIT
           END-WRITE.
           IF ST019-HOLD-STATUS NOT = '00'
               MOVE 120003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42000-EXIT
           END-IF.

           MOVE 'PLACE'                   TO HAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 120004                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'HOLD PLACED ON ' WSC-WRK-HOLD-PATH.
       42000-EXIT.
           EXIT.

       43000-CHANGE-HOLD.
           PERFORM 45000-READ-ARG-HOLD THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.

      *    PATH AND SCOPE ARE THE IDENTITY OF THE HOLD AND WHO PLACED
      *    IT IS HISTORY - TO WIDEN OR NARROW A HOLD, RELEASE IT AND
      *    PLACE A NEW ONE SO THE AUDIT FILE SHOWS BOTH.
           MOVE ST018-LEGAL-HOLD-RECORD   TO WSC-OLD-IMAGE-HOLD
                                             WSC-WORK-RECORD.
           PERFORM 41200-DISPLAY-HOLD THRU 41200-EXIT.
           DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE CURRENT ONE'.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'CHANGE REJECTED: ' WSC-REJECT-REASON
               GO TO 43000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           REWRITE ST018-LEGAL-HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST019-HOLD-STATUS NOT = '00'
               MOVE 120003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           MOVE 'CHANGE'                  TO HAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           DISPLAY 'HOLD CHANGED ON ' WSC-WRK-HOLD-PATH.
       43000-EXIT.
           EXIT.

       44000-RELEASE-HOLD.
           PERFORM 45000-READ-ARG-HOLD THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.

           MOVE ST018-LEGAL-HOLD-RECORD   TO WSC-OLD-IMAGE-HOLD.
           PERFORM 41200-DISPLAY-HOLD THRU 41200-EXIT.
           DISPLAY 'RELEASE THIS HOLD? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'RELEASE NOT CONFIRMED - HOLD KEPT'
               GO TO 44000-EXIT
           END-IF.

           DELETE LEGAL-HOLD-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF ST019-HOLD-STATUS NOT = '00'
               MOVE 120003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-WORK-RECORD.
           MOVE 'RELEASE'                 TO HAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 120005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'HOLD RELEASED ON ' WSC-ARG-PATH.
       44000-EXIT.
           EXIT.

       45000-READ-ARG-HOLD.
      *    CHANGE AND RELEASE BOTH NAME THE HOLD BY ITS FULL KEY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-ARG-PATH = SPACES
               DISPLAY 'PATH OF THE HOLD:'
               ACCEPT WSC-ARG-PATH
           END-IF.
           MOVE WSC-ARG-PATH              TO ST018-HOLD-PATH.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   MOVE STC-N             TO WSC-RECORD-OK
                   DISPLAY 'NO HOLD ON: ' WSC-ARG-PATH
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
           DISPLAY 'CLASS LEGL=LEGAL HOLD / EXEM=EXEMPTION <'
                   WSC-WRK-HOLD-CLASS '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-HOLD-CLASS
           END-IF.

           DISPLAY 'REASON <' WSC-WRK-HOLD-REASON '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-HOLD-REASON
           END-IF.

      *    NONE CLEARS THE EXPIRY SO THE HOLD STANDS UNTIL RELEASED.
           DISPLAY 'EXPIRY YYYYMMDD OR NONE <'
                   WSC-WRK-EXPIRY-DATE '>:'.
           ACCEPT WSC-INPUT-TEXT.
           EVALUATE TRUE
               WHEN WSC-INPUT-TEXT = SPACES
                   CONTINUE
               WHEN WSC-INPUT-TEXT = 'NONE'
                   MOVE ZEROES            TO WSC-WRK-EXPIRY-DATE
               WHEN OTHER
                   MOVE WSC-INPUT-TEXT    TO WSC-WRK-EXPIRY-DATE
           END-EVALUATE.
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

           IF WSC-WRK-EXPIRY-DATE = SPACES
               MOVE ZEROES                TO WSC-WRK-EXPIRY-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WSC-WRK-HOLD-PATH = SPACES
                   MOVE 'PATH IS BLANK'   TO WSC-REJECT-REASON
               WHEN NOT WSC-WRK-SCOPE-VALID
                   MOVE 'SCOPE NOT E/P'   TO WSC-REJECT-REASON
               WHEN NOT WSC-WRK-CLASS-VALID
                   MOVE 'CLASS NOT LEGL/EXEM'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-HOLD-REASON = SPACES
                   MOVE 'REASON IS BLANK' TO WSC-REJECT-REASON
               WHEN OTHER
                   PERFORM 50010-EDIT-EXPIRY-DATE THRU 50010-EXIT
           END-EVALUATE.

           IF WSC-REJECT-REASON NOT = SPACES
               MOVE STC-N                 TO WSC-RECORD-OK
           END-IF.
       50000-EXIT.
           EXIT.

       50010-EDIT-EXPIRY-DATE.
      *    ZERO IS "NO EXPIRY".  OTHERWISE A REAL DATE NO EARLIER THAN
      *    TODAY - A HOLD THAT HAS ALREADY LAPSED PROTECTS NOTHING.
           IF WSC-WRK-EXPIRY-DATE NOT NUMERIC
               MOVE 'EXPIRY NOT NUMERIC YYYYMMDD'
                                          TO WSC-REJECT-REASON
               GO TO 50010-EXIT
           END-IF.
           MOVE WSC-WRK-EXPIRY-DATE       TO WSC-EDITED-DATE.
           IF WSC-EDITED-DATE = ZEROES
               GO TO 50010-EXIT
           END-IF.
           IF WSC-EDITED-MONTH < 01 OR WSC-EDITED-MONTH > 12
              OR WSC-EDITED-DAY < 01 OR WSC-EDITED-DAY > 31
               MOVE 'EXPIRY NOT A VALID YYYYMMDD DATE'
                                          TO WSC-REJECT-REASON
               GO TO 50010-EXIT
           END-IF.
           IF WSC-EDITED-DATE < WSC-DATE-HOLD
               MOVE 'EXPIRY IS ALREADY PAST'
                                          TO WSC-REJECT-REASON
           END-IF.
       50010-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 55000  PARAGRAPHS IN THIS LEVEL BUILD THE REGISTRY RECORD AND  *
      *        WRITE THE AUDIT TRAIL FOR AN APPLIED ACTION.            *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       55000-MOVE-WORK-TO-RECORD.
           MOVE WSC-WRK-HOLD-PATH         TO ST018-HOLD-PATH.
           MOVE WSC-WRK-HOLD-SCOPE        TO ST018-HOLD-SCOPE.
           MOVE WSC-WRK-HOLD-CLASS        TO ST018-HOLD-CLASS.
           MOVE WSC-WRK-HOLD-REASON       TO ST018-HOLD-REASON.
           MOVE WSC-WRK-PLACED-BY         TO ST018-PLACED-BY.
           MOVE WSC-WRK-PLACED-DATE       TO ST018-PLACED-DATE.
           MOVE WSC-WRK-PLACED-TIME       TO ST018-PLACED-TIME.
           MOVE WSC-EDITED-DATE           TO ST018-EXPIRY-DATE.
       55000-EXIT.
           EXIT.

       56000-WRITE-AUDIT-RECORD.
      *    HAR-ACTION IS SET BY THE CALLER; THE OLD IMAGE COMES FROM
      *    WSC-OLD-IMAGE-HOLD (SPACES FOR A PLACE) AND THE NEW FROM
      *    THE REGISTRY RECORD AS APPLIED (SPACES FOR A RELEASE).
      *    STATUS 05 IS THE OPTIONAL FILE BEING CREATED ON ITS FIRST
      *    EXTEND, NOT AN ERROR.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           OPEN EXTEND HOLD-AUDIT-FILE.
           IF WSC-AUDIT-STATUS = '00' OR WSC-AUDIT-STATUS = '05'
               MOVE WSC-OLD-IMAGE-HOLD    TO HAR-OLD-IMAGE
               IF WSC-CMD-RELEASE
                   MOVE SPACES            TO HAR-NEW-IMAGE
               ELSE
                   MOVE ST018-LEGAL-HOLD-RECORD
                                          TO HAR-NEW-IMAGE
               END-IF
               MOVE WSC-DATE-HOLD         TO HAR-CHANGE-DATE
               MOVE WSC-TIME-HOLD         TO HAR-CHANGE-TIME
               MOVE WSC-OPERATOR-ID       TO HAR-OPERATOR-ID
               WRITE HOLD-AUDIT-RECORD
               CLOSE HOLD-AUDIT-FILE
           ELSE
               MOVE 120002                TO SCB-REASON-CODE
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
               CLOSE LEGAL-HOLD-FILE
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
