       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT120.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT120 - PATTERN LIBRARY MAINTENANCE                         *
      ******************************************************************
      * MAINTAINS THE KEYED PATTERN LIBRARY (ORGST020) OF NAMED        *
      * PATTERN SETS THAT A 'TEXT' CONTROL RECORD CAN NAME WITH        *
      * 'SET=<NAME>' INSTEAD OF A LITERAL.  EACH SET CARRIES UP TO TEN *
      * LITERAL OR MASK PATTERNS, A CLASSIFICATION CATEGORY AND A      *
      * SENSITIVITY LEVEL; ORGUT100 TAGS EVERY HIT ON THE SET WITH THE *
      * CATEGORY AND SENSITIVITY AND ORGUT121 REPORTS ON THEM.  SAME   *
      * COMMAND STYLE AS ORGUT119 - ONE COMMAND FROM THE COMMAND LINE, *
      * OR AN INTERACTIVE SESSION:                                     *
      *   LIST           - DISPLAY EVERY SET AND ITS PATTERNS          *
      *   ADD            - PROMPT PER FIELD AND ADD A NEW SET          *
      *   CHANGE <NAME>  - PROMPT FOR EVERY FIELD (BLANK KEEPS THE     *
      *                    CURRENT VALUE) AND REPLACE THE SET          *
      *   DELETE <NAME>  - REMOVE THE SET AFTER A Y/N CONFIRMATION     *
      * THE OPERATOR AND DATE/TIME OF THE LAST ADD OR CHANGE ARE       *
      * STAMPED ON THE SET ITSELF.  EVERY APPLIED ACTION WRITES A      *
      * BEFORE/AFTER AUDIT RECORD TO THE PATTERN AUDIT FILE, THE SAME  *
      * WAY ORGUT119 AUDITS THE LEGAL HOLD REGISTRY.  A SET STILL      *
      * NAMED BY A CONTROL RECORD SHOULD NOT BE DELETED - ORGUT103     *
      * REJECTS THAT RECORD ON THE NEXT NIGHTLY EDIT.                  *
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
           SELECT OPTIONAL PATTERN-LIBRARY-FILE
           ASSIGN TO ST021-LIB-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST020-SET-NAME
           FILE STATUS IS ST021-LIB-STATUS.

           SELECT OPTIONAL PATTERN-AUDIT-FILE
           ASSIGN TO WSC-AUDIT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD PATTERN-LIBRARY-FILE.
      *    SAME RECORD LAYOUT ORGUT100, ORGUT103 AND ORGUT113 READ, SO
      *    THIS PROGRAM COPIES ORGST020 DIRECTLY.
               COPY 'ORGST020.CPY'.

        FD PATTERN-AUDIT-FILE.
      *    ONE RECORD PER APPLIED ACTION - THE BEFORE AND AFTER
      *    IMAGES, WHEN, AND WHO.  EXTENDED ON EVERY APPLIED
      *    ADD/CHANGE/DELETE, LIKE ORGUT119'S HOLD AUDIT.
        01 PATTERN-AUDIT-RECORD.
           05 PAR-ACTION                   PIC X(07).
           05 PAR-OLD-IMAGE                PIC X(509).
           05 PAR-NEW-IMAGE                PIC X(509).
           05 PAR-CHANGE-DATE              PIC 9(08).
           05 PAR-CHANGE-TIME              PIC 9(08).
           05 PAR-OPERATOR-ID              PIC X(08).


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
      *    COPYCODE FOR STANDARD PATTERN LIBRARY WS FIELDS             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

      *    ONLY THE LIBRARY PATH AND STATUS FIELDS ARE USED HERE - THE
      *    CONFIG KEY AND DEFAULT ARE THE ONES EVERY CONSUMER RESOLVES,
      *    SO MAINTENANCE, THE EDITS AND THE SEARCH LAND ON THE SAME
      *    FILE.
               COPY 'ORGST021.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT120              PIC X(08) VALUE 'ORGUT120'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.
           05  STC-AUDIT-FILE-LIT        PIC X(30)
                                          VALUE 'PATTERN-AUDIT-PATH'.
           05  STC-AUDIT-FILE-DFLT       PIC X(81)
                                          VALUE 'C:\PATTERNAUDIT.DAT'.
           05  STC-MAX-PATTERNS          PIC 9(02) VALUE 10.

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
           05  WSC-ARG-NAME              PIC X(80) VALUE SPACES.
           05  WSC-LIBRARY-OPEN          PIC X(01) VALUE 'N'.
               88  LIBRARY-OPEN              VALUE 'Y'.
           05  WSC-LIST-EOF              PIC X(01) VALUE 'N'.
               88  LIST-EOF                  VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-REJECT-REASON         PIC X(50) VALUE SPACES.
           05  WSC-INPUT-TEXT            PIC X(80) VALUE SPACES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-PAT-IDX               PIC 9(02) VALUE ZEROES.
           05  WSC-PAT-COUNT-NUM         PIC 9(02) VALUE ZEROES.
           05  WSC-SPACE-COUNT           PIC 9(03) VALUE ZEROES.
           05  WSC-OLD-IMAGE-HOLD        PIC X(509) VALUE SPACES.

      *    THE SET BEING KEYED OR CHANGED - FIELD-FOR-FIELD THE
      *    ORGST020 LAYOUT (PATTERN COUNT KEYED AS X(02) SO A NON-
      *    NUMERIC ENTRY IS CAUGHT BY THE EDIT INSTEAD OF ABENDING A
      *    MOVE).
       01  WSC-WORK-RECORD.
           05  WSC-WRK-SET-NAME          PIC X(20).
           05  WSC-WRK-SET-DESCRIPTION   PIC X(40).
           05  WSC-WRK-CATEGORY          PIC X(12).
           05  WSC-WRK-SENSITIVITY       PIC X(01).
               88  WSC-WRK-SENS-VALID        VALUE '1' THRU '4'.
           05  WSC-WRK-PATTERN-COUNT     PIC X(02).
           05  WSC-WRK-PATTERN-ENTRY     OCCURS 10 TIMES.
               10  WSC-WRK-PATTERN-KIND  PIC X(01).
                   88  WSC-WRK-KIND-VALID    VALUE 'L', 'M'.
               10  WSC-WRK-PATTERN-TEXT  PIC X(40).
           05  WSC-WRK-UPDATED-BY        PIC X(08).
           05  WSC-WRK-UPDATED-DATE      PIC 9(08).
           05  WSC-WRK-UPDATED-TIME      PIC 9(08).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 121000-121999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 121000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 121999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 121006.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-121000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN PATTERN LIBRARY                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE PATTERN AUDIT RECORD              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'PATTERN LIBRARY UPDATE FAILED                     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121004.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PATTERN SET ADDED                                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PATTERN SET CHANGED                               '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-121006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PATTERN SET DELETED                               '.
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

       00000-PROGRAM-ORGUT120.

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
           MOVE WSC-ORGUT120              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 30000-OPEN-LIBRARY THRU 30000-EXIT.
           IF NOT SESSION-DONE
               PERFORM 20000-GET-COMMAND THRU 20000-EXIT
           END-IF.
       10000-EXIT.
           EXIT.

      *    SHORT MAINTENANCE SESSION, SO THE STANDARD DCCM SUBPROGRAM
      *    IS CALLED DIRECTLY THE SAME WAY ORGUT119 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE ST021-LIB-PATH-DFLT       TO ST021-LIB-FILE-PATH.
           MOVE WSC-ORGUT120              TO ST009-PROGRAM-NAME.
           MOVE ST021-LIB-PATH-LIT        TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST021-LIB-FILE-PATH
           END-IF.

           MOVE STC-AUDIT-FILE-DFLT       TO WSC-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT120              TO ST009-PROGRAM-NAME.
           MOVE STC-AUDIT-FILE-LIT        TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-AUDIT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR OF RECORD ON EVERY SET
      *    ADDED OR CHANGED AND EVERY AUDIT RECORD THIS SESSION WRITES;
      *    WHEN THE ENVIRONMENT DOES NOT SUPPLY ONE, IT IS ASKED ONCE.
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
               DISPLAY 'ENTER COMMAND - LIST / ADD / CHANGE <NAME> / '
                       'DELETE <NAME> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
                   GO TO 20000-EXIT
               END-IF
           END-IF.

      *    THE COMMAND IS THE FIRST WORD AND THE SET NAME THE SECOND.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-ARG-NAME.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
                    WSC-ARG-NAME
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE LIBRARY FOR UPDATE.   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-LIBRARY.
      *    A LIBRARY THAT DOES NOT EXIST YET IS CREATED EMPTY SO THE
      *    FIRST ADD HAS SOMEWHERE TO GO.  A HARD OPEN ERROR ENDS THE
      *    SESSION.
           OPEN I-O PATTERN-LIBRARY-FILE.
           IF ST021-LIB-STATUS = '35'
               OPEN OUTPUT PATTERN-LIBRARY-FILE
               CLOSE PATTERN-LIBRARY-FILE
               OPEN I-O PATTERN-LIBRARY-FILE
           END-IF.
           IF ST021-LIB-STATUS NOT = '00'
              AND ST021-LIB-STATUS NOT = '05'
               MOVE 121001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE STC-Y                 TO WSC-SESSION-DONE
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-LIBRARY-OPEN.
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
                   PERFORM 41000-LIST-SETS THRU 41000-EXIT
               WHEN WSC-CMD-ADD
                   PERFORM 42000-ADD-SET THRU 42000-EXIT
               WHEN WSC-CMD-CHANGE
                   PERFORM 43000-CHANGE-SET THRU 43000-EXIT
               WHEN WSC-CMD-DELETE
                   PERFORM 44000-DELETE-SET THRU 44000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.

           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
       40000-EXIT.
           EXIT.

       41000-LIST-SETS.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-LIST-EOF.
           MOVE LOW-VALUES                TO ST020-SET-NAME.
           START PATTERN-LIBRARY-FILE
               KEY IS NOT LESS THAN ST020-SET-NAME
               INVALID KEY
                   MOVE STC-Y             TO WSC-LIST-EOF
           END-START.

           PERFORM 41100-LIST-NEXT-SET THRU 41100-EXIT
                   UNTIL LIST-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'PATTERN LIBRARY IS EMPTY'
           ELSE
               DISPLAY ' '
               DISPLAY 'SETS LISTED: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-SET.
           READ PATTERN-LIBRARY-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LIST-EOF
               NOT AT END
                   ADD 1                  TO WSC-LIST-COUNT
                   PERFORM 41200-DISPLAY-SET THRU 41200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.
           IF ST021-LIB-STATUS NOT = '00'
              AND ST021-LIB-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-LIST-EOF
               MOVE 121001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       41100-EXIT.
           EXIT.

       41200-DISPLAY-SET.
      *    SHOWS THE RECORD CURRENTLY IN THE FD.
           DISPLAY ' '.
           DISPLAY 'SET:     ' ST020-SET-NAME
                   '  ' ST020-SET-DESCRIPTION.
           DISPLAY '  CATEGORY: ' ST020-CATEGORY
                   '  SENSITIVITY: ' ST020-SENSITIVITY
                   '  PATTERNS: ' ST020-PATTERN-COUNT.
           IF ST020-PATTERN-COUNT NUMERIC
               PERFORM 41210-DISPLAY-PATTERN THRU 41210-EXIT
                       VARYING WSC-PAT-IDX FROM 1 BY 1
                       UNTIL WSC-PAT-IDX > ST020-PATTERN-COUNT
                          OR WSC-PAT-IDX > STC-MAX-PATTERNS
           END-IF.
           DISPLAY '  UPDATED: ' ST020-UPDATED-BY
                   ' ' ST020-UPDATED-DATE
                   ' ' ST020-UPDATED-TIME.
       41200-EXIT.
           EXIT.

       41210-DISPLAY-PATTERN.
           DISPLAY '    ' WSC-PAT-IDX
                   ' ' ST020-PATTERN-KIND (WSC-PAT-IDX)
                   ' ' ST020-PATTERN-TEXT (WSC-PAT-IDX).
       41210-EXIT.
           EXIT.

       42000-ADD-SET.
           MOVE SPACES                    TO WSC-WORK-RECORD
                                             WSC-OLD-IMAGE-HOLD.
           MOVE ZEROES                    TO WSC-WRK-UPDATED-DATE
                                             WSC-WRK-UPDATED-TIME.
           MOVE WSC-ARG-NAME              TO WSC-WRK-SET-NAME.
           IF WSC-WRK-SET-NAME = SPACES
               DISPLAY 'NAME OF THE NEW PATTERN SET:'
               ACCEPT WSC-WRK-SET-NAME
           END-IF.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.

           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'ADD REJECTED: ' WSC-REJECT-REASON
               GO TO 42000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           WRITE ST020-PATTERN-SET-RECORD
               INVALID KEY
                   DISPLAY 'ADD REJECTED: SET ALREADY ON LIBRARY - '
                           'USE CHANGE'
                   GO TO 42000-EXIT
           END-WRITE.
           IF ST021-LIB-STATUS NOT = '00'
               MOVE 121003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42000-EXIT
           END-IF.

           MOVE 'ADD'                     TO PAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 121004                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'PATTERN SET ADDED: ' WSC-WRK-SET-NAME.
       42000-EXIT.
           EXIT.

       43000-CHANGE-SET.
           PERFORM 45000-READ-ARG-SET THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.

      *    THE NAME IS THE IDENTITY OF THE SET AND THE CONTROL RECORDS
      *    REFER TO IT - TO RENAME A SET, ADD THE NEW ONE, REPOINT THE
      *    CONTROL RECORDS AND THEN DELETE THE OLD ONE.
           MOVE ST020-PATTERN-SET-RECORD  TO WSC-OLD-IMAGE-HOLD
                                             WSC-WORK-RECORD.
           PERFORM 41200-DISPLAY-SET THRU 41200-EXIT.
           DISPLAY 'ENTER NEW VALUES - BLANK KEEPS THE CURRENT ONE'.
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.
           IF NOT RECORD-OK
               DISPLAY 'CHANGE REJECTED: ' WSC-REJECT-REASON
               GO TO 43000-EXIT
           END-IF.

           PERFORM 55000-MOVE-WORK-TO-RECORD THRU 55000-EXIT.
           REWRITE ST020-PATTERN-SET-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST021-LIB-STATUS NOT = '00'
               MOVE 121003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 43000-EXIT
           END-IF.

           MOVE 'CHANGE'                  TO PAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 121005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'PATTERN SET CHANGED: ' WSC-WRK-SET-NAME.
       43000-EXIT.
           EXIT.

       44000-DELETE-SET.
           PERFORM 45000-READ-ARG-SET THRU 45000-EXIT.
           IF NOT RECORD-OK
               GO TO 44000-EXIT
           END-IF.

           MOVE ST020-PATTERN-SET-RECORD  TO WSC-OLD-IMAGE-HOLD.
           PERFORM 41200-DISPLAY-SET THRU 41200-EXIT.
           DISPLAY 'DELETE THIS PATTERN SET? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'DELETE NOT CONFIRMED - SET KEPT'
               GO TO 44000-EXIT
           END-IF.

           DELETE PATTERN-LIBRARY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF ST021-LIB-STATUS NOT = '00'
               MOVE 121003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-WORK-RECORD.
           MOVE 'DELETE'                  TO PAR-ACTION.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           MOVE 121006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'PATTERN SET DELETED: ' WSC-ARG-NAME.
       44000-EXIT.
           EXIT.

       45000-READ-ARG-SET.
      *    CHANGE AND DELETE BOTH NAME THE SET BY ITS FULL KEY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-ARG-NAME = SPACES
               DISPLAY 'NAME OF THE PATTERN SET:'
               ACCEPT WSC-ARG-NAME
           END-IF.
           MOVE WSC-ARG-NAME              TO ST020-SET-NAME.
           READ PATTERN-LIBRARY-FILE
               INVALID KEY
                   MOVE STC-N             TO WSC-RECORD-OK
                   DISPLAY 'NO PATTERN SET NAMED: ' WSC-ARG-NAME
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
           DISPLAY 'DESCRIPTION <' WSC-WRK-SET-DESCRIPTION '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-SET-DESCRIPTION
           END-IF.

           DISPLAY 'CATEGORY E.G. PII / PCI <' WSC-WRK-CATEGORY '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-CATEGORY
           END-IF.

           DISPLAY 'SENSITIVITY 1=PUBLIC 2=INTERNAL 3=CONFIDENTIAL '
                   '4=RESTRICTED <' WSC-WRK-SENSITIVITY '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT        TO WSC-WRK-SENSITIVITY
           END-IF.

      *    A ONE-DIGIT COUNT IS RIGHT-JUSTIFIED SO '3' READS AS 03.
           DISPLAY 'NUMBER OF PATTERNS 1-10 <'
                   WSC-WRK-PATTERN-COUNT '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               IF WSC-INPUT-TEXT (2:1) = SPACE
                   MOVE '0'               TO WSC-WRK-PATTERN-COUNT (1:1)
                   MOVE WSC-INPUT-TEXT (1:1)
                                          TO WSC-WRK-PATTERN-COUNT (2:1)
               ELSE
                   MOVE WSC-INPUT-TEXT    TO WSC-WRK-PATTERN-COUNT
               END-IF
           END-IF.

           IF WSC-WRK-PATTERN-COUNT NUMERIC
               MOVE WSC-WRK-PATTERN-COUNT TO WSC-PAT-COUNT-NUM
               PERFORM 46100-PROMPT-PATTERN THRU 46100-EXIT
                       VARYING WSC-PAT-IDX FROM 1 BY 1
                       UNTIL WSC-PAT-IDX > WSC-PAT-COUNT-NUM
                          OR WSC-PAT-IDX > STC-MAX-PATTERNS
           END-IF.
       46000-EXIT.
           EXIT.

       46100-PROMPT-PATTERN.
           DISPLAY 'PATTERN ' WSC-PAT-IDX
                   ' KIND L=LITERAL / M=MASK <'
                   WSC-WRK-PATTERN-KIND (WSC-PAT-IDX) '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT    TO WSC-WRK-PATTERN-KIND
                                                     (WSC-PAT-IDX)
           END-IF.

      *    IN A MASK 9 MATCHES ANY DIGIT AND A ANY LETTER.
           DISPLAY 'PATTERN ' WSC-PAT-IDX ' TEXT <'
                   WSC-WRK-PATTERN-TEXT (WSC-PAT-IDX) '>:'.
           ACCEPT WSC-INPUT-TEXT.
           IF WSC-INPUT-TEXT NOT = SPACES
               MOVE WSC-INPUT-TEXT    TO WSC-WRK-PATTERN-TEXT
                                                     (WSC-PAT-IDX)
           END-IF.
       46100-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL EDIT THE KEYED WORK RECORD     *
      *        BEFORE IT IS APPLIED TO THE LIBRARY.                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-EDIT-WORK-RECORD.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE SPACES                    TO WSC-REJECT-REASON.

      *    THE NAME IS CARRIED AS 'SET=<NAME>' IN A CONTROL RECORD, SO
      *    IT CANNOT HAVE AN EMBEDDED SPACE - EVERYTHING AFTER THE
      *    FIRST WORD MUST BE BLANK.
           MOVE ZEROES                    TO WSC-SPACE-COUNT.
           INSPECT WSC-WRK-SET-NAME
               TALLYING WSC-SPACE-COUNT FOR CHARACTERS
               BEFORE INITIAL SPACE.

           EVALUATE TRUE
               WHEN WSC-WRK-SET-NAME = SPACES
                   MOVE 'SET NAME IS BLANK'
                                          TO WSC-REJECT-REASON
               WHEN WSC-SPACE-COUNT = ZEROES
                   MOVE 'SET NAME CONTAINS A SPACE'
                                          TO WSC-REJECT-REASON
               WHEN WSC-SPACE-COUNT < 20
                AND WSC-WRK-SET-NAME (WSC-SPACE-COUNT + 1:) NOT = SPACES
                   MOVE 'SET NAME CONTAINS A SPACE'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-CATEGORY = SPACES
                   MOVE 'CATEGORY IS BLANK'
                                          TO WSC-REJECT-REASON
               WHEN NOT WSC-WRK-SENS-VALID
                   MOVE 'SENSITIVITY NOT 1-4'
                                          TO WSC-REJECT-REASON
               WHEN WSC-WRK-PATTERN-COUNT NOT NUMERIC
                   MOVE 'PATTERN COUNT NOT NUMERIC'
                                          TO WSC-REJECT-REASON
               WHEN OTHER
                   PERFORM 50010-EDIT-PATTERNS THRU 50010-EXIT
           END-EVALUATE.

           IF WSC-REJECT-REASON NOT = SPACES
               MOVE STC-N                 TO WSC-RECORD-OK
           END-IF.
       50000-EXIT.
           EXIT.

       50010-EDIT-PATTERNS.
      *    ONLY THE FIRST PATTERN-COUNT ENTRIES ARE USED, AND EVERY ONE
      *    OF THEM MUST BE COMPLETE.  ENTRIES PAST THE COUNT (LEFT OVER
      *    WHEN A CHANGE LOWERS IT) ARE CLEARED SO THE LIBRARY HOLDS
      *    NOTHING THE SEARCH WOULD IGNORE.
           MOVE WSC-WRK-PATTERN-COUNT     TO WSC-PAT-COUNT-NUM.
           IF WSC-PAT-COUNT-NUM < 1
              OR WSC-PAT-COUNT-NUM > STC-MAX-PATTERNS
               MOVE 'PATTERN COUNT NOT 1-10'
                                          TO WSC-REJECT-REASON
               GO TO 50010-EXIT
           END-IF.

           PERFORM 50020-EDIT-ONE-PATTERN THRU 50020-EXIT
                   VARYING WSC-PAT-IDX FROM 1 BY 1
                   UNTIL WSC-PAT-IDX > STC-MAX-PATTERNS
                      OR WSC-REJECT-REASON NOT = SPACES.
       50010-EXIT.
           EXIT.

       50020-EDIT-ONE-PATTERN.
           IF WSC-PAT-IDX > WSC-PAT-COUNT-NUM
               MOVE SPACES   TO WSC-WRK-PATTERN-ENTRY (WSC-PAT-IDX)
               GO TO 50020-EXIT
           END-IF.
           IF NOT WSC-WRK-KIND-VALID (WSC-PAT-IDX)
               STRING 'PATTERN ' WSC-PAT-IDX ' KIND NOT L/M'
                   DELIMITED BY SIZE
                   INTO WSC-REJECT-REASON
               END-STRING
               GO TO 50020-EXIT
           END-IF.
           IF WSC-WRK-PATTERN-TEXT (WSC-PAT-IDX) = SPACES
               STRING 'PATTERN ' WSC-PAT-IDX ' TEXT IS BLANK'
                   DELIMITED BY SIZE
                   INTO WSC-REJECT-REASON
               END-STRING
           END-IF.
       50020-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 55000  PARAGRAPHS IN THIS LEVEL BUILD THE LIBRARY RECORD AND   *
      *        WRITE THE AUDIT TRAIL FOR AN APPLIED ACTION.            *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       55000-MOVE-WORK-TO-RECORD.
      *    EVERY ADD OR CHANGE RESTAMPS WHO LAST TOUCHED THE SET.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-OPERATOR-ID           TO WSC-WRK-UPDATED-BY.
           MOVE WSC-DATE-HOLD             TO WSC-WRK-UPDATED-DATE.
           MOVE WSC-TIME-HOLD             TO WSC-WRK-UPDATED-TIME.
           MOVE WSC-WORK-RECORD           TO ST020-PATTERN-SET-RECORD.
       55000-EXIT.
           EXIT.

       56000-WRITE-AUDIT-RECORD.
      *    PAR-ACTION IS SET BY THE CALLER; THE OLD IMAGE COMES FROM
      *    WSC-OLD-IMAGE-HOLD (SPACES FOR AN ADD) AND THE NEW FROM THE
      *    LIBRARY RECORD AS APPLIED (SPACES FOR A DELETE).  STATUS 05
      *    IS THE OPTIONAL FILE BEING CREATED ON ITS FIRST EXTEND, NOT
      *    AN ERROR.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           OPEN EXTEND PATTERN-AUDIT-FILE.
           IF WSC-AUDIT-STATUS = '00' OR WSC-AUDIT-STATUS = '05'
               MOVE WSC-OLD-IMAGE-HOLD    TO PAR-OLD-IMAGE
               IF WSC-CMD-DELETE
                   MOVE SPACES            TO PAR-NEW-IMAGE
               ELSE
                   MOVE ST020-PATTERN-SET-RECORD
                                          TO PAR-NEW-IMAGE
               END-IF
               MOVE WSC-DATE-HOLD         TO PAR-CHANGE-DATE
               MOVE WSC-TIME-HOLD         TO PAR-CHANGE-TIME
               MOVE WSC-OPERATOR-ID       TO PAR-OPERATOR-ID
               WRITE PATTERN-AUDIT-RECORD
               CLOSE PATTERN-AUDIT-FILE
           ELSE
               MOVE 121002                TO SCB-REASON-CODE
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
           IF LIBRARY-OPEN
               CLOSE PATTERN-LIBRARY-FILE
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
