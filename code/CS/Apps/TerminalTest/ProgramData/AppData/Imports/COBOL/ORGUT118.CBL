       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT118.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT118 - QUARANTINE RESTORE AND EXPIRY                       *
      ******************************************************************
      * THE ORGUT111 ACTION MANIFEST (ORGST015) PROMISES THAT EVERY    *
      * MOVE CAN BE LOCATED AND UNDONE; THIS PROGRAM IS THE UNDO.  IT  *
      * READS THE WHOLE MANIFEST, WORKS OUT WHICH MOVES ARE STILL      *
      * SITTING IN QUARANTINE (NOT ALREADY RESTORED OR PURGED BY AN    *
      * EARLIER RUN), AND ACTS ON THE ONES THE COMMAND SELECTS:        *
      *   LIST    PATH <P> / PREFIX <P> / DATES <FROM> <TO>            *
      *           - SHOW THE QUARANTINED ENTRIES THE SELECTION WOULD   *
      *             RESTORE, TOUCHING NOTHING                          *
      *   RESTORE PATH <P> / PREFIX <P> / DATES <FROM> <TO>            *
      *           - MOVE EACH SELECTED FILE BACK TO ITS ST015-         *
      *             ORIGINAL-PATH.  SELECTION IS BY EXACT ORIGINAL     *
      *             PATH, ORIGINAL-PATH PREFIX, OR AN INCLUSIVE        *
      *             YYYYMMDD ACTION-DATE RANGE.  A RESTORE IS REFUSED  *
      *             WHEN ANYTHING ALREADY SITS AT THE ORIGINAL PATH -  *
      *             THIS PROGRAM NEVER OVERWRITES A LIVE FILE.         *
      *   PURGE   - THE SCHEDULED EXPIRY: DELETE EVERY QUARANTINED     *
      *             FILE WHOSE MOVE IS OLDER THAN THE QUARANTINE-      *
      *             EXPIRY-DAYS DCCM CONFIG VALUE AND THAT NOBODY HAS  *
      *             ASKED TO HAVE BACK.  A FILE WHOSE ORIGINAL PATH    *
      *             IS UNDER A LEGAL HOLD (ORGST018) IS NEVER PURGED - *
      *             IT STAYS IN QUARANTINE UNTIL THE HOLD IS RELEASED. *
      * EVERY RESTORE AND PURGE WRITES ITS OWN MANIFEST RECORD         *
      * ('RSTR' / 'PURG', SAME ORIGINAL AND QUARANTINE PATHS AS THE    *
      * MOVE IT REVERSES) SO THE TRAIL STAYS COMPLETE, AND A RUN WHOSE *
      * MANIFEST CANNOT BE EXTENDED WITHHOLDS EVERY ACTION - THE SAME  *
      * NOTHING-WITHOUT-ITS-TRAIL RULE AS ORGUT111.  THE RESTORE       *
      * REPORT LISTS EVERY SELECTED ENTRY AND WHAT HAPPENED TO IT,     *
      * WITH THE OPERATOR OF RECORD IN THE HEADING.  THE RUN ENDS WITH *
      * RETURN CODE 8 WHEN ANY SELECTED ACTION WAS REFUSED, FAILED OR  *
      * WITHHELD.                                                      *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 10-15-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! PURGE SKIPS FILES UNDER A LEGAL HOLD.  *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTION-MANIFEST-FILE
           ASSIGN TO WSC-MANIFEST-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-MANIFEST-STATUS.

           SELECT RESTORE-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LEGAL-HOLD-FILE
           ASSIGN TO ST019-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST018-HOLD-PATH
           FILE STATUS IS ST019-HOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD ACTION-MANIFEST-FILE.
      *    SAME PERMANENT TRAIL ORGUT111 EXTENDS - READ IN FULL AT
      *    START-UP, THEN EXTENDED WITH THIS RUN'S REVERSAL RECORDS.
               COPY 'ORGST015.CPY'.

        FD RESTORE-REPORT-FILE.
        01 RESTORE-REPORT-RECORD           PIC X(132).

        FD LEGAL-HOLD-FILE.
      *    READ ONLY, BY THE ORGPX004 U3000-LOAD-LEGAL-HOLDS PARAGRAPH;
      *    MAINTAINED BY THE ORGUT119 HOLD MAINTENANCE UTILITY.
               COPY 'ORGST018.CPY'.


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

               COPY 'ORGST019.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT118              PIC X(08) VALUE 'ORGUT118'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  THE MANIFEST KEY
      *    AND DEFAULT MATCH ORGUT111'S SO BOTH PROGRAMS LAND ON THE
      *    SAME TRAIL.
           05  STC-MANIFEST-LIT          PIC X(30)
                                          VALUE 'ACTION-MANIFEST-PATH'.
           05  STC-MANIFEST-DFLT         PIC X(81)
                                          VALUE 'C:\ACTMANIFEST.DAT'.
           05  STC-EXPIRY-LIT            PIC X(30)
                                     VALUE 'QUARANTINE-EXPIRY-DAYS'.
           05  STC-EXPIRY-DFLT           PIC 9(05) VALUE 60.
           05  STC-RESTORE-REPORT-LIT    PIC X(30)
                                          VALUE 'QRESTORE-REPORT-PATH'.
           05  STC-RESTORE-REPORT-DFLT   PIC X(81)
                                          VALUE 'C:\QRESTORE.RPT'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-MANIFEST-PATH         PIC X(81) VALUE SPACES.
           05  WSC-MANIFEST-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-MANIFEST-EOF          PIC X(01) VALUE 'N'.
               88  MANIFEST-FILE-EOF         VALUE 'Y'.
           05  WSC-MANIFEST-USABLE       PIC X(01) VALUE 'N'.
               88  MANIFEST-USABLE           VALUE 'Y'.
           05  WSC-TABLE-USABLE          PIC X(01) VALUE 'Y'.
               88  TABLE-USABLE              VALUE 'Y'.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-EXPIRY-DAYS           PIC 9(05) VALUE ZEROES.
           05  WSC-CUTOFF-DATE           PIC 9(08) VALUE ZEROES.
           05  WSC-CUTOFF-INT            PIC S9(09) COMP VALUE ZERO.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-COMMAND               PIC X(08) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-RESTORE           VALUE 'RESTORE'.
               88  WSC-CMD-PURGE             VALUE 'PURGE'.
           05  WSC-SELECTOR              PIC X(08) VALUE SPACES.
               88  WSC-SEL-PATH              VALUE 'PATH'.
               88  WSC-SEL-PREFIX            VALUE 'PREFIX'.
               88  WSC-SEL-DATES             VALUE 'DATES'.
           05  WSC-SELECT-ARG            PIC X(80) VALUE SPACES.
           05  WSC-SELECT-ARG-LEN        PIC 9(03) VALUE ZEROES.
           05  WSC-FROM-DATE-X           PIC X(08) VALUE SPACES.
           05  WSC-FROM-DATE REDEFINES WSC-FROM-DATE-X
                                         PIC 9(08).
           05  WSC-TO-DATE-X             PIC X(08) VALUE SPACES.
           05  WSC-TO-DATE REDEFINES WSC-TO-DATE-X
                                         PIC 9(08).
           05  WSC-COMMAND-OK            PIC X(01) VALUE 'Y'.
               88  COMMAND-OK                VALUE 'Y'.
           05  WSC-SELECTED-SWITCH       PIC X(01) VALUE 'N'.
               88  ENTRY-SELECTED            VALUE 'Y'.
           05  WSC-READ-COUNT            PIC 9(07) VALUE ZEROES.
           05  WSC-SELECTED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-RESTORED-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-REFUSED-COUNT         PIC 9(05) VALUE ZEROES.
           05  WSC-PURGED-COUNT          PIC 9(05) VALUE ZEROES.
           05  WSC-GONE-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-HELD-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-ERROR-COUNT           PIC 9(05) VALUE ZEROES.
           05  WSC-WITHHELD-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-TABLE-IDX             PIC 9(04) VALUE ZEROES.
           05  WSC-ENTRY-IDX             PIC 9(04) VALUE ZEROES.
           05  WSC-NAME-IDX              PIC 9(03) VALUE ZEROES.
           05  WSC-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND               VALUE 'Y'.
           05  WSC-CHECK-NAME            PIC X(161) VALUE SPACES.
           05  WSC-CHECK-RC              PIC S9(09) COMP VALUE ZERO.
           05  WSC-CHECK-DETAILS         PIC X(64) VALUE SPACES.
           05  WSC-SOURCE-PATH           PIC X(161) VALUE SPACES.
           05  WSC-TARGET-PATH           PIC X(81) VALUE SPACES.
           05  WSC-FILE-RC               PIC S9(09) COMP VALUE ZERO.
           05  WSC-OUTCOME-TEXT          PIC X(30) VALUE SPACES.

      *    EVERY MOVE ON THE MANIFEST THAT IS STILL IN QUARANTINE.  A
      *    LATER RSTR OR PURG RECORD FOR THE SAME QUARANTINE PATH
      *    TAKES ITS MOVE OFF THE TABLE, AS DOES A LATER MOVE THAT
      *    LANDED ON THE SAME QUARANTINE PATH (ORGUT111 TARGETS BY
      *    BASE NAME, SO THE LATER COPY OVERWROTE THE EARLIER ONE
      *    AND ONLY THE LATER MOVE IS STILL RECOVERABLE).  THE TABLE
      *    THEREFORE HOLDS WHAT IS IN THE QUARANTINE DIRECTORY, NOT
      *    THE WHOLE HISTORY.  SAME 1000 LIMIT AS ORGUT104'S
      *    INVENTORY TABLE.
       01  WSC-QTN-TABLE.
           05  WSC-QTN-ENTRY             OCCURS 1000 TIMES.
               10  WSC-QTN-ORIGINAL-PATH PIC X(80).
               10  WSC-QTN-QUARANTINE-PATH
                                         PIC X(160).
               10  WSC-QTN-FILE-SIZE     PIC 9(12).
               10  WSC-QTN-FILE-MOD-DATE PIC 9(08).
               10  WSC-QTN-FILE-MOD-TIME PIC 9(08).
               10  WSC-QTN-ACTION-DATE   PIC 9(08).
               10  WSC-QTN-ACTION-TIME   PIC 9(08).
           05  WSC-QTN-COUNT             PIC 9(04) VALUE ZEROES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 119000-119999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 119000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 119999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 119008.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-119000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT READ ACTION MANIFEST - NOTHING ACTIONED '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'QUARANTINE TABLE OVERFLOW - NOTHING ACTIONED      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'ACTION MANIFEST UNUSABLE - RESTORE/PURGE WITHHELD '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RESTORE REFUSED - A FILE EXISTS AT ORIGINAL PATH  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RESTORE FROM QUARANTINE FAILED                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'PURGE OF EXPIRED QUARANTINED FILE FAILED          '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RESTORE COMMAND NOT RECOGNIZED - NOTHING ACTIONED '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-119008.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD REGISTRY UNREADABLE - NOTHING PURGED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 09.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT118.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           IF COMMAND-OK
              AND TABLE-USABLE
               PERFORM 40000-PROCESS-COMMAND THRU 40000-EXIT
           END-IF.
           PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT.
           GOBACK.


       EJECT
      ******************************************************************
      * 10000  PARAGRAPHS IN THIS LEVEL PERFORM THE INITIALIZATION     *
      *        FUNCTIONS FOR THIS PROGRAM.                             *
      *************************************************************PX1**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT118              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 10090-SET-CUTOFF-DATE THRU 10090-EXIT.
           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           PERFORM 20500-WRITE-REPORT-HEADER THRU 20500-EXIT.
           IF COMMAND-OK
               PERFORM 30000-LOAD-QUARANTINE-TABLE THRU 30000-EXIT
           END-IF.
           IF COMMAND-OK
              AND WSC-CMD-PURGE
               PERFORM 10300-LOAD-LEGAL-HOLDS THRU 10300-EXIT
           END-IF.
           IF COMMAND-OK
              AND TABLE-USABLE
              AND NOT WSC-CMD-LIST
               PERFORM 10200-OPEN-MANIFEST-EXTEND THRU 10200-EXIT
           END-IF.
       10000-EXIT.
           EXIT.

      *    THIS PROGRAM DOES NOT NEED THE FULL DCCM PAUSE/RESUME
      *    APPARATUS FROM ORGPX001 (IT IS A SHORT ONE-PASS UTILITY,
      *    NOT A STANDING EXECUTABLE), SO IT CALLS THE STANDARD DCCM
      *    SUBPROGRAM DIRECTLY HERE THE SAME WAY ORGUT111 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE STC-MANIFEST-DFLT         TO WSC-MANIFEST-PATH.
           MOVE WSC-ORGUT118              TO ST009-PROGRAM-NAME.
           MOVE STC-MANIFEST-LIT          TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-MANIFEST-PATH
           END-IF.

           MOVE STC-EXPIRY-DFLT           TO WSC-EXPIRY-DAYS.
           MOVE STC-EXPIRY-LIT            TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE FUNCTION NUMVAL(ST009-CONFIG-VALUE)
                                          TO WSC-EXPIRY-DAYS
           END-IF.

           MOVE STC-RESTORE-REPORT-DFLT   TO WSC-REPORT-FILE-PATH.
           MOVE STC-RESTORE-REPORT-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE ST019-HOLD-PATH-DFLT      TO ST019-HOLD-FILE-PATH.
           MOVE ST019-HOLD-PATH-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST019-HOLD-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE OPERATOR OF RECORD GOES ON THE REPORT HEADING, SO A
      *    RESTORE CAN ALWAYS BE TRACED TO WHOEVER ASKED FOR IT.  A
      *    SCHEDULED PURGE RUNS UNDER THE BATCH USER.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           IF WSC-OPERATOR-ID = SPACES
               DISPLAY 'ENTER OPERATOR ID:'
               ACCEPT WSC-OPERATOR-ID
           END-IF.
       10080-EXIT.
           EXIT.

       10090-SET-CUTOFF-DATE.
      *    SAME DAY ARITHMETIC AS ORGUT104'S 10080 - A MOVE DATED
      *    BEFORE THE CUTOFF HAS OUTSTAYED ITS WELCOME.
           COMPUTE WSC-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WSC-DATE-HOLD)
               - WSC-EXPIRY-DAYS.
           COMPUTE WSC-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WSC-CUTOFF-INT).
       10090-EXIT.
           EXIT.

       10200-OPEN-MANIFEST-EXTEND.
      *    THE MANIFEST WAS READ IN FULL BY 30000 AND CLOSED; IT IS
      *    REOPENED HERE TO TAKE THIS RUN'S REVERSAL RECORDS.  A
      *    MANIFEST THAT CANNOT BE EXTENDED WITHHOLDS EVERY RESTORE
      *    AND PURGE - A FILE WOULD OTHERWISE CHANGE PLACES WITH NO
      *    RECORD THAT IT DID.
           OPEN EXTEND ACTION-MANIFEST-FILE.
           IF WSC-MANIFEST-STATUS = '00'
              OR WSC-MANIFEST-STATUS = '05'
               MOVE STC-Y                 TO WSC-MANIFEST-USABLE
           ELSE
               MOVE STC-N                 TO WSC-MANIFEST-USABLE
               MOVE 119003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE '** MANIFEST UNUSABLE - ACTIONS WITHHELD **'
                                          TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
           END-IF.
       10200-EXIT.
           EXIT.

       10300-LOAD-LEGAL-HOLDS.
      *    ONLY THE PURGE DESTROYS ANYTHING, SO ONLY THE PURGE LOOKS
      *    AT THE REGISTRY - A RESTORE PUTS A FILE BACK WHERE A HOLD
      *    WOULD WANT IT.  AN UNREADABLE REGISTRY HOLDS EVERY ENTRY.
           PERFORM U3000-LOAD-LEGAL-HOLDS THRU U3000-EXIT.
           IF NOT ST019-HOLDS-USABLE
               MOVE 119008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       10300-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL OBTAIN AND PARSE THE COMMAND   *
      *        AND WRITE THE REPORT HEADING.                           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-GET-COMMAND.
           MOVE SPACES                    TO WSC-CMDLINE-TEXT.
           ACCEPT WSC-CMDLINE-TEXT FROM COMMAND-LINE.
           IF WSC-CMDLINE-TEXT = SPACES
               DISPLAY 'ENTER COMMAND - LIST / RESTORE  PATH <P> / '
                       'PREFIX <P> / DATES <FROM> <TO>,  OR PURGE:'
               ACCEPT WSC-CMDLINE-TEXT
           END-IF.

      *    THE PATH OR PREFIX IS EVERYTHING PAST THE SELECTOR WORD,
      *    SO A PATH WITH AN EMBEDDED SPACE STILL SELECTS CORRECTLY.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-SELECTOR
                                             WSC-SELECT-ARG.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND WSC-SELECTOR
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
           IF WSC-CMD-POINTER <= 120
               MOVE WSC-CMDLINE-TEXT (WSC-CMD-POINTER:)
                                          TO WSC-SELECT-ARG
           END-IF.

           EVALUATE TRUE
               WHEN WSC-CMD-PURGE
                   CONTINUE
               WHEN WSC-CMD-LIST
               WHEN WSC-CMD-RESTORE
                   PERFORM 20100-EDIT-SELECTION THRU 20100-EXIT
               WHEN OTHER
                   MOVE STC-N             TO WSC-COMMAND-OK
           END-EVALUATE.

           IF NOT COMMAND-OK
               MOVE 119007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       20000-EXIT.
           EXIT.

       20100-EDIT-SELECTION.
      *    A RESTORE WITH NO USABLE SELECTION WOULD OTHERWISE BE A
      *    RESTORE OF EVERYTHING - NEVER ALLOWED.
           IF WSC-SELECT-ARG = SPACES
               MOVE STC-N                 TO WSC-COMMAND-OK
               GO TO 20100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WSC-SEL-PATH
                   CONTINUE
               WHEN WSC-SEL-PREFIX
                   MOVE ZEROES            TO WSC-SELECT-ARG-LEN
                   PERFORM VARYING WSC-NAME-IDX FROM 80 BY -1
                           UNTIL WSC-NAME-IDX < 1
                              OR WSC-SELECT-ARG-LEN > ZEROES
                       IF WSC-SELECT-ARG (WSC-NAME-IDX:1) NOT = SPACE
                           MOVE WSC-NAME-IDX
                                          TO WSC-SELECT-ARG-LEN
                       END-IF
                   END-PERFORM
               WHEN WSC-SEL-DATES
                   UNSTRING WSC-SELECT-ARG DELIMITED BY ALL SPACE
                       INTO WSC-FROM-DATE-X WSC-TO-DATE-X
                   END-UNSTRING
                   IF WSC-FROM-DATE-X NOT NUMERIC
                      OR WSC-TO-DATE-X NOT NUMERIC
                      OR WSC-FROM-DATE > WSC-TO-DATE
                       MOVE STC-N         TO WSC-COMMAND-OK
                   END-IF
               WHEN OTHER
                   MOVE STC-N             TO WSC-COMMAND-OK
           END-EVALUATE.
       20100-EXIT.
           EXIT.

       20500-WRITE-REPORT-HEADER.
           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'QUARANTINE RESTORE / EXPIRY - ' WSC-DATE-HOLD
                  ' AT ' WSC-TIME-HOLD
                  '  OPERATOR: ' WSC-OPERATOR-ID
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           IF WSC-CMD-PURGE
               STRING 'COMMAND: PURGE  EXPIRY DAYS: ' WSC-EXPIRY-DAYS
                      '  CUTOFF DATE: ' WSC-CUTOFF-DATE
                       DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'COMMAND: ' FUNCTION TRIM(WSC-CMDLINE-TEXT)
                       DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE RESTORE-REPORT-RECORD.

           IF NOT COMMAND-OK
               MOVE '** COMMAND NOT RECOGNIZED - NOTHING ACTIONED **'
                                          TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
           END-IF.
           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
       20500-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL READ THE WHOLE MANIFEST AND    *
      *        BUILD THE TABLE OF MOVES STILL IN QUARANTINE.           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-LOAD-QUARANTINE-TABLE.
      *    A MANIFEST THAT DOES NOT EXIST YET IS AN EMPTY QUARANTINE
      *    (THE OPTIONAL OPEN HANDS BACK AN IMMEDIATE END OF FILE).
      *    ANY OTHER OPEN FAILURE LEAVES NOTHING SAFE TO ACT ON.
           OPEN INPUT ACTION-MANIFEST-FILE.
           IF WSC-MANIFEST-STATUS NOT = '00'
              AND WSC-MANIFEST-STATUS NOT = '05'
               MOVE STC-N                 TO WSC-TABLE-USABLE
               MOVE 119001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.

           PERFORM 30100-READ-MANIFEST-RECORD THRU 30100-EXIT
                   UNTIL MANIFEST-FILE-EOF.
           CLOSE ACTION-MANIFEST-FILE.
       30000-EXIT.
           EXIT.

       30100-READ-MANIFEST-RECORD.
           READ ACTION-MANIFEST-FILE
               AT END
                   MOVE STC-Y             TO WSC-MANIFEST-EOF
               NOT AT END
                   ADD 1                  TO WSC-READ-COUNT
                   PERFORM 30200-APPLY-MANIFEST-RECORD
                           THRU 30200-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END -
      *    SAME GUARD AS ORGUT104'S 50100, AND THE SAME POSTURE: A
      *    PARTLY-READ MANIFEST COULD RESTORE A FILE TWICE, SO
      *    NOTHING IS ACTIONED.
           IF WSC-MANIFEST-STATUS NOT = '00'
              AND WSC-MANIFEST-STATUS NOT = '10'
               MOVE STC-Y                 TO WSC-MANIFEST-EOF
               MOVE STC-N                 TO WSC-TABLE-USABLE
               MOVE 119001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       30100-EXIT.
           EXIT.

       30200-APPLY-MANIFEST-RECORD.
      *    WHATEVER THE ACTION, ANY OPEN ENTRY ON THE SAME QUARANTINE
      *    PATH IS FINISHED WITH: A RSTR OR PURG CLOSES IT, AND A
      *    NEWER MOVE OVERWROTE IT.  A DELE HAS NO QUARANTINE PATH
      *    AND NOTHING TO UNDO.
           IF ST015-ACTION-DELETE
              OR ST015-QUARANTINE-PATH = SPACES
               GO TO 30200-EXIT
           END-IF.

           PERFORM 30300-FIND-QUARANTINE-ENTRY THRU 30300-EXIT.
           IF ENTRY-FOUND
               PERFORM 30400-DROP-QUARANTINE-ENTRY THRU 30400-EXIT
           END-IF.

           IF NOT ST015-ACTION-MOVE
               GO TO 30200-EXIT
           END-IF.

           IF WSC-QTN-COUNT >= 1000
      *        AN OVERFLOWED TABLE WOULD MISS MOVES AND COULD PURGE
      *        A RESTORED FILE'S SUCCESSOR - ABANDON ALL ACTIONS,
      *        LIKE ORGUT104'S INVENTORY OVERFLOW POSTURE.
               MOVE STC-Y                 TO WSC-MANIFEST-EOF
               MOVE STC-N                 TO WSC-TABLE-USABLE
               MOVE 119002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 30200-EXIT
           END-IF.

           ADD 1                          TO WSC-QTN-COUNT.
           MOVE ST015-ORIGINAL-PATH       TO WSC-QTN-ORIGINAL-PATH
                                             (WSC-QTN-COUNT).
           MOVE ST015-QUARANTINE-PATH     TO WSC-QTN-QUARANTINE-PATH
                                             (WSC-QTN-COUNT).
           MOVE ST015-FILE-SIZE           TO WSC-QTN-FILE-SIZE
                                             (WSC-QTN-COUNT).
           MOVE ST015-FILE-MOD-DATE       TO WSC-QTN-FILE-MOD-DATE
                                             (WSC-QTN-COUNT).
           MOVE ST015-FILE-MOD-TIME       TO WSC-QTN-FILE-MOD-TIME
                                             (WSC-QTN-COUNT).
           MOVE ST015-ACTION-DATE         TO WSC-QTN-ACTION-DATE
                                             (WSC-QTN-COUNT).
           MOVE ST015-ACTION-TIME         TO WSC-QTN-ACTION-TIME
                                             (WSC-QTN-COUNT).
       30200-EXIT.
           EXIT.

       30300-FIND-QUARANTINE-ENTRY.
           MOVE STC-N                     TO WSC-FOUND-SWITCH.
           PERFORM VARYING WSC-ENTRY-IDX FROM 1 BY 1
                   UNTIL WSC-ENTRY-IDX > WSC-QTN-COUNT
                      OR ENTRY-FOUND
               IF WSC-QTN-QUARANTINE-PATH (WSC-ENTRY-IDX)
                       = ST015-QUARANTINE-PATH
                   MOVE STC-Y             TO WSC-FOUND-SWITCH
               END-IF
           END-PERFORM.
      *    THE VARYING CLAUSE STEPS ONCE PAST THE HIT BEFORE THE
      *    UNTIL IS TESTED.
           IF ENTRY-FOUND
               SUBTRACT 1                 FROM WSC-ENTRY-IDX
           END-IF.
       30300-EXIT.
           EXIT.

       30400-DROP-QUARANTINE-ENTRY.
      *    THE LAST ENTRY TAKES THE DROPPED ONE'S SLOT - THE TABLE IS
      *    A SET OF WHAT IS IN QUARANTINE, NOT AN ORDERED LIST.
           IF WSC-ENTRY-IDX < WSC-QTN-COUNT
               MOVE WSC-QTN-ENTRY (WSC-QTN-COUNT)
                                          TO WSC-QTN-ENTRY
                                             (WSC-ENTRY-IDX)
           END-IF.
           SUBTRACT 1                     FROM WSC-QTN-COUNT.
       30400-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL APPLY THE COMMAND TO EACH      *
      *        QUARANTINED ENTRY IT SELECTS.                           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-PROCESS-COMMAND.
           PERFORM 40100-PROCESS-ONE-ENTRY THRU 40100-EXIT
                   VARYING WSC-TABLE-IDX FROM 1 BY 1
                   UNTIL WSC-TABLE-IDX > WSC-QTN-COUNT.
       40000-EXIT.
           EXIT.

       40100-PROCESS-ONE-ENTRY.
           PERFORM 40200-SELECT-ENTRY THRU 40200-EXIT.
           IF NOT ENTRY-SELECTED
               GO TO 40100-EXIT
           END-IF.

           ADD 1                          TO WSC-SELECTED-COUNT.
           EVALUATE TRUE
               WHEN WSC-CMD-LIST
                   MOVE 'IN QUARANTINE'   TO WSC-OUTCOME-TEXT
                   PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT
               WHEN NOT MANIFEST-USABLE
                   ADD 1                  TO WSC-WITHHELD-COUNT
                   MOVE 'WITHHELD - NO MANIFEST'
                                          TO WSC-OUTCOME-TEXT
                   PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT
               WHEN WSC-CMD-RESTORE
                   PERFORM 50000-RESTORE-ENTRY THRU 50000-EXIT
               WHEN WSC-CMD-PURGE
                   PERFORM 60000-PURGE-ENTRY THRU 60000-EXIT
           END-EVALUATE.
       40100-EXIT.
           EXIT.

       40200-SELECT-ENTRY.
           MOVE STC-N                     TO WSC-SELECTED-SWITCH.
           EVALUATE TRUE
               WHEN WSC-CMD-PURGE
                   IF WSC-QTN-ACTION-DATE (WSC-TABLE-IDX)
                           < WSC-CUTOFF-DATE
                       MOVE STC-Y         TO WSC-SELECTED-SWITCH
                   END-IF
               WHEN WSC-SEL-PATH
                   IF WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                           = WSC-SELECT-ARG
                       MOVE STC-Y         TO WSC-SELECTED-SWITCH
                   END-IF
               WHEN WSC-SEL-PREFIX
                   IF WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                           (1:WSC-SELECT-ARG-LEN)
                       = WSC-SELECT-ARG (1:WSC-SELECT-ARG-LEN)
                       MOVE STC-Y         TO WSC-SELECTED-SWITCH
                   END-IF
               WHEN WSC-SEL-DATES
                   IF WSC-QTN-ACTION-DATE (WSC-TABLE-IDX)
                           >= WSC-FROM-DATE
                      AND WSC-QTN-ACTION-DATE (WSC-TABLE-IDX)
                           <= WSC-TO-DATE
                       MOVE STC-Y         TO WSC-SELECTED-SWITCH
                   END-IF
           END-EVALUATE.
       40200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL MOVE ONE QUARANTINED FILE      *
      *        BACK TO ITS ORIGINAL PATH AND MANIFEST THE REVERSAL.    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-RESTORE-ENTRY.
      *    ANYTHING AT THE ORIGINAL PATH - A NEWER VERSION THE
      *    BUSINESS RECREATED, OR AN EARLIER RESTORE BY HAND - WINS.
      *    THE QUARANTINED COPY STAYS WHERE IT IS AND THE OPERATOR
      *    SORTS IT OUT; NOTHING LIVE IS EVER OVERWRITTEN.
           MOVE WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                                          TO WSC-CHECK-NAME.
           CALL 'CBL_CHECK_FILE_EXIST' USING WSC-CHECK-NAME
                                             WSC-CHECK-DETAILS
                                     RETURNING WSC-CHECK-RC.
           IF WSC-CHECK-RC = ZERO
               ADD 1                      TO WSC-REFUSED-COUNT
               MOVE 119004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'REFUSED - ORIGINAL PATH IN USE'
                                          TO WSC-OUTCOME-TEXT
               PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT
               GO TO 50000-EXIT
           END-IF.

      *    SAME COPY-THEN-DELETE SEQUENCE AS ORGUT111'S 50000, RUN
      *    THE OTHER WAY - THE COPY HOME MUST SUCCEED BEFORE THE
      *    QUARANTINED COPY IS TOUCHED.
           MOVE WSC-QTN-QUARANTINE-PATH (WSC-TABLE-IDX)
                                          TO WSC-SOURCE-PATH.
           MOVE WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                                          TO WSC-TARGET-PATH.
           CALL 'CBL_COPY_FILE' USING WSC-SOURCE-PATH
                                      WSC-TARGET-PATH
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC = ZERO
               CALL 'CBL_DELETE_FILE' USING WSC-SOURCE-PATH
                                    RETURNING WSC-FILE-RC
           END-IF.

           IF WSC-FILE-RC = ZERO
               ADD 1                      TO WSC-RESTORED-COUNT
               MOVE 'RSTR'                TO ST015-ACTION
               PERFORM 80000-WRITE-MANIFEST-RECORD THRU 80000-EXIT
               MOVE 'RESTORED'            TO WSC-OUTCOME-TEXT
           ELSE
               ADD 1                      TO WSC-ERROR-COUNT
               MOVE 119005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'RESTORE FAILED'      TO WSC-OUTCOME-TEXT
           END-IF.
           PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT.
       50000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL DELETE ONE EXPIRED QUARANTINED *
      *        FILE AND MANIFEST THE PURGE.                            *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60000-PURGE-ENTRY.
      *    A HELD FILE GETS NO PURG RECORD - THE ENTRY STAYS OPEN AND
      *    COMES UP AGAIN EACH NIGHT UNTIL THE HOLD IS LIFTED.
           MOVE WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                                          TO ST019-CHECK-PATH.
           PERFORM U3100-CHECK-LEGAL-HOLD THRU U3100-EXIT.
           IF ST019-PATH-HELD
               ADD 1                      TO WSC-HELD-COUNT
               MOVE 'KEPT - LEGAL HOLD'   TO WSC-OUTCOME-TEXT
               PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT
               GO TO 60000-EXIT
           END-IF.

      *    A QUARANTINED FILE THAT IS ALREADY GONE (CLEARED BY HAND)
      *    IS STILL CLOSED OFF WITH A PURG RECORD, OR IT WOULD COME
      *    UP FOR PURGE AGAIN EVERY NIGHT FOREVER.
           MOVE WSC-QTN-QUARANTINE-PATH (WSC-TABLE-IDX)
                                          TO WSC-CHECK-NAME
                                             WSC-SOURCE-PATH.
           CALL 'CBL_CHECK_FILE_EXIST' USING WSC-CHECK-NAME
                                             WSC-CHECK-DETAILS
                                     RETURNING WSC-CHECK-RC.
           IF WSC-CHECK-RC NOT = ZERO
               ADD 1                      TO WSC-GONE-COUNT
               MOVE 'PURG'                TO ST015-ACTION
               PERFORM 80000-WRITE-MANIFEST-RECORD THRU 80000-EXIT
               MOVE 'ALREADY GONE - CLOSED'
                                          TO WSC-OUTCOME-TEXT
               PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT
               GO TO 60000-EXIT
           END-IF.

           CALL 'CBL_DELETE_FILE' USING WSC-SOURCE-PATH
                                RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC = ZERO
               ADD 1                      TO WSC-PURGED-COUNT
               MOVE 'PURG'                TO ST015-ACTION
               PERFORM 80000-WRITE-MANIFEST-RECORD THRU 80000-EXIT
               MOVE 'PURGED'              TO WSC-OUTCOME-TEXT
           ELSE
      *        NO PURG RECORD - THE ENTRY STAYS OPEN AND THE NEXT
      *        SCHEDULED RUN TRIES AGAIN.
               ADD 1                      TO WSC-ERROR-COUNT
               MOVE 119006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'PURGE FAILED'        TO WSC-OUTCOME-TEXT
           END-IF.
           PERFORM 70000-REPORT-ENTRY THRU 70000-EXIT.
       60000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 70000 - 80000  PARAGRAPHS IN THIS LEVEL ARE SHARED HELPERS     *
      *        FOR THE REPORT AND THE MANIFEST.                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       70000-REPORT-ENTRY.
           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING WSC-OUTCOME-TEXT
                  ' MOVED ' WSC-QTN-ACTION-DATE (WSC-TABLE-IDX)
                  ' SIZE ' WSC-QTN-FILE-SIZE (WSC-TABLE-IDX)
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING '    ORIGINAL:   '
                  FUNCTION TRIM(WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX))
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING '    QUARANTINE: '
                  FUNCTION TRIM(WSC-QTN-QUARANTINE-PATH
                                (WSC-TABLE-IDX))
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.
       70000-EXIT.
           EXIT.

       80000-WRITE-MANIFEST-RECORD.
      *    ST015-ACTION IS SET BY THE CALLER.  THE PATHS, SIZE AND
      *    MOD STAMP ARE THE ORIGINAL MOVE'S, SO THE REVERSAL PAIRS
      *    WITH ITS MOVE ON THE QUARANTINE PATH.  A WRITE THAT FAILS
      *    MID-RUN WITHHOLDS EVERY FURTHER ACTION, SAME AS ORGUT111'S
      *    85000 - THE ONE JUST TAKEN IS ALREADY ON THE REPORT.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-QTN-ORIGINAL-PATH (WSC-TABLE-IDX)
                                          TO ST015-ORIGINAL-PATH.
           MOVE WSC-QTN-QUARANTINE-PATH (WSC-TABLE-IDX)
                                          TO ST015-QUARANTINE-PATH.
           MOVE WSC-QTN-FILE-SIZE (WSC-TABLE-IDX)
                                          TO ST015-FILE-SIZE.
           MOVE WSC-QTN-FILE-MOD-DATE (WSC-TABLE-IDX)
                                          TO ST015-FILE-MOD-DATE.
           MOVE WSC-QTN-FILE-MOD-TIME (WSC-TABLE-IDX)
                                          TO ST015-FILE-MOD-TIME.
           MOVE WSC-DATE-HOLD             TO ST015-ACTION-DATE.
           MOVE WSC-TIME-HOLD             TO ST015-ACTION-TIME.
           WRITE ST015-ACTION-MANIFEST-RECORD.
           IF WSC-MANIFEST-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-MANIFEST-USABLE
               MOVE 119003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       80000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'MANIFEST RECORDS READ: ' WSC-READ-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'IN QUARANTINE:         ' WSC-QTN-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'ENTRIES SELECTED:      ' WSC-SELECTED-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'FILES RESTORED:        ' WSC-RESTORED-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'RESTORES REFUSED:      ' WSC-REFUSED-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'FILES PURGED:          ' WSC-PURGED-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'ALREADY GONE:          ' WSC-GONE-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'KEPT - LEGAL HOLD:     ' WSC-HELD-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'ACTION ERRORS:         ' WSC-ERROR-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           MOVE SPACES                    TO RESTORE-REPORT-RECORD.
           STRING 'ACTIONS WITHHELD:      ' WSC-WITHHELD-COUNT
                   DELIMITED BY SIZE INTO RESTORE-REPORT-RECORD
           END-STRING.
           WRITE RESTORE-REPORT-RECORD.

           IF MANIFEST-USABLE
               CLOSE ACTION-MANIFEST-FILE
           END-IF.
           CLOSE RESTORE-REPORT-FILE.
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

       EJECT
      ******************************************************************
      *  COPYCODE FOR STANDARD LEGAL HOLD LOOKUP                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX004.CPY'.
