       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT125.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT125 - RECORD LAYOUT MIGRATION UTILITY                     *
      ******************************************************************
      * SEVERAL OF THIS SYSTEM'S FILES HAVE GROWN BY APPENDED FIELDS,  *
      * AND A FILE LEFT ON AN OLDER LAYOUT MISALIGNS EVERY READ AFTER  *
      * ITS FIRST RECORD.  THIS PROGRAM RECOGNIZES WHICH LAYOUT        *
      * GENERATION A FILE IS IN AND CONVERTS IT TO THE CURRENT ONE,    *
      * FILLING THE APPENDED FIELDS WITH THEIR DOCUMENTED DEFAULTS:    *
      *   CONTROL  - ORGST011 CONTROL FILE, 80 OR 124 TO 129 BYTES,    *
      *              NEW FIELDS AS SPACES (NAME SEARCH, REPORT ONLY).  *
      *   SCHEDULE - ORGST014 SCHEDULE FILE, 83 OR 127 TO 132 BYTES -  *
      *              THE CONTROL IMAGE IS RE-PADDED AS ABOVE AND THE   *
      *              FREQUENCY/DAY MOVED OUT BEHIND IT.                *
      *   ARCHIVE  - ORGST017 AUDIT ARCHIVE, 133 TO 158 BYTES, START   *
      *              STAMP AND FILES SCANNED AS ZEROS AHEAD OF THE     *
      *              ARCHIVED DATE/TIME.                               *
      *   RESULTS  - ORGST013 RESULTS FILE, 345 TO 359 BYTES,          *
      *              NEW FIELDS AS SPACES (NOT HELD, UNCLASSIFIED).    *
      *   MASTER   - ORGST010 INDEXED RESULTS MASTER, 243 TO 259       *
      *              BYTES, PRIOR-FOUND STAMP = FIRST-FOUND STAMP (THE *
      *              SAME AS A FRESH RECORD).                          *
      * COMMANDS:                                                      *
      *   IDENTIFY <TYPE> <PATH> - REPORT THE GENERATION, CHANGE       *
      *                            NOTHING                             *
      *   CONVERT  <TYPE> <PATH> - CONVERT THE FILE IN PLACE           *
      *   RELOAD   MASTER <PATH> - RELOAD THE MASTER FROM THE CONVERTED*
      *                            UNLOAD LEFT BY A FAILED RELOAD      *
      * A GENERATION IS RECOGNIZED BY RECORD LENGTH - THE FILE SIZE    *
      * MUST BE A WHOLE NUMBER OF RECORDS - AND PROVEN BY READING      *
      * EVERY RECORD AT THAT LENGTH AND CHECKING THE FIELDS THAT HAVE  *
      * FIXED VALUES (SEARCH TYPE, DISPOSITION, FREQUENCY, DATES AND   *
      * COUNTS).  A FILE THAT FITS NO GENERATION, OR MORE THAN ONE, IS *
      * REFUSED RATHER THAN GUESSED AT.                                *
      * A SEQUENTIAL FILE IS CONVERTED TO <PATH>.NEW; ONLY WHEN THE    *
      * RECORDS AND BYTES WRITTEN TIE TO THE RECORDS AND BYTES READ IS *
      * THE ORIGINAL COPIED ASIDE TO <PATH>.OLD AND REPLACED.  THE     *
      * MASTER IS NEVER PATCHED: IT IS UNLOADED TO <PATH>.UNL (WHICH   *
      * IS KEPT AS THE BACKUP), THE UNLOAD IS CONVERTED TO <PATH>.NEW, *
      * AND ONLY WHEN THOSE COUNTS TIE IS THE MASTER RECREATED AND     *
      * RELOADED FROM THE CONVERTED UNLOAD, THEN READ BACK AND COUNTED *
      * AGAIN.  IF THAT RELOAD FAILS, <PATH>.NEW IS KEPT AND RELOAD    *
      * LOADS IT AGAIN ONCE THE CAUSE IS PUT RIGHT - THE MASTER ITSELF *
      * NO LONGER SHOWS THE OLD LAYOUT, SO CONVERT CANNOT REDO IT.     *
      * THE BALANCING REPORT SHOWS EVERY COUNT.  THE RUN ENDS          *
      * WITH RETURN CODE 8 WHEN THE FILE WAS NOT RECOGNIZED, THE       *
      * COUNTS DID NOT TIE, OR THE ORIGINAL COULD NOT BE REPLACED.     *
      * THE NEXT LAYOUT CHANGE IS ADDED AS A NEW LENGTH ON             *
      * WSC-LAYOUT-VALUES AND ITS DEFAULTS IN 52000-BUILD-NEW-RECORD.  *
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
      *    THE SAME PHYSICAL MASTER IS DECLARED TWICE: ONCE VARYING,
      *    SO A MASTER ON ANY GENERATION CAN BE OPENED AND UNLOADED,
      *    AND ONCE ON THE CURRENT ORGST010 LAYOUT FOR THE RELOAD.
           SELECT OLD-MASTER-FILE
           ASSIGN TO WSC-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-MASTER-KEY
           FILE STATUS IS WSC-MASTER-STATUS.

           SELECT RESULTS-MASTER-FILE
           ASSIGN TO WSC-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST010-MATCHED-PATH
           FILE STATUS IS WSC-MASTER-STATUS.

           SELECT MIGRATE-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
        FD OLD-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 243 TO 259 CHARACTERS
           DEPENDING ON WSC-MASTER-LENGTH.
        01 OLD-MASTER-RECORD.
           05  OLD-MASTER-KEY            PIC X(80).
           05  OLD-MASTER-DATA           PIC X(179).

        FD RESULTS-MASTER-FILE.
               COPY 'ORGST010.CPY'.

        FD MIGRATE-REPORT-FILE.
        01 MIGRATE-REPORT-RECORD           PIC X(132).


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
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT125              PIC X(08) VALUE 'ORGUT125'.
           05  STC-MIGRATE-REPORT-LIT    PIC X(30)
                                          VALUE 'MIGRATE-REPORT-PATH'.
           05  STC-MIGRATE-REPORT-DFLT   PIC X(81)
                                          VALUE 'C:\MIGRATE.RPT'.

      *    EVERY LAYOUT GENERATION OF EVERY FILE TYPE, OLDEST FIRST:
      *    TYPE, NUMBER OF GENERATIONS, UP TO THREE RECORD LENGTHS,
      *    AND THE CURRENT LENGTH.  THE LAST LENGTH LISTED FOR A TYPE
      *    IS ALWAYS ITS CURRENT ONE.
       01  WSC-LAYOUT-VALUES.
           05  FILLER                    PIC X(21)
                                          VALUE 'CONTROL 3080124129129'.
           05  FILLER                    PIC X(21)
                                          VALUE 'SCHEDULE3083127132132'.
           05  FILLER                    PIC X(21)
                                          VALUE 'ARCHIVE 2133158000158'.
           05  FILLER                    PIC X(21)
                                          VALUE 'RESULTS 2345359000359'.
           05  FILLER                    PIC X(21)
                                          VALUE 'MASTER  2243259000259'.
       01  WSC-LAYOUT-TABLE REDEFINES WSC-LAYOUT-VALUES.
           05  WSC-LAYOUT-ENTRY          OCCURS 5 TIMES.
               10  WSC-LT-TYPE           PIC X(08).
               10  WSC-LT-GEN-COUNT      PIC 9(01).
               10  WSC-LT-GEN-LENGTH     PIC 9(03) OCCURS 3 TIMES.
               10  WSC-LT-CURRENT        PIC 9(03).

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-CMD-POINTER           PIC 9(03) VALUE ZEROES.
           05  WSC-COMMAND               PIC X(08) VALUE SPACES.
               88  WSC-CMD-IDENTIFY          VALUE 'IDENTIFY'.
               88  WSC-CMD-CONVERT           VALUE 'CONVERT'.
               88  WSC-CMD-RELOAD            VALUE 'RELOAD'.
           05  WSC-FILE-TYPE             PIC X(08) VALUE SPACES.
               88  TYPE-CONTROL              VALUE 'CONTROL'.
               88  TYPE-SCHEDULE             VALUE 'SCHEDULE'.
               88  TYPE-ARCHIVE              VALUE 'ARCHIVE'.
               88  TYPE-RESULTS              VALUE 'RESULTS'.
               88  TYPE-MASTER               VALUE 'MASTER'.
           05  WSC-COMMAND-OK            PIC X(01) VALUE 'Y'.
               88  COMMAND-OK                VALUE 'Y'.
           05  WSC-CONVERT-SWITCH        PIC X(01) VALUE 'N'.
               88  CONVERSION-DUE            VALUE 'Y'.
           05  WSC-BALANCE-SWITCH        PIC X(01) VALUE 'N'.
               88  COUNTS-TIE                VALUE 'Y'.
           05  WSC-IO-SWITCH             PIC X(01) VALUE 'Y'.
               88  IO-OK                     VALUE 'Y'.
           05  WSC-PASS-SWITCH           PIC X(01) VALUE 'Y'.
               88  PASS-VALID                VALUE 'Y'.
           05  WSC-RECORD-SWITCH         PIC X(01) VALUE 'Y'.
               88  RECORD-VALID              VALUE 'Y'.
           05  WSC-MIXED-SWITCH          PIC X(01) VALUE 'N'.
               88  MIXED-LENGTHS             VALUE 'Y'.
           05  WSC-FILE-PATH             PIC X(81) VALUE SPACES.
           05  WSC-SOURCE-PATH           PIC X(81) VALUE SPACES.
           05  WSC-NEW-PATH              PIC X(81) VALUE SPACES.
           05  WSC-OLD-PATH              PIC X(81) VALUE SPACES.
           05  WSC-UNLOAD-PATH           PIC X(81) VALUE SPACES.
           05  WSC-MASTER-STATUS         PIC X(02) VALUE SPACES.
           05  WSC-MASTER-LENGTH         PIC 9(03) VALUE ZEROES.
           05  WSC-TYPE-IDX              PIC 9(01) VALUE ZEROES.
           05  WSC-GEN-IDX               PIC 9(01) VALUE ZEROES.
           05  WSC-FIT-COUNT             PIC 9(01) VALUE ZEROES.
           05  WSC-FIT-LIST              PIC X(40) VALUE SPACES.
           05  WSC-FIT-POINTER           PIC 9(02) VALUE ZEROES.
           05  WSC-TRY-LENGTH            PIC 9(03) VALUE ZEROES.
           05  WSC-OLD-LENGTH            PIC 9(03) VALUE ZEROES.
           05  WSC-NEW-LENGTH            PIC 9(03) VALUE ZEROES.
           05  WSC-IMAGE-LENGTH          PIC 9(03) VALUE ZEROES.
           05  WSC-REMAINDER             PIC 9(03) VALUE ZEROES.
           05  WSC-RECORDS-IN            PIC 9(09) VALUE ZEROES.
           05  WSC-RECORDS-READ          PIC 9(09) VALUE ZEROES.
           05  WSC-RECORDS-OUT           PIC 9(09) VALUE ZEROES.
           05  WSC-RECORDS-UNLOADED      PIC 9(09) VALUE ZEROES.
           05  WSC-RECORDS-LOADED        PIC 9(09) VALUE ZEROES.
           05  WSC-RECORDS-REREAD        PIC 9(09) VALUE ZEROES.
           05  WSC-BYTES-IN              PIC 9(15) VALUE ZEROES.
           05  WSC-BYTES-IN-EXPECTED     PIC 9(15) VALUE ZEROES.
           05  WSC-BYTES-OUT             PIC 9(15) VALUE ZEROES.
           05  WSC-BYTES-OUT-EXPECTED    PIC 9(15) VALUE ZEROES.
           05  WSC-FILE-RC               PIC S9(09) COMP VALUE ZERO.
           05  WSC-CHECK-NAME            PIC X(81) VALUE SPACES.
           05  WSC-CHECK-RC              PIC S9(09) COMP VALUE ZERO.
           05  WSC-CHECK-DETAILS.
               10  WSC-CHECK-SIZE        PIC X(08) COMP-X.
               10  FILLER                PIC X(56).
           05  WSC-OUTCOME-TEXT          PIC X(60) VALUE SPACES.

      *    FIELDS WITH A FIXED SET OF VALUES, LIFTED OUT OF A RECORD
      *    UNDER TEST SO THE CANDIDATE GENERATION CAN BE PROVEN.
       01  WSC-FIELD-TESTS.
           05  WSC-TEST-TYPE             PIC X(04).
               88  VALID-SEARCH-TYPE         VALUE 'NAME', 'TEXT',
                                                   'DATE', 'SIZE',
                                                   '    '.
           05  WSC-TEST-DISPOSITION      PIC X(04).
               88  VALID-DISPOSITION         VALUE 'REPT', 'MOVE',
                                                   'DELE', '    '.
           05  WSC-TEST-CONFIRM          PIC X(01).
               88  VALID-CONFIRM             VALUE 'Y', 'N', ' '.
           05  WSC-TEST-FREQ             PIC X(01).
               88  VALID-FREQ                VALUE 'D', 'W', 'M', 'O',
                                                   ' '.
           05  WSC-TEST-DAY              PIC X(02).
           05  WSC-TEST-HOLD             PIC X(01).
               88  VALID-HOLD                VALUE 'Y', 'N', ' '.
           05  WSC-TEST-SENSITIVITY      PIC X(01).
               88  VALID-SENSITIVITY         VALUE '1', '2', '3', '4',
                                                   ' '.

      *    BYTE-STREAM ACCESS TO THE SEQUENTIAL FILES, THE SAME
      *    ROUTINES ORGUT112 READS CANDIDATE FILES WITH.  READING BY
      *    BYTES IS WHAT LETS ONE PROGRAM TRY A FILE AT EVERY RECORD
      *    LENGTH IT MIGHT HAVE BEEN WRITTEN AT.
       01  WSC-CBL-FIELDS.
           05  WSC-CBL-HANDLE            PIC X(04).
           05  WSC-OUT-HANDLE            PIC X(04).
           05  WSC-CBL-ACCESS            PIC X(01) COMP-X VALUE 1.
           05  WSC-CBL-WRITE-ACCESS      PIC X(01) COMP-X VALUE 2.
           05  WSC-CBL-DENY              PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-DEVICE            PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-OFFSET            PIC X(08) COMP-X.
           05  WSC-OUT-OFFSET            PIC X(08) COMP-X.
           05  WSC-CBL-NBYTES            PIC X(04) COMP-X.
           05  WSC-CBL-FLAGS             PIC X(01) COMP-X VALUE 0.

       01  WSC-OLD-RECORD                PIC X(400).
       01  WSC-NEW-RECORD                PIC X(400).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 126000-126999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 126000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 126999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 126007.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-126000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126001.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'INVALID COMMAND, FILE TYPE OR PATH - NOTHING DONE '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126002.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'FILE NOT FOUND OR NOT READABLE - NOTHING DONE     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126003.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'LAYOUT GENERATION NOT RECOGNIZED - NOT CONVERTED  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'CONVERSION COUNTS DO NOT TIE - ORIGINAL KEPT      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT REPLACE THE ORIGINAL WITH THE CONVERSION'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'MASTER RELOAD DID NOT TIE - RERUN RELOAD MASTER   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-126007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'NO BALANCED CONVERTED UNLOAD - NOTHING RELOADED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 08.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT125.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           IF COMMAND-OK
              AND WSC-CMD-RELOAD
               PERFORM 62000-RELOAD-CONVERTED THRU 62000-EXIT
               PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT
               GOBACK
           END-IF.
           IF COMMAND-OK
               PERFORM 40000-IDENTIFY-LAYOUT THRU 40000-EXIT
           END-IF.
           IF CONVERSION-DUE
               IF TYPE-MASTER
                   PERFORM 60000-REBUILD-MASTER THRU 60000-EXIT
               ELSE
                   PERFORM 50000-CONVERT-FILE THRU 50000-EXIT
               END-IF
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
           MOVE WSC-ORGUT125              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT.
           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
           OPEN OUTPUT MIGRATE-REPORT-FILE.
           PERFORM 20500-WRITE-REPORT-HEADER THRU 20500-EXIT.
       10000-EXIT.
           EXIT.

      *    A SHORT ONE-PASS UTILITY, SO THE STANDARD DCCM
      *    SUBPROGRAM IS CALLED DIRECTLY THE SAME WAY ORGUT109 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE STC-MIGRATE-REPORT-DFLT   TO WSC-REPORT-FILE-PATH.
           MOVE WSC-ORGUT125              TO ST009-PROGRAM-NAME.
           MOVE STC-MIGRATE-REPORT-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE OPERATOR OF RECORD GOES ON THE REPORT HEADING, SO A
      *    CONVERTED FILE CAN ALWAYS BE TRACED TO WHOEVER RAN IT.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           IF WSC-OPERATOR-ID = SPACES
               DISPLAY 'ENTER OPERATOR ID:'
               ACCEPT WSC-OPERATOR-ID
           END-IF.
       10080-EXIT.
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
               DISPLAY 'ENTER COMMAND - IDENTIFY / CONVERT  CONTROL / '
                       'SCHEDULE / ARCHIVE / RESULTS / MASTER  <PATH>'
               DISPLAY '             OR RELOAD MASTER <PATH>:'
               ACCEPT WSC-CMDLINE-TEXT
           END-IF.

      *    THE PATH IS EVERYTHING PAST THE FILE TYPE, SO A PATH WITH
      *    AN EMBEDDED SPACE IS STILL TAKEN WHOLE.
           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-FILE-TYPE
                                             WSC-FILE-PATH.
           MOVE 1                         TO WSC-CMD-POINTER.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND WSC-FILE-TYPE
               WITH POINTER WSC-CMD-POINTER
           END-UNSTRING.
           IF WSC-CMD-POINTER <= 120
               MOVE WSC-CMDLINE-TEXT (WSC-CMD-POINTER:)
                                          TO WSC-FILE-PATH
           END-IF.

           IF NOT WSC-CMD-IDENTIFY
              AND NOT WSC-CMD-CONVERT
              AND NOT WSC-CMD-RELOAD
               MOVE STC-N                 TO WSC-COMMAND-OK
           END-IF.
           IF WSC-CMD-RELOAD
              AND NOT TYPE-MASTER
               MOVE STC-N                 TO WSC-COMMAND-OK
           END-IF.
           IF WSC-FILE-PATH = SPACES
               MOVE STC-N                 TO WSC-COMMAND-OK
           END-IF.

           MOVE ZEROES                    TO WSC-TYPE-IDX.
           PERFORM VARYING WSC-GEN-IDX FROM 1 BY 1
                   UNTIL WSC-GEN-IDX > 5
               IF WSC-LT-TYPE (WSC-GEN-IDX) = WSC-FILE-TYPE
                   MOVE WSC-GEN-IDX       TO WSC-TYPE-IDX
               END-IF
           END-PERFORM.
           IF WSC-TYPE-IDX = ZEROES
               MOVE STC-N                 TO WSC-COMMAND-OK
           ELSE
               MOVE WSC-LT-CURRENT (WSC-TYPE-IDX)
                                          TO WSC-NEW-LENGTH
           END-IF.

           IF NOT COMMAND-OK
               MOVE 126001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       20000-EXIT.
           EXIT.

       20500-WRITE-REPORT-HEADER.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'RECORD LAYOUT MIGRATION - ' WSC-DATE-HOLD
                  ' ' WSC-TIME-HOLD '  OPERATOR ' WSC-OPERATOR-ID
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'COMMAND: ' FUNCTION TRIM(WSC-CMDLINE-TEXT)
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           WRITE MIGRATE-REPORT-RECORD.
           IF NOT COMMAND-OK
               MOVE '** COMMAND NOT RECOGNIZED - NOTHING DONE **'
                                          TO MIGRATE-REPORT-RECORD
               WRITE MIGRATE-REPORT-RECORD
           END-IF.
       20500-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL WORK OUT WHICH LAYOUT          *
      *        GENERATION THE FILE IS IN.                              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-IDENTIFY-LAYOUT.
           IF TYPE-MASTER
               PERFORM 41000-IDENTIFY-MASTER THRU 41000-EXIT
               GO TO 40000-EXIT
           END-IF.

           MOVE WSC-FILE-PATH             TO WSC-CHECK-NAME.
           PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT.
           IF WSC-CHECK-RC NOT = ZERO
               MOVE 126002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'FILE NOT FOUND OR NOT READABLE - NOTHING DONE'
                                          TO WSC-OUTCOME-TEXT
               GO TO 40000-EXIT
           END-IF.
           MOVE WSC-CHECK-SIZE            TO WSC-BYTES-IN.

           IF WSC-BYTES-IN = ZEROES
               MOVE 'EMPTY FILE - NOTHING TO CONVERT'
                                          TO WSC-OUTCOME-TEXT
               GO TO 40000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-FIT-COUNT.
           MOVE SPACES                    TO WSC-FIT-LIST.
           MOVE 1                         TO WSC-FIT-POINTER.
           PERFORM 40100-TRY-GENERATION THRU 40100-EXIT
                   VARYING WSC-GEN-IDX FROM 1 BY 1
                   UNTIL WSC-GEN-IDX > WSC-LT-GEN-COUNT (WSC-TYPE-IDX).

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'FILE SIZE IN BYTES:          ' WSC-BYTES-IN
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           PERFORM 40500-DECIDE-GENERATION THRU 40500-EXIT.
       40000-EXIT.
           EXIT.

       40100-TRY-GENERATION.
      *    A LENGTH THE FILE SIZE IS NOT A MULTIPLE OF CANNOT BE THE
      *    FILE'S LAYOUT; ONE IT IS A MULTIPLE OF IS PROVEN RECORD BY
      *    RECORD.
           MOVE WSC-LT-GEN-LENGTH (WSC-TYPE-IDX WSC-GEN-IDX)
                                          TO WSC-TRY-LENGTH.
           DIVIDE WSC-BYTES-IN BY WSC-TRY-LENGTH
               GIVING WSC-RECORDS-IN
               REMAINDER WSC-REMAINDER.
           IF WSC-REMAINDER NOT = ZEROES
               GO TO 40100-EXIT
           END-IF.

           PERFORM 40200-VALIDATE-FILE THRU 40200-EXIT.
           IF PASS-VALID
               ADD 1                      TO WSC-FIT-COUNT
               MOVE WSC-TRY-LENGTH        TO WSC-OLD-LENGTH
               STRING WSC-TRY-LENGTH ' '
                       DELIMITED BY SIZE INTO WSC-FIT-LIST
                       WITH POINTER WSC-FIT-POINTER
               END-STRING
           END-IF.
       40100-EXIT.
           EXIT.

       40200-VALIDATE-FILE.
           MOVE STC-N                     TO WSC-PASS-SWITCH.
           MOVE ZEROES                    TO WSC-RECORDS-READ.
           MOVE 0                         TO WSC-CBL-OFFSET.
           CALL 'CBL_OPEN_FILE' USING WSC-FILE-PATH
                                      WSC-CBL-ACCESS
                                      WSC-CBL-DENY
                                      WSC-CBL-DEVICE
                                      WSC-CBL-HANDLE
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               GO TO 40200-EXIT
           END-IF.

           MOVE STC-Y                     TO WSC-PASS-SWITCH.
           PERFORM 40300-VALIDATE-NEXT THRU 40300-EXIT
                   UNTIL WSC-RECORDS-READ >= WSC-RECORDS-IN
                      OR NOT PASS-VALID.

           CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                RETURNING WSC-FILE-RC.
       40200-EXIT.
           EXIT.

       40300-VALIDATE-NEXT.
           MOVE SPACES                    TO WSC-OLD-RECORD.
           MOVE WSC-TRY-LENGTH            TO WSC-CBL-NBYTES.
           CALL 'CBL_READ_FILE' USING WSC-CBL-HANDLE
                                      WSC-CBL-OFFSET
                                      WSC-CBL-NBYTES
                                      WSC-CBL-FLAGS
                                      WSC-OLD-RECORD
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-PASS-SWITCH
               GO TO 40300-EXIT
           END-IF.
           ADD 1                          TO WSC-RECORDS-READ.
           ADD WSC-TRY-LENGTH             TO WSC-CBL-OFFSET.

           PERFORM 45000-CHECK-RECORD THRU 45000-EXIT.
           IF NOT RECORD-VALID
               MOVE STC-N                 TO WSC-PASS-SWITCH
           END-IF.
       40300-EXIT.
           EXIT.

       40500-DECIDE-GENERATION.
      *    EXACTLY ONE GENERATION MUST FIT.  NONE MEANS THE FILE IS
      *    NOT WHAT THE OPERATOR SAID IT WAS (OR IS DAMAGED); MORE
      *    THAN ONE MEANS THE CONTENT CANNOT TELL THEM APART - EITHER
      *    WAY THE FILE IS LEFT EXACTLY AS IT IS.
           EVALUATE TRUE
               WHEN WSC-FIT-COUNT = ZEROES
                   MOVE 'MATCHES NO LAYOUT GENERATION - NOT CONVERTED'
                                          TO WSC-OUTCOME-TEXT
               WHEN WSC-FIT-COUNT > 1
                   MOVE SPACES            TO WSC-OUTCOME-TEXT
                   STRING 'FITS MORE THAN ONE GENERATION ('
                          FUNCTION TRIM(WSC-FIT-LIST)
                          ') - NOT CONVERTED'
                           DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE SPACES            TO MIGRATE-REPORT-RECORD
                   STRING 'LAYOUT GENERATION FOUND:     '
                          WSC-OLD-LENGTH ' BYTES PER RECORD'
                          '  (CURRENT ' WSC-NEW-LENGTH ')'
                           DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
                   END-STRING
                   WRITE MIGRATE-REPORT-RECORD
                   MOVE SPACES            TO MIGRATE-REPORT-RECORD
                   STRING 'RECORDS IN FILE:             '
                          WSC-RECORDS-IN
                           DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
                   END-STRING
                   WRITE MIGRATE-REPORT-RECORD
           END-EVALUATE.

           IF WSC-FIT-COUNT NOT = 1
               MOVE 126003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 40500-EXIT
           END-IF.

      *    THE RECORD COUNT FROM THE TRIAL DIVISION BELONGS TO THE
      *    LAST LENGTH TRIED, NOT NECESSARILY THE ONE THAT FITTED.
           DIVIDE WSC-BYTES-IN BY WSC-OLD-LENGTH
               GIVING WSC-RECORDS-IN.

           EVALUATE TRUE
               WHEN WSC-OLD-LENGTH = WSC-NEW-LENGTH
                   MOVE 'ALREADY IN THE CURRENT LAYOUT - NOTHING TO DO'
                                          TO WSC-OUTCOME-TEXT
               WHEN WSC-CMD-IDENTIFY
                   MOVE 'OLDER LAYOUT - RUN CONVERT TO MIGRATE IT'
                                          TO WSC-OUTCOME-TEXT
               WHEN OTHER
                   MOVE STC-Y             TO WSC-CONVERT-SWITCH
           END-EVALUATE.
       40500-EXIT.
           EXIT.

       41000-IDENTIFY-MASTER.
      *    THE INDEXED MASTER CARRIES ITS OWN RECORD LENGTHS, SO THE
      *    GENERATION IS READ STRAIGHT OFF THEM.  EVERY RECORD MUST BE
      *    THE SAME LENGTH AND CARRY NUMERIC STAMPS AND COUNTER.
           OPEN INPUT OLD-MASTER-FILE.
           IF WSC-MASTER-STATUS NOT = '00'
               MOVE 126002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'FILE NOT FOUND OR NOT READABLE - NOTHING DONE'
                                          TO WSC-OUTCOME-TEXT
               GO TO 41000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-RECORDS-IN
                                             WSC-OLD-LENGTH.
           MOVE STC-Y                     TO WSC-PASS-SWITCH.
           MOVE STC-N                     TO WSC-MIXED-SWITCH.
           PERFORM 41100-READ-MASTER-RECORD THRU 41100-EXIT
                   UNTIL WSC-MASTER-STATUS NOT = '00'.
           CLOSE OLD-MASTER-FILE.

           IF WSC-RECORDS-IN = ZEROES
               MOVE 'EMPTY FILE - NOTHING TO CONVERT'
                                          TO WSC-OUTCOME-TEXT
               GO TO 41000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-FIT-COUNT.
           IF PASS-VALID
              AND NOT MIXED-LENGTHS
               PERFORM VARYING WSC-GEN-IDX FROM 1 BY 1
                       UNTIL WSC-GEN-IDX
                             > WSC-LT-GEN-COUNT (WSC-TYPE-IDX)
                   IF WSC-LT-GEN-LENGTH (WSC-TYPE-IDX WSC-GEN-IDX)
                          = WSC-OLD-LENGTH
                       MOVE 1             TO WSC-FIT-COUNT
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'MASTER RECORDS READ:         ' WSC-RECORDS-IN
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           IF WSC-FIT-COUNT = ZEROES
               MOVE 'MATCHES NO LAYOUT GENERATION - NOT CONVERTED'
                                          TO WSC-OUTCOME-TEXT
               MOVE 126003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 41000-EXIT
           END-IF.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'LAYOUT GENERATION FOUND:     '
                  WSC-OLD-LENGTH ' BYTES PER RECORD'
                  '  (CURRENT ' WSC-NEW-LENGTH ')'
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           EVALUATE TRUE
               WHEN WSC-OLD-LENGTH = WSC-NEW-LENGTH
                   MOVE 'ALREADY IN THE CURRENT LAYOUT - NOTHING TO DO'
                                          TO WSC-OUTCOME-TEXT
               WHEN WSC-CMD-IDENTIFY
                   MOVE 'OLDER LAYOUT - RUN CONVERT TO MIGRATE IT'
                                          TO WSC-OUTCOME-TEXT
               WHEN OTHER
                   MOVE STC-Y             TO WSC-CONVERT-SWITCH
           END-EVALUATE.
       41000-EXIT.
           EXIT.

       41100-READ-MASTER-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1                  TO WSC-RECORDS-IN
                   IF WSC-OLD-LENGTH = ZEROES
                       MOVE WSC-MASTER-LENGTH
                                          TO WSC-OLD-LENGTH
                   END-IF
                   IF WSC-MASTER-LENGTH NOT = WSC-OLD-LENGTH
                       MOVE STC-Y         TO WSC-MIXED-SWITCH
                   END-IF
                   IF OLD-MASTER-RECORD (205:39) NOT NUMERIC
                       MOVE STC-N         TO WSC-PASS-SWITCH
                   END-IF
           END-READ.
       41100-EXIT.
           EXIT.

       45000-CHECK-RECORD.
      *    TESTS ONE RECORD, READ AT WSC-TRY-LENGTH, FOR THE FIELDS
      *    OF THAT GENERATION THAT CAN ONLY HOLD CERTAIN VALUES.  A
      *    FILE READ AT THE WRONG LENGTH PUTS FREE TEXT IN THEM
      *    WITHIN A RECORD OR TWO.
           MOVE STC-Y                     TO WSC-RECORD-SWITCH.
           EVALUATE TRUE
               WHEN TYPE-CONTROL
                   MOVE WSC-TRY-LENGTH    TO WSC-IMAGE-LENGTH
                   PERFORM 45100-CHECK-CONTROL-IMAGE THRU 45100-EXIT
               WHEN TYPE-SCHEDULE
                   COMPUTE WSC-IMAGE-LENGTH = WSC-TRY-LENGTH - 3
                   PERFORM 45100-CHECK-CONTROL-IMAGE THRU 45100-EXIT
                   PERFORM 45200-CHECK-SCHEDULE-FIELDS THRU 45200-EXIT
               WHEN TYPE-ARCHIVE
                   PERFORM 45300-CHECK-ARCHIVE-FIELDS THRU 45300-EXIT
               WHEN TYPE-RESULTS
                   PERFORM 45400-CHECK-RESULT-FIELDS THRU 45400-EXIT
           END-EVALUATE.
       45000-EXIT.
           EXIT.

       45100-CHECK-CONTROL-IMAGE.
      *    ORGUT103 REJECTS A BLANK DIRECTORY OR CONDITION, SO NO
      *    GENERATION OF THE RECORD HAS EITHER.
           IF WSC-OLD-RECORD (1:60) = SPACES
              OR WSC-OLD-RECORD (61:20) = SPACES
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
           IF WSC-IMAGE-LENGTH >= 124
               MOVE WSC-OLD-RECORD (81:4) TO WSC-TEST-TYPE
               IF NOT VALID-SEARCH-TYPE
                   MOVE STC-N             TO WSC-RECORD-SWITCH
               END-IF
           END-IF.
           IF WSC-IMAGE-LENGTH >= 129
               MOVE WSC-OLD-RECORD (125:4)
                                          TO WSC-TEST-DISPOSITION
               MOVE WSC-OLD-RECORD (129:1)
                                          TO WSC-TEST-CONFIRM
               IF NOT VALID-DISPOSITION
                  OR NOT VALID-CONFIRM
                   MOVE STC-N             TO WSC-RECORD-SWITCH
               END-IF
           END-IF.
       45100-EXIT.
           EXIT.

       45200-CHECK-SCHEDULE-FIELDS.
      *    THE FREQUENCY AND DAY FOLLOW THE CONTROL IMAGE, WHATEVER
      *    LENGTH THE IMAGE WAS WHEN THE SCHEDULE WAS BUILT.
           MOVE WSC-OLD-RECORD (WSC-IMAGE-LENGTH + 1:1)
                                          TO WSC-TEST-FREQ.
           MOVE WSC-OLD-RECORD (WSC-IMAGE-LENGTH + 2:2)
                                          TO WSC-TEST-DAY.
           IF NOT VALID-FREQ
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
           IF WSC-TEST-DAY NOT NUMERIC
              AND WSC-TEST-DAY NOT = SPACES
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
       45200-EXIT.
           EXIT.

       45300-CHECK-ARCHIVE-FIELDS.
      *    MATCH COUNT AND COMPLETION STAMP ARE COMMON TO BOTH
      *    GENERATIONS; THE REST OF THE RECORD IS ALL NUMERIC AT
      *    EITHER LENGTH (ARCHIVED STAMP ONLY, OR START STAMP, FILES
      *    SCANNED AND ARCHIVED STAMP).
           IF WSC-OLD-RECORD (1:12) = SPACES
              OR WSC-OLD-RECORD (93:25) NOT NUMERIC
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
           IF WSC-OLD-RECORD (118:WSC-TRY-LENGTH - 117) NOT NUMERIC
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
       45300-EXIT.
           EXIT.

       45400-CHECK-RESULT-FIELDS.
      *    LINE NUMBER, FILE SIZE, MODIFICATION STAMP AND RESULT
      *    STAMP ARE NUMERIC IN EVERY GENERATION; THE LEGAL HOLD FLAG
      *    AND SENSITIVITY ARE TESTED ONLY IN THE CURRENT ONE.
           IF WSC-OLD-RECORD (205:7) NOT NUMERIC
              OR WSC-OLD-RECORD (292:28) NOT NUMERIC
              OR WSC-OLD-RECORD (330:16) NOT NUMERIC
               MOVE STC-N                 TO WSC-RECORD-SWITCH
           END-IF.
           IF WSC-TRY-LENGTH >= 359
               MOVE WSC-OLD-RECORD (346:1) TO WSC-TEST-HOLD
               MOVE WSC-OLD-RECORD (359:1) TO WSC-TEST-SENSITIVITY
               IF NOT VALID-HOLD
                  OR NOT VALID-SENSITIVITY
                   MOVE STC-N             TO WSC-RECORD-SWITCH
               END-IF
           END-IF.
       45400-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL CONVERT A SEQUENTIAL FILE TO   *
      *        <PATH>.NEW, BALANCE IT, AND REPLACE THE ORIGINAL.       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-CONVERT-FILE.
           MOVE WSC-FILE-PATH             TO WSC-SOURCE-PATH.
           PERFORM U1100-BUILD-WORK-PATHS THRU U1100-EXIT.
           PERFORM 51000-CONVERT-RECORDS THRU 51000-EXIT.
           PERFORM 55000-BALANCE-COUNTS THRU 55000-EXIT.
           IF COUNTS-TIE
               PERFORM 57000-REPLACE-ORIGINAL THRU 57000-EXIT
           END-IF.
       50000-EXIT.
           EXIT.

       51000-CONVERT-RECORDS.
      *    READS WSC-RECORDS-IN RECORDS OF WSC-OLD-LENGTH FROM
      *    WSC-SOURCE-PATH AND WRITES EACH, CONVERTED, TO
      *    WSC-NEW-PATH.  SHARED BY THE MASTER REBUILD, WHOSE SOURCE
      *    IS THE UNLOAD.
           MOVE ZEROES                    TO WSC-RECORDS-READ
                                             WSC-RECORDS-OUT.
           MOVE 0                         TO WSC-CBL-OFFSET
                                             WSC-OUT-OFFSET.
           MOVE STC-N                     TO WSC-IO-SWITCH.

           CALL 'CBL_OPEN_FILE' USING WSC-SOURCE-PATH
                                      WSC-CBL-ACCESS
                                      WSC-CBL-DENY
                                      WSC-CBL-DEVICE
                                      WSC-CBL-HANDLE
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               GO TO 51000-EXIT
           END-IF.
           CALL 'CBL_CREATE_FILE' USING WSC-NEW-PATH
                                        WSC-CBL-WRITE-ACCESS
                                        WSC-CBL-DENY
                                        WSC-CBL-DEVICE
                                        WSC-OUT-HANDLE
                                RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                    RETURNING WSC-FILE-RC
               GO TO 51000-EXIT
           END-IF.

           MOVE STC-Y                     TO WSC-IO-SWITCH.
           PERFORM 51100-CONVERT-NEXT THRU 51100-EXIT
                   UNTIL WSC-RECORDS-READ >= WSC-RECORDS-IN
                      OR NOT IO-OK.

           CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                RETURNING WSC-FILE-RC.
           CALL 'CBL_CLOSE_FILE' USING WSC-OUT-HANDLE
                                RETURNING WSC-FILE-RC.
       51000-EXIT.
           EXIT.

       51100-CONVERT-NEXT.
           MOVE SPACES                    TO WSC-OLD-RECORD.
           MOVE WSC-OLD-LENGTH            TO WSC-CBL-NBYTES.
           CALL 'CBL_READ_FILE' USING WSC-CBL-HANDLE
                                      WSC-CBL-OFFSET
                                      WSC-CBL-NBYTES
                                      WSC-CBL-FLAGS
                                      WSC-OLD-RECORD
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-IO-SWITCH
               GO TO 51100-EXIT
           END-IF.
           ADD 1                          TO WSC-RECORDS-READ.
           ADD WSC-OLD-LENGTH             TO WSC-CBL-OFFSET.

           PERFORM 52000-BUILD-NEW-RECORD THRU 52000-EXIT.

           MOVE WSC-NEW-LENGTH            TO WSC-CBL-NBYTES.
           CALL 'CBL_WRITE_FILE' USING WSC-OUT-HANDLE
                                       WSC-OUT-OFFSET
                                       WSC-CBL-NBYTES
                                       WSC-CBL-FLAGS
                                       WSC-NEW-RECORD
                               RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-IO-SWITCH
               GO TO 51100-EXIT
           END-IF.
           ADD 1                          TO WSC-RECORDS-OUT.
           ADD WSC-NEW-LENGTH             TO WSC-OUT-OFFSET.
       51100-EXIT.
           EXIT.

       52000-BUILD-NEW-RECORD.
      *    EACH APPENDED FIELD GETS THE DEFAULT ITS COPYBOOK
      *    DOCUMENTS FOR A LEGACY RECORD.
           MOVE SPACES                    TO WSC-NEW-RECORD.
           EVALUATE TRUE
               WHEN TYPE-CONTROL
               WHEN TYPE-RESULTS
      *            ORGST011 / ORGST013 - NEW FIELDS AS SPACES.
                   MOVE WSC-OLD-RECORD (1:WSC-OLD-LENGTH)
                             TO WSC-NEW-RECORD (1:WSC-OLD-LENGTH)
               WHEN TYPE-SCHEDULE
      *            ORGST014 - THE CONTROL IMAGE IS RE-PADDED TO 129
      *            AND THE FREQUENCY/DAY MOVE OUT BEHIND IT.
                   COMPUTE WSC-IMAGE-LENGTH = WSC-OLD-LENGTH - 3
                   MOVE WSC-OLD-RECORD (1:WSC-IMAGE-LENGTH)
                             TO WSC-NEW-RECORD (1:WSC-IMAGE-LENGTH)
                   MOVE WSC-OLD-RECORD (WSC-IMAGE-LENGTH + 1:3)
                             TO WSC-NEW-RECORD (130:3)
               WHEN TYPE-ARCHIVE
      *            ORGST017 - START STAMP AND FILES SCANNED AS ZEROS,
      *            AHEAD OF THE ARCHIVED DATE/TIME PAIR.
                   MOVE WSC-OLD-RECORD (1:117)
                                          TO WSC-NEW-RECORD (1:117)
                   MOVE ALL '0'           TO WSC-NEW-RECORD (118:25)
                   MOVE WSC-OLD-RECORD (118:16)
                                          TO WSC-NEW-RECORD (143:16)
               WHEN TYPE-MASTER
      *            ORGST010 - PRIOR-FOUND STAMP SET TO THE FIRST-
      *            FOUND STAMP, AS ON A FRESH RECORD.
                   MOVE WSC-OLD-RECORD (1:243)
                                          TO WSC-NEW-RECORD (1:243)
                   MOVE WSC-OLD-RECORD (205:16)
                                          TO WSC-NEW-RECORD (244:16)
           END-EVALUATE.
       52000-EXIT.
           EXIT.

       55000-BALANCE-COUNTS.
      *    RECORDS OUT MUST EQUAL RECORDS IN, THE SOURCE MUST HOLD
      *    EXACTLY RECORDS-IN WHOLE OLD RECORDS, AND THE CONVERTED
      *    FILE ON DISK MUST HOLD EXACTLY RECORDS-OUT WHOLE NEW ONES.
           MOVE WSC-SOURCE-PATH           TO WSC-CHECK-NAME.
           PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT.
           MOVE ZEROES                    TO WSC-BYTES-IN.
           IF WSC-CHECK-RC = ZERO
               MOVE WSC-CHECK-SIZE        TO WSC-BYTES-IN
           END-IF.
           MOVE WSC-NEW-PATH              TO WSC-CHECK-NAME.
           PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT.
           MOVE ZEROES                    TO WSC-BYTES-OUT.
           IF WSC-CHECK-RC = ZERO
               MOVE WSC-CHECK-SIZE        TO WSC-BYTES-OUT
           END-IF.
           COMPUTE WSC-BYTES-IN-EXPECTED =
               WSC-RECORDS-IN * WSC-OLD-LENGTH.
           COMPUTE WSC-BYTES-OUT-EXPECTED =
               WSC-RECORDS-OUT * WSC-NEW-LENGTH.

           IF IO-OK
              AND WSC-RECORDS-READ = WSC-RECORDS-IN
              AND WSC-RECORDS-OUT = WSC-RECORDS-IN
              AND WSC-BYTES-IN = WSC-BYTES-IN-EXPECTED
              AND WSC-BYTES-OUT = WSC-BYTES-OUT-EXPECTED
               MOVE STC-Y                 TO WSC-BALANCE-SWITCH
           ELSE
               MOVE STC-N                 TO WSC-BALANCE-SWITCH
           END-IF.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           WRITE MIGRATE-REPORT-RECORD.
           MOVE 'BALANCING                        RECORDS'
                                          TO MIGRATE-REPORT-RECORD.
           MOVE 'BYTES     EXPECTED BYTES'
                                   TO MIGRATE-REPORT-RECORD (47:24).
           WRITE MIGRATE-REPORT-RECORD.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING '  BEFORE (' WSC-OLD-LENGTH ' BYTES/REC)       '
                  WSC-RECORDS-IN ' ' WSC-BYTES-IN ' '
                  WSC-BYTES-IN-EXPECTED
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING '  AFTER  (' WSC-NEW-LENGTH ' BYTES/REC)       '
                  WSC-RECORDS-OUT ' ' WSC-BYTES-OUT ' '
                  WSC-BYTES-OUT-EXPECTED
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           IF NOT COUNTS-TIE
               MOVE 126004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO WSC-OUTCOME-TEXT
               STRING 'COUNTS DO NOT TIE - ORIGINAL KEPT, SEE '
                      FUNCTION TRIM(WSC-NEW-PATH)
                       DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
               END-STRING
           END-IF.
       55000-EXIT.
           EXIT.

       57000-REPLACE-ORIGINAL.
      *    THE ORIGINAL IS COPIED ASIDE BEFORE IT IS OVERWRITTEN, AND
      *    THE REPLACED FILE IS MEASURED AGAIN BEFORE THE WORK FILE
      *    IS REMOVED - THE SAME COPY-FIRST RULE AS ORGUT111.
           CALL 'CBL_COPY_FILE' USING WSC-FILE-PATH
                                      WSC-OLD-PATH
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC = ZERO
               CALL 'CBL_COPY_FILE' USING WSC-NEW-PATH
                                          WSC-FILE-PATH
                                  RETURNING WSC-FILE-RC
           END-IF.
           IF WSC-FILE-RC = ZERO
               MOVE WSC-FILE-PATH         TO WSC-CHECK-NAME
               PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT
               IF WSC-CHECK-RC NOT = ZERO
                  OR WSC-CHECK-SIZE NOT = WSC-BYTES-OUT-EXPECTED
                   MOVE 1                 TO WSC-FILE-RC
               END-IF
           END-IF.

           IF WSC-FILE-RC = ZERO
               CALL 'CBL_DELETE_FILE' USING WSC-NEW-PATH
                                    RETURNING WSC-FILE-RC
               MOVE SPACES                TO WSC-OUTCOME-TEXT
               STRING 'CONVERTED - ORIGINAL KEPT AS '
                      FUNCTION TRIM(WSC-OLD-PATH)
                       DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE 126005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO WSC-OUTCOME-TEXT
               STRING 'REPLACE FAILED - RESTORE FROM '
                      FUNCTION TRIM(WSC-OLD-PATH)
                       DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
               END-STRING
           END-IF.
       57000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL REBUILD THE INDEXED RESULTS    *
      *        MASTER FROM AN UNLOAD.                                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60000-REBUILD-MASTER.
           PERFORM U1100-BUILD-WORK-PATHS THRU U1100-EXIT.
           PERFORM 61000-UNLOAD-MASTER THRU 61000-EXIT.
           IF NOT IO-OK
              OR WSC-RECORDS-UNLOADED NOT = WSC-RECORDS-IN
               MOVE STC-N                 TO WSC-BALANCE-SWITCH
               MOVE 126004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'UNLOAD DID NOT TIE - MASTER LEFT AS IT WAS'
                                          TO WSC-OUTCOME-TEXT
               GO TO 60000-EXIT
           END-IF.

      *    THE UNLOAD IS CONVERTED EXACTLY LIKE A SEQUENTIAL FILE AND
      *    BALANCED THE SAME WAY; THE MASTER IS NOT TOUCHED UNTIL IT
      *    TIES.
           MOVE WSC-UNLOAD-PATH           TO WSC-SOURCE-PATH.
           PERFORM 51000-CONVERT-RECORDS THRU 51000-EXIT.
           PERFORM 55000-BALANCE-COUNTS THRU 55000-EXIT.
           IF COUNTS-TIE
               PERFORM 63000-RELOAD-MASTER THRU 63000-EXIT
           END-IF.
       60000-EXIT.
           EXIT.

       61000-UNLOAD-MASTER.
           MOVE ZEROES                    TO WSC-RECORDS-UNLOADED.
           MOVE 0                         TO WSC-OUT-OFFSET.
           MOVE STC-N                     TO WSC-IO-SWITCH.
           OPEN INPUT OLD-MASTER-FILE.
           IF WSC-MASTER-STATUS NOT = '00'
               GO TO 61000-EXIT
           END-IF.
           CALL 'CBL_CREATE_FILE' USING WSC-UNLOAD-PATH
                                        WSC-CBL-WRITE-ACCESS
                                        WSC-CBL-DENY
                                        WSC-CBL-DEVICE
                                        WSC-OUT-HANDLE
                                RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               CLOSE OLD-MASTER-FILE
               GO TO 61000-EXIT
           END-IF.

           MOVE STC-Y                     TO WSC-IO-SWITCH.
           PERFORM 61100-UNLOAD-NEXT THRU 61100-EXIT
                   UNTIL WSC-MASTER-STATUS NOT = '00'
                      OR NOT IO-OK.

           CLOSE OLD-MASTER-FILE.
           CALL 'CBL_CLOSE_FILE' USING WSC-OUT-HANDLE
                                RETURNING WSC-FILE-RC.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'MASTER UNLOADED TO '
                  FUNCTION TRIM(WSC-UNLOAD-PATH) ': '
                  WSC-RECORDS-UNLOADED ' RECORDS'
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.
       61000-EXIT.
           EXIT.

       61100-UNLOAD-NEXT.
           READ OLD-MASTER-FILE
               AT END
                   GO TO 61100-EXIT
           END-READ.
           IF WSC-MASTER-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-IO-SWITCH
               GO TO 61100-EXIT
           END-IF.

           MOVE WSC-OLD-LENGTH            TO WSC-CBL-NBYTES.
           CALL 'CBL_WRITE_FILE' USING WSC-OUT-HANDLE
                                       WSC-OUT-OFFSET
                                       WSC-CBL-NBYTES
                                       WSC-CBL-FLAGS
                                       OLD-MASTER-RECORD
                               RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-IO-SWITCH
               GO TO 61100-EXIT
           END-IF.
           ADD 1                          TO WSC-RECORDS-UNLOADED.
           ADD WSC-OLD-LENGTH             TO WSC-OUT-OFFSET.
       61100-EXIT.
           EXIT.

       62000-RELOAD-CONVERTED.
      *    A RELOAD THAT FAILED LEAVES THE MASTER RECREATED AND PART
      *    LOADED, BUT KEEPS THE CONVERTED UNLOAD (<PATH>.NEW) AND THE
      *    ORIGINAL UNLOAD (<PATH>.UNL).  THE CONVERTED UNLOAD IS ONLY
      *    LOADED AGAIN IF IT STILL BALANCES TO THE ORIGINAL: WHOLE
      *    CURRENT-LAYOUT RECORDS, AND THE SAME NUMBER OF THEM AS THE
      *    ORIGINAL HOLDS AT ONE OF THE MASTER'S GENERATION LENGTHS.
      *    A CONVERSION THAT NEVER TIED IS THEREBY NEVER LOADED.
           PERFORM U1100-BUILD-WORK-PATHS THRU U1100-EXIT.
           MOVE STC-N                     TO WSC-BALANCE-SWITCH.
           MOVE ZEROES                    TO WSC-BYTES-IN
                                             WSC-BYTES-OUT
                                             WSC-RECORDS-OUT
                                             WSC-OLD-LENGTH.
           MOVE WSC-NEW-PATH              TO WSC-CHECK-NAME.
           PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT.
           IF WSC-CHECK-RC = ZERO
               MOVE WSC-CHECK-SIZE        TO WSC-BYTES-OUT
           END-IF.
           MOVE WSC-UNLOAD-PATH           TO WSC-CHECK-NAME.
           PERFORM U1000-GET-FILE-SIZE THRU U1000-EXIT.
           IF WSC-CHECK-RC = ZERO
               MOVE WSC-CHECK-SIZE        TO WSC-BYTES-IN
           END-IF.

           IF WSC-BYTES-OUT > ZEROES
               DIVIDE WSC-BYTES-OUT BY WSC-NEW-LENGTH
                   GIVING WSC-RECORDS-OUT
                   REMAINDER WSC-REMAINDER
               IF WSC-REMAINDER = ZEROES
                   PERFORM VARYING WSC-GEN-IDX FROM 1 BY 1
                           UNTIL WSC-GEN-IDX
                                 > WSC-LT-GEN-COUNT (WSC-TYPE-IDX)
                       COMPUTE WSC-BYTES-IN-EXPECTED =
                           WSC-RECORDS-OUT *
                           WSC-LT-GEN-LENGTH (WSC-TYPE-IDX WSC-GEN-IDX)
                       IF WSC-BYTES-IN = WSC-BYTES-IN-EXPECTED
                           MOVE WSC-LT-GEN-LENGTH
                                (WSC-TYPE-IDX WSC-GEN-IDX)
                                          TO WSC-OLD-LENGTH
                           MOVE STC-Y     TO WSC-BALANCE-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'CONVERTED UNLOAD ' FUNCTION TRIM(WSC-NEW-PATH) ': '
                  WSC-BYTES-OUT ' BYTES, ' WSC-RECORDS-OUT ' RECORDS'
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING 'ORIGINAL UNLOAD  ' FUNCTION TRIM(WSC-UNLOAD-PATH)
                  ': ' WSC-BYTES-IN ' BYTES'
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           IF NOT COUNTS-TIE
              OR WSC-RECORDS-OUT = ZEROES
               MOVE 126007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE 'NO BALANCED CONVERTED UNLOAD - NOTHING RELOADED'
                                          TO WSC-OUTCOME-TEXT
               GO TO 62000-EXIT
           END-IF.
           PERFORM 63000-RELOAD-MASTER THRU 63000-EXIT.
       62000-EXIT.
           EXIT.

       63000-RELOAD-MASTER.
      *    THE MASTER IS RECREATED ON THE CURRENT LAYOUT AND LOADED
      *    IN THE KEY ORDER THE UNLOAD WAS TAKEN IN, THEN READ BACK
      *    AND COUNTED.  THE UNLOAD STAYS ON DISK AS THE BACKUP.
           MOVE ZEROES                    TO WSC-RECORDS-LOADED
                                             WSC-RECORDS-READ
                                             WSC-RECORDS-REREAD.
           MOVE 0                         TO WSC-CBL-OFFSET.
           MOVE STC-N                     TO WSC-IO-SWITCH.
           CALL 'CBL_OPEN_FILE' USING WSC-NEW-PATH
                                      WSC-CBL-ACCESS
                                      WSC-CBL-DENY
                                      WSC-CBL-DEVICE
                                      WSC-CBL-HANDLE
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC = ZERO
               OPEN OUTPUT RESULTS-MASTER-FILE
               IF WSC-MASTER-STATUS = '00'
                   MOVE STC-Y             TO WSC-IO-SWITCH
                   PERFORM 63100-LOAD-NEXT THRU 63100-EXIT
                           UNTIL WSC-RECORDS-READ >= WSC-RECORDS-OUT
                              OR NOT IO-OK
                   CLOSE RESULTS-MASTER-FILE
               END-IF
               CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                    RETURNING WSC-FILE-RC
           END-IF.

           IF IO-OK
               OPEN INPUT RESULTS-MASTER-FILE
               PERFORM 63200-REREAD-NEXT THRU 63200-EXIT
                       UNTIL WSC-MASTER-STATUS NOT = '00'
               CLOSE RESULTS-MASTER-FILE
           END-IF.

           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           STRING '  RELOADED            ' WSC-RECORDS-LOADED
                  '   READ BACK ' WSC-RECORDS-REREAD
                   DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
           END-STRING.
           WRITE MIGRATE-REPORT-RECORD.

           IF IO-OK
              AND WSC-RECORDS-LOADED = WSC-RECORDS-OUT
              AND WSC-RECORDS-REREAD = WSC-RECORDS-OUT
               CALL 'CBL_DELETE_FILE' USING WSC-NEW-PATH
                                    RETURNING WSC-FILE-RC
               MOVE SPACES                TO WSC-OUTCOME-TEXT
               STRING 'MASTER REBUILT - UNLOAD KEPT AS '
                      FUNCTION TRIM(WSC-UNLOAD-PATH)
                       DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE 126006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO WSC-OUTCOME-TEXT
               STRING 'RELOAD DID NOT TIE - RERUN RELOAD MASTER '
                      FUNCTION TRIM(WSC-FILE-PATH)
                       DELIMITED BY SIZE INTO WSC-OUTCOME-TEXT
               END-STRING
               MOVE SPACES                TO MIGRATE-REPORT-RECORD
               STRING '  CONVERTED UNLOAD KEPT AS '
                      FUNCTION TRIM(WSC-NEW-PATH)
                      ', ORIGINAL UNLOAD AS '
                      FUNCTION TRIM(WSC-UNLOAD-PATH)
                       DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
               END-STRING
               WRITE MIGRATE-REPORT-RECORD
           END-IF.
       63000-EXIT.
           EXIT.

       63100-LOAD-NEXT.
           MOVE WSC-NEW-LENGTH            TO WSC-CBL-NBYTES.
           CALL 'CBL_READ_FILE' USING WSC-CBL-HANDLE
                                      WSC-CBL-OFFSET
                                      WSC-CBL-NBYTES
                                      WSC-CBL-FLAGS
                                      ST010-RESULTS-MASTER-RECORD
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-IO-SWITCH
               GO TO 63100-EXIT
           END-IF.
           ADD 1                          TO WSC-RECORDS-READ.
           ADD WSC-NEW-LENGTH             TO WSC-CBL-OFFSET.

           WRITE ST010-RESULTS-MASTER-RECORD
               INVALID KEY
                   MOVE STC-N             TO WSC-IO-SWITCH
               NOT INVALID KEY
                   ADD 1                  TO WSC-RECORDS-LOADED
           END-WRITE.
       63100-EXIT.
           EXIT.

       63200-REREAD-NEXT.
           READ RESULTS-MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1                  TO WSC-RECORDS-REREAD
           END-READ.
       63200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           MOVE SPACES                    TO MIGRATE-REPORT-RECORD.
           WRITE MIGRATE-REPORT-RECORD.
           IF WSC-OUTCOME-TEXT NOT = SPACES
               MOVE SPACES                TO MIGRATE-REPORT-RECORD
               STRING 'RESULT: ' WSC-OUTCOME-TEXT
                       DELIMITED BY SIZE INTO MIGRATE-REPORT-RECORD
               END-STRING
               WRITE MIGRATE-REPORT-RECORD
           END-IF.
           CLOSE MIGRATE-REPORT-FILE.
       90000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * U0000  PARAGRAPHS IN THIS LEVEL PERFORM UTILITY FUNCTIONS      *
      *        FOR THIS PROGRAM.                                       *
      *************************************************************PXU**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U1000-GET-FILE-SIZE.
      *    SIZE IN BYTES OF THE FILE NAMED IN WSC-CHECK-NAME, IN
      *    WSC-CHECK-SIZE; WSC-CHECK-RC NON-ZERO WHEN IT IS NOT THERE.
           CALL 'CBL_CHECK_FILE_EXIST' USING WSC-CHECK-NAME
                                             WSC-CHECK-DETAILS
                                     RETURNING WSC-CHECK-RC.
       U1000-EXIT.
           EXIT.

       U1100-BUILD-WORK-PATHS.
      *    THE WORK FILES SIT BESIDE THE FILE BEING CONVERTED.
           MOVE SPACES                    TO WSC-NEW-PATH
                                             WSC-OLD-PATH
                                             WSC-UNLOAD-PATH.
           STRING FUNCTION TRIM(WSC-FILE-PATH) '.NEW'
                   DELIMITED BY SIZE INTO WSC-NEW-PATH
           END-STRING.
           STRING FUNCTION TRIM(WSC-FILE-PATH) '.OLD'
                   DELIMITED BY SIZE INTO WSC-OLD-PATH
           END-STRING.
           STRING FUNCTION TRIM(WSC-FILE-PATH) '.UNL'
                   DELIMITED BY SIZE INTO WSC-UNLOAD-PATH
           END-STRING.
       U1100-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.
