      *            !          ! REPLY'S MATCH COUNT AND RESULTS        *
      *            !          ! LOCATION BELONG TO THE REQUESTED       *
      *            !          ! SEARCH.  SEE THE ORGUT114 REQUESTER.   *
      * 10-15-2026 ! SBOLT    ! LEGAL HOLD REGISTRY (ORGST018) LOADED  *
      *            !          ! AT START-UP AND ON RECONFIG; A MATCH   *
      *            !          ! ON A HELD PATH IS FLAGGED IN THE NEW   *
      *            !          ! ST013-LEGAL-HOLD FIELD SO DOWNSTREAM   *
      *            !          ! STEPS LEAVE IT ALONE.                  *
      * 10-15-2026 ! SBOLT    ! NAMED PATTERN SETS - A TEXT CONTROL    *
      *            !          ! RECORD WHOSE PATTERN IS 'SET=<NAME>'   *
      *            !          ! READS THE SET FROM THE PATTERN LIBRARY *
      *            !          ! (ORGST020), SCANS EACH CANDIDATE FILE  *
      *            !          ! ONCE AGAINST ALL OF ITS PATTERNS AND   *
      *            !          ! TAGS EVERY HIT WITH THE SET'S          *
      *            !          ! CATEGORY AND SENSITIVITY (NEW ST013    *
      *            !          ! HIT FIELDS).                           *
      * 10-15-2026 ! SBOLT    ! A BATCH RUN POSTS ITS CONTROL RECORDS  *
      *            !          ! COMPLETED AND RESULTS WRITTEN TO ITS   *
      *            !          ! INSTANCE SLOT ON TONIGHT'S CYCLE OF    *
      *            !          ! THE NIGHTLY RUN LEDGER (ORGST025); THE *
      *            !          ! CHECKPOINT NOW CARRIES BOTH COUNTS SO  *
      *            !          ! A RESTARTED RUN POSTS THE WHOLE        *
      *            !          ! NIGHT'S FIGURES.                       *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           RECORD KEY IS ST016-STATUS-KEY
           FILE STATUS IS WSC-STATUS-FILE-STATUS.

           SELECT OPTIONAL LEGAL-HOLD-FILE
           ASSIGN TO ST019-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST018-HOLD-PATH
           FILE STATUS IS ST019-HOLD-STATUS.

           SELECT OPTIONAL PATTERN-LIBRARY-FILE
           ASSIGN TO ST021-LIB-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST020-SET-NAME
           FILE STATUS IS ST021-LIB-STATUS.

           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *    FINISHED ITS CONTROL FILE (OR NO RUN HAS HAPPENED YET),
      *    SO THE NEXT RUN STARTS FROM THE TOP WITH A FRESH RESULTS
      *    FILE.  NON-ZERO MEANS THE PRIOR RUN DIED PART WAY AND THE
      *    NEXT RUN IS A RESTART.  THE TWO RUN TOTALS CARRY THIS
      *    INSTANCE'S CONTROL RECORDS COMPLETED AND RESULTS WRITTEN
      *    SO FAR TONIGHT ACROSS A RESTART, FOR THE RUN LEDGER; A
      *    CHECKPOINT WRITTEN BEFORE THEY WERE ADDED HAS NO TOTALS
      *    AND IS READ AS ZERO.
        01 CHECKPOINT-RECORD.
           05 CKP-LAST-COMPLETED           PIC 9(05).
           05 CKP-CHECKPOINT-DATE          PIC 9(08).
           05 CKP-CHECKPOINT-TIME          PIC 9(08).
           05 CKP-RECORDS-DONE             PIC 9(07).
           05 CKP-RESULTS-DONE             PIC 9(09).

        FD RESULTS-INVENTORY-FILE.
      *    ONE RECORD APPENDED FOR EVERY FRESH RESULTS FILE THIS
      *    ORGUT115 INQUIRY, WHICH ALSO COPIES ORGST016.
               COPY 'ORGST016.CPY'.

        FD LEGAL-HOLD-FILE.
      *    READ ONLY, BY THE ORGPX004 U3000-LOAD-LEGAL-HOLDS PARAGRAPH;
      *    MAINTAINED BY THE ORGUT119 HOLD MAINTENANCE UTILITY.
               COPY 'ORGST018.CPY'.

        FD PATTERN-LIBRARY-FILE.
      *    READ ONLY, ONE KEYED READ PER CONTROL RECORD THAT NAMES A
      *    PATTERN SET; MAINTAINED BY THE ORGUT120 LIBRARY UTILITY.
               COPY 'ORGST020.CPY'.

        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP;
      *    EACH INSTANCE POSTS ONLY ITS OWN SLOT (ORGPX006).
               COPY 'ORGST025.CPY'.


       EJECT
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
      *    COPYCODE FOR STANDARD PATTERN LIBRARY WS FIELDS             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST021.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD NIGHTLY RUN LEDGER WS FIELDS          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST026.CPY'.
       
       EJECT
      ******************************************************************
                                          VALUE 'MQ-OUTPUT-QUEUE'.
           05  STC-MQ-OPEN-INPUT         PIC S9(09) COMP VALUE 1.
           05  STC-MQ-OPEN-OUTPUT        PIC S9(09) COMP VALUE 2.
      *    LINE-END BYTES FOR THE PATTERN-SET CONTENT SCAN (45000).
           05  STC-LINE-FEED             PIC X(01) VALUE X'0A'.
           05  STC-CARRIAGE-RETURN       PIC X(01) VALUE X'0D'.

       01  WSC-VARIABLES.
           05  WSC-COUNTER               PIC 9(04) VALUE ZEROES.
           05  WSC-CONDITION-HOLD        PIC X(20) VALUE SPACES.
           05  WSC-SEARCH-TYPE-HOLD      PIC X(04) VALUE SPACES.
           05  WSC-PATTERN-HOLD          PIC X(40) VALUE SPACES.
      *    SAME 'SET=<NAME>' READING OF THE PATTERN AS ORGST011'S
      *    ST011-PATTERN-SET-VIEW, OVER THE HOLD AREA SO THE MQ
      *    INQUIRY PATH (51200) CAN NAME A SET AS WELL.
           05  WSC-PATTERN-SET-VIEW      REDEFINES WSC-PATTERN-HOLD.
               10  WSC-SET-PREFIX-HOLD   PIC X(04).
                   88  PATTERN-NAMES-SET     VALUE 'SET='.
               10  WSC-SET-NAME-HOLD     PIC X(20).
               10  FILLER                PIC X(16).
           05  WSC-TRANTYPE-SAVE         PIC X(06) VALUE SPACES.
           05  WSC-TRANLEN-SAVE          PIC 9(05) VALUE ZEROES.
           05  WSC-RESUME-TARGET         PIC 9(05) VALUE ZEROES.
           05  WSC-TOTAL-MATCHES         PIC 9(07) VALUE ZEROES.
           05  WSC-CKPT-DATE-HOLD        PIC 9(08) VALUE ZEROES.
           05  WSC-CKPT-TIME-HOLD        PIC 9(08) VALUE ZEROES.
      *    RUN-LEDGER TOTALS FOR THIS INSTANCE - CONTROL RECORDS
      *    COMPLETED AND RESULTS WRITTEN TONIGHT, INCLUDING ANY
      *    CARRIED FORWARD FROM THE CHECKPOINT ON A RESTART.  AN MQ
      *    INQUIRY SEARCH WRITES RESULTS BUT COMPLETES NO CONTROL
      *    RECORD, SO 51200 FLAGS ITS PASS THROUGH 40200.
           05  WSC-RECORDS-COMPLETED     PIC 9(07) VALUE ZEROES.
           05  WSC-RESULTS-WRITTEN       PIC 9(09) VALUE ZEROES.
           05  WSC-MQ-INQUIRY-SEARCH     PIC X(01) VALUE 'N'.
               88  MQ-INQUIRY-SEARCH         VALUE 'Y'.
           05  WSC-START-DATE-HOLD       PIC 9(08) VALUE ZEROES.
           05  WSC-START-TIME-HOLD       PIC 9(08) VALUE ZEROES.
      *    CLASSIFICATION CARRIED ONTO EVERY RESULT OF THE CURRENT
      *    CONTROL RECORD - SPACES UNLESS IT NAMES A PATTERN SET.
           05  WSC-HIT-CATEGORY-HOLD     PIC X(12) VALUE SPACES.
           05  WSC-HIT-SENSITIVITY-HOLD  PIC X(01) VALUE SPACES.
           05  WSC-SET-SCAN              PIC X(01) VALUE 'N'.
               88  PATTERN-SET-SCAN          VALUE 'Y'.

      *    PATTERN-SET CONTENT SCAN WORK AREAS (45000).  THE CANDIDATE
      *    FILE IS READ AS A BYTE STREAM THE SAME WAY ORGUT112 READS
      *    ONE FOR ITS CHECKSUM, AND CUT INTO LINES ON THE LINE-FEED
      *    BYTE; A LINE LONGER THAN WSC-SCAN-LINE IS TESTED ON ITS
      *    FIRST 256 BYTES.
       01  WSC-SCAN-VARIABLES.
           05  WSC-CBL-HANDLE            PIC X(04).
           05  WSC-CBL-ACCESS            PIC X(01) COMP-X VALUE 1.
           05  WSC-CBL-DENY              PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-DEVICE            PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-OFFSET            PIC X(08) COMP-X.
           05  WSC-CBL-NBYTES            PIC X(04) COMP-X.
           05  WSC-CBL-FLAGS             PIC X(01) COMP-X VALUE 0.
           05  WSC-IO-BUFFER             PIC X(256).
           05  WSC-FILE-RC               PIC S9(09) COMP VALUE ZERO.
           05  WSC-BYTES-LEFT            PIC 9(12) VALUE ZEROES.
           05  WSC-CHUNK-SIZE            PIC 9(04) VALUE ZEROES.
           05  WSC-BYTE-IDX              PIC 9(04) VALUE ZEROES.
           05  WSC-SCAN-PATH             PIC X(81) VALUE SPACES.
           05  WSC-SCAN-OK               PIC X(01) VALUE 'N'.
               88  SCAN-OK                   VALUE 'Y'.
           05  WSC-SCAN-LINE             PIC X(256) VALUE SPACES.
           05  WSC-SCAN-LINE-LENGTH      PIC 9(03) VALUE ZEROES.
           05  WSC-SCAN-LINE-NUMBER      PIC 9(07) VALUE ZEROES.
           05  WSC-SCAN-POS              PIC 9(03) VALUE ZEROES.
           05  WSC-LAST-START            PIC 9(03) VALUE ZEROES.
           05  WSC-HIT-POS               PIC 9(03) VALUE ZEROES.
           05  WSC-SNIPPET-START         PIC 9(03) VALUE ZEROES.
           05  WSC-LINE-HIT              PIC X(01) VALUE 'N'.
               88  LINE-HIT                  VALUE 'Y'.
           05  WSC-MASK-OK               PIC X(01) VALUE 'N'.
               88  MASK-OK                   VALUE 'Y'.
           05  WSC-MASK-IDX              PIC 9(02) VALUE ZEROES.
           05  WSC-MASK-CHAR             PIC X(01) VALUE SPACE.
           05  WSC-LINE-CHAR             PIC X(01) VALUE SPACE.
           05  WSC-LINE-POS              PIC 9(03) VALUE ZEROES.
           05  WSC-PAT-LENGTH            PIC 9(02) VALUE ZEROES.
           05  WSC-SET-IDX               PIC 9(02) VALUE ZEROES.
           05  WSC-LIB-IDX               PIC 9(02) VALUE ZEROES.

      *    THE PATTERNS OF THE SET NAMED BY THE CURRENT CONTROL
      *    RECORD, WITH THEIR SIGNIFICANT LENGTHS WORKED OUT ONCE.
       01  WSC-PATTERN-SET-TABLE.
           05  WSC-SET-PATTERN-COUNT     PIC 9(02) VALUE ZEROES.
           05  WSC-SET-PATTERN-ENTRY     OCCURS 10 TIMES.
               10  WSC-SET-PAT-KIND      PIC X(01).
                   88  WSC-SET-PAT-MASK      VALUE 'M'.
               10  WSC-SET-PAT-TEXT      PIC X(40).
               10  WSC-SET-PAT-LENGTH    PIC 9(02).

       01  WSC-MQ-VARIABLES.
           05  WSC-MQ-QMGR-NAME          PIC X(48) VALUE SPACES.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 101000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 101999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 101024.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'MQ INQUIRY WITHOUT A SEARCH DIRECTORY - REJECTED  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-101020.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD REGISTRY UNREADABLE - ALL MATCHES HELD '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-101021.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'NAMED PATTERN SET NOT ON LIBRARY - RECORD SKIPPED '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-101022.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN PATTERN LIBRARY                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-101023.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'CANDIDATE FILE UNREADABLE FOR PATTERN SET SCAN    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-101024.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT POST SEARCH TOTALS TO THE RUN LEDGER    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 25.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
               MOVE ST009-CONFIG-VALUE    TO WSC-STATUS-FILE-PATH
           END-IF.

      *    THE HOLD REGISTRY IS ONE FILE FOR THE WHOLE SHOP, SO IT IS
      *    NOT INSTANCE-SUFFIXED EITHER.
           MOVE ST019-HOLD-PATH-DFLT      TO ST019-HOLD-FILE-PATH.
           MOVE ST019-HOLD-PATH-LIT       TO SCB-CONFIG-NAME.
           PERFORM U1200-GET-CONFIG-VALUE THRU U1200-EXIT.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST019-HOLD-FILE-PATH
           END-IF.

      *    LIKEWISE ONE PATTERN LIBRARY FOR THE WHOLE SHOP.
           MOVE ST021-LIB-PATH-DFLT       TO ST021-LIB-FILE-PATH.
           MOVE ST021-LIB-PATH-LIT        TO SCB-CONFIG-NAME.
           PERFORM U1200-GET-CONFIG-VALUE THRU U1200-EXIT.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST021-LIB-FILE-PATH
           END-IF.

      *    AND ONE RUN LEDGER - EVERY INSTANCE POSTS TO THE SAME
      *    CYCLE RECORD, EACH IN ITS OWN SLOT.
           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE ST026-LEDGER-PATH-LIT     TO SCB-CONFIG-NAME.
           PERFORM U1200-GET-CONFIG-VALUE THRU U1200-EXIT.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.

           IF WSC-INSTANCE-COUNT > 01
               PERFORM 10110-APPLY-INSTANCE-SUFFIX THRU 10110-EXIT
           END-IF.
           END-IF.
           PERFORM 10250-OPEN-RESULTS-MASTER THRU 10250-EXIT.
           PERFORM 10260-OPEN-STATUS-FILE THRU 10260-EXIT.
           PERFORM 10270-LOAD-LEGAL-HOLDS THRU 10270-EXIT.
           PERFORM 10280-OPEN-PATTERN-LIBRARY THRU 10280-EXIT.
           IF NOT CMDLINE-MODE
               OPEN INPUT CONTROL-FILE
               IF WSC-CHECKPOINT-COUNT > ZEROES
                   NOT AT END
                       MOVE CKP-LAST-COMPLETED
                                          TO WSC-CHECKPOINT-COUNT
                       IF CKP-RECORDS-DONE NUMERIC
                          AND CKP-RESULTS-DONE NUMERIC
                           MOVE CKP-RECORDS-DONE
                                          TO WSC-RECORDS-COMPLETED
                           MOVE CKP-RESULTS-DONE
                                          TO WSC-RESULTS-WRITTEN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
      *    A CLEARED CHECKPOINT IS A FRESH NIGHT - NOTHING CARRIES.
           IF WSC-CHECKPOINT-COUNT > ZEROES
               MOVE 101014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           ELSE
               MOVE ZEROES                TO WSC-RECORDS-COMPLETED
                                             WSC-RESULTS-WRITTEN
           END-IF.
       10220-EXIT.
           EXIT.
       10260-EXIT.
           EXIT.

       10270-LOAD-LEGAL-HOLDS.
      *    AN UNREADABLE REGISTRY DOES NOT STOP THE SEARCH - EVERY
      *    MATCH IS THEN FLAGGED AS HELD, SO NOTHING DOWNSTREAM ACTS
      *    ON A PATH THAT MIGHT BE UNDER A HOLD NOBODY COULD READ.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM U3000-LOAD-LEGAL-HOLDS THRU U3000-EXIT.
           IF NOT ST019-HOLDS-USABLE
               MOVE 101020                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       10270-EXIT.
           EXIT.

       10280-OPEN-PATTERN-LIBRARY.
      *    THE LIBRARY STAYS OPEN FOR THE RUN AND EACH SET IS READ BY
      *    KEY WHEN A CONTROL RECORD NAMES IT, SO A SET CHANGED ON THE
      *    LIBRARY IS PICKED UP BY THE NEXT RECORD THAT NAMES IT WITH
      *    NO RECONFIG.  A LIBRARY THAT DOES NOT EXIST YET (STATUS 05
      *    ON THE OPTIONAL OPEN) HOLDS NO SETS; ONE THAT CANNOT BE
      *    OPENED IS LOGGED.  EITHER WAY ONLY THE RECORDS THAT NAME A
      *    SET ARE AFFECTED - EVERY OTHER SEARCH RUNS AS BEFORE.
           MOVE STC-N                     TO ST021-LIB-AVAILABLE-SW.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           EVALUATE ST021-LIB-STATUS
               WHEN '00'
                   MOVE STC-Y             TO ST021-LIB-AVAILABLE-SW
               WHEN '05'
                   CLOSE PATTERN-LIBRARY-FILE
               WHEN OTHER
                   MOVE 101022            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
           END-EVALUATE.
       10280-EXIT.
           EXIT.



      ******************************************************************
           MOVE SPACES                   TO WSC-SEARCH-STATUS.
           MOVE ZEROES                   TO WSC-MATCH-COUNT.
           MOVE ZEROES                   TO WSC-SEARCH-FILES-SCANNED.
           MOVE SPACES                   TO WSC-HIT-CATEGORY-HOLD
                                            WSC-HIT-SENSITIVITY-HOLD.
           MOVE STC-N                    TO WSC-SET-SCAN.

      *    A TEXT RECORD NAMING A PATTERN SET HAS ORGUT001 RUN A
      *    PLAIN NAME SEARCH ON THE CONDITION TO LIST THE CANDIDATE
      *    FILES, AND 45100 THEN SCANS EACH CANDIDATE'S CONTENT
      *    AGAINST THE WHOLE SET.  A SET THAT CANNOT BE FOUND SKIPS
      *    THE SEARCH (LOGGED) RATHER THAN LETTING ORGUT001 HUNT FOR
      *    THE LITERAL 'SET=...' TEXT.
           IF WSC-SEARCH-TYPE-HOLD = 'TEXT'
              AND PATTERN-NAMES-SET
               PERFORM 45000-LOAD-PATTERN-SET THRU 45000-EXIT
               IF ST021-SET-FOUND
                   MOVE STC-Y            TO WSC-SET-SCAN
                   MOVE 'NAME'           TO WSC-SEARCH-TYPE
                   MOVE SPACES           TO WSC-SEARCH-PATTERN
               ELSE
                   MOVE 'N'              TO WSC-SEARCH-STATUS
               END-IF
           END-IF.

      *    THE START STAMP BOOKENDS THIS CONTROL RECORD'S ELAPSED
      *    TIME ON ITS SEARCH_AUDIT_LOG ROW, SO THE ORGUT116 TREND
                                        WSC-SEARCH-FILES-SCANNED
                                        WSC-SEARCH-STATUS
               IF WSC-SEARCH-MATCH-FOUND
                   IF PATTERN-SET-SCAN
                       PERFORM 45100-SCAN-CANDIDATE-FILE
                               THRU 45100-EXIT
                   ELSE
                       PERFORM 40300-WRITE-SEARCH-RESULT
                               THRU 40300-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM D8100-LOG-SEARCH-ACTIVITY THRU D8100-EXIT.

           IF NOT CMDLINE-MODE
               IF NOT MQ-INQUIRY-SEARCH
                   ADD 1                 TO WSC-RECORDS-COMPLETED
               END-IF
               PERFORM 85000-WRITE-CHECKPOINT THRU 85000-EXIT
           END-IF.
       40200-EXIT.
           MOVE WSC-SEARCH-FILE-ATTRS    TO ST013-FILE-ATTRIBUTES.
           MOVE WSC-DATE-HOLD            TO ST013-RESULT-DATE.
           MOVE WSC-TIME-HOLD            TO ST013-RESULT-TIME.
           MOVE WSC-SEARCH-MATCH-PATH    TO ST019-CHECK-PATH.
           PERFORM U3100-CHECK-LEGAL-HOLD THRU U3100-EXIT.
           IF ST019-PATH-HELD
               MOVE STC-Y                TO ST013-LEGAL-HOLD
           ELSE
               MOVE SPACE                TO ST013-LEGAL-HOLD
           END-IF.
           MOVE WSC-HIT-CATEGORY-HOLD    TO ST013-HIT-CATEGORY.
           MOVE WSC-HIT-SENSITIVITY-HOLD TO ST013-HIT-SENSITIVITY.
           WRITE ST013-SEARCH-RESULT-RECORD.
           ADD 1                         TO WSC-MATCH-COUNT.
           ADD 1                         TO WSC-TOTAL-MATCHES.
           ADD 1                         TO WSC-RESULTS-WRITTEN.
           IF MASTER-AVAILABLE
               PERFORM 40350-UPDATE-RESULTS-MASTER THRU 40350-EXIT
           END-IF.
           EXIT.


       EJECT
      ******************************************************************
      * 45000  PARAGRAPHS IN THIS LEVEL RUN A NAMED PATTERN SET (SEE   *
      *        ORGST020) AGAINST THE CONTENT OF EACH CANDIDATE FILE -  *
      *        ONE PASS PER FILE, EVERY PATTERN TESTED ON EVERY LINE,  *
      *        ONE RESULT PER MATCHING LINE.                           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       45000-LOAD-PATTERN-SET.
           MOVE STC-N                     TO ST021-SET-FOUND-SW.
           MOVE ZEROES                    TO WSC-SET-PATTERN-COUNT.
           IF ST021-LIB-AVAILABLE
               MOVE WSC-SET-NAME-HOLD     TO ST020-SET-NAME
               READ PATTERN-LIBRARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STC-Y         TO ST021-SET-FOUND-SW
               END-READ
           END-IF.

           IF ST021-SET-FOUND
               PERFORM VARYING WSC-LIB-IDX FROM 1 BY 1
                       UNTIL WSC-LIB-IDX > ST020-PATTERN-COUNT
                          OR WSC-LIB-IDX > 10
                   IF ST020-PATTERN-TEXT (WSC-LIB-IDX) NOT = SPACES
                       ADD 1              TO WSC-SET-PATTERN-COUNT
                       MOVE ST020-PATTERN-KIND (WSC-LIB-IDX)
                               TO WSC-SET-PAT-KIND
                                  (WSC-SET-PATTERN-COUNT)
                       MOVE ST020-PATTERN-TEXT (WSC-LIB-IDX)
                               TO WSC-SET-PAT-TEXT
                                  (WSC-SET-PATTERN-COUNT)
                       MOVE FUNCTION LENGTH(FUNCTION TRIM
                               (ST020-PATTERN-TEXT (WSC-LIB-IDX)
                                TRAILING))
                               TO WSC-SET-PAT-LENGTH
                                  (WSC-SET-PATTERN-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *    A SET WITH NO USABLE PATTERN COULD NEVER HIT, SO IT IS
      *    TREATED THE SAME AS A MISSING ONE AND REPORTED.
           IF WSC-SET-PATTERN-COUNT = ZEROES
               MOVE STC-N                 TO ST021-SET-FOUND-SW
               MOVE 101021                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 45000-EXIT
           END-IF.

           MOVE ST020-CATEGORY            TO WSC-HIT-CATEGORY-HOLD.
           MOVE ST020-SENSITIVITY         TO WSC-HIT-SENSITIVITY-HOLD.
       45000-EXIT.
           EXIT.

       45100-SCAN-CANDIDATE-FILE.
      *    ORGUT001 HAS JUST RETURNED ONE CANDIDATE WITH ITS SIZE AND
      *    METADATA; THOSE STAY IN THE LINKAGE AREA FOR 40300 TO COPY
      *    ONTO EVERY HIT IN THIS FILE.  AN EMPTY FILE HAS NOTHING TO
      *    SCAN, AND ONE THAT CANNOT BE OPENED OR READ (LOCKED, OR
      *    GONE SINCE THE DIRECTORY WAS WALKED) IS LOGGED AND PASSED
      *    OVER - IT DOES NOT STOP THE REST OF THE SEARCH.
           MOVE WSC-SEARCH-MATCH-PATH     TO WSC-SCAN-PATH.
           MOVE WSC-SEARCH-FILE-SIZE      TO WSC-BYTES-LEFT.
           MOVE SPACES                    TO WSC-SCAN-LINE.
           MOVE ZEROES                    TO WSC-SCAN-LINE-LENGTH
                                             WSC-SCAN-LINE-NUMBER.
           MOVE 0                         TO WSC-CBL-OFFSET.
           IF WSC-BYTES-LEFT = ZEROES
               GO TO 45100-EXIT
           END-IF.

           CALL 'CBL_OPEN_FILE' USING WSC-SCAN-PATH
                                      WSC-CBL-ACCESS
                                      WSC-CBL-DENY
                                      WSC-CBL-DEVICE
                                      WSC-CBL-HANDLE
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE 101023                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 45100-EXIT
           END-IF.

           MOVE STC-Y                     TO WSC-SCAN-OK.
           PERFORM 45200-SCAN-ONE-CHUNK THRU 45200-EXIT
                   UNTIL WSC-BYTES-LEFT = ZEROES
                      OR NOT SCAN-OK.

      *    A LAST LINE WITH NO LINE-FEED AFTER IT IS STILL A LINE.
           IF SCAN-OK
              AND WSC-SCAN-LINE-LENGTH > ZEROES
               PERFORM 45300-TEST-ONE-LINE THRU 45300-EXIT
           END-IF.

           CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                RETURNING WSC-FILE-RC.
           IF NOT SCAN-OK
               MOVE 101023                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       45100-EXIT.
           EXIT.

       45200-SCAN-ONE-CHUNK.
           IF WSC-BYTES-LEFT > 256
               MOVE 256                   TO WSC-CHUNK-SIZE
           ELSE
               MOVE WSC-BYTES-LEFT        TO WSC-CHUNK-SIZE
           END-IF.
           MOVE WSC-CHUNK-SIZE            TO WSC-CBL-NBYTES.

           CALL 'CBL_READ_FILE' USING WSC-CBL-HANDLE
                                      WSC-CBL-OFFSET
                                      WSC-CBL-NBYTES
                                      WSC-CBL-FLAGS
                                      WSC-IO-BUFFER
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               MOVE STC-N                 TO WSC-SCAN-OK
               GO TO 45200-EXIT
           END-IF.

      *    CARRIAGE RETURNS ARE DROPPED SO A CR/LF FILE SCANS THE
      *    SAME AS A LF-ONLY ONE; BYTES BEYOND THE 256TH OF A LINE
      *    ARE READ PAST UNTIL ITS LINE-FEED.
           PERFORM VARYING WSC-BYTE-IDX FROM 1 BY 1
                   UNTIL WSC-BYTE-IDX > WSC-CHUNK-SIZE
               EVALUATE WSC-IO-BUFFER (WSC-BYTE-IDX:1)
                   WHEN STC-LINE-FEED
                       PERFORM 45300-TEST-ONE-LINE THRU 45300-EXIT
                   WHEN STC-CARRIAGE-RETURN
                       CONTINUE
                   WHEN OTHER
                       IF WSC-SCAN-LINE-LENGTH < 256
                           ADD 1          TO WSC-SCAN-LINE-LENGTH
                           MOVE WSC-IO-BUFFER (WSC-BYTE-IDX:1)
                                          TO WSC-SCAN-LINE
                                             (WSC-SCAN-LINE-LENGTH:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.

           ADD WSC-CHUNK-SIZE             TO WSC-CBL-OFFSET.
           SUBTRACT WSC-CHUNK-SIZE        FROM WSC-BYTES-LEFT.
       45200-EXIT.
           EXIT.

       45300-TEST-ONE-LINE.
      *    THE FIRST PATTERN OF THE SET THAT MATCHES ANYWHERE ON THE
      *    LINE MAKES IT A HIT; THE SNIPPET STARTS A LITTLE BEFORE
      *    THE MATCH SO IT SHOWS WHAT WAS FOUND EVEN ON A LONG LINE.
           ADD 1                          TO WSC-SCAN-LINE-NUMBER.
           MOVE STC-N                     TO WSC-LINE-HIT.
           IF WSC-SCAN-LINE-LENGTH > ZEROES
               PERFORM VARYING WSC-SET-IDX FROM 1 BY 1
                       UNTIL WSC-SET-IDX > WSC-SET-PATTERN-COUNT
                          OR LINE-HIT
                   PERFORM 45400-TEST-ONE-PATTERN THRU 45400-EXIT
               END-PERFORM
           END-IF.

           IF LINE-HIT
               IF WSC-HIT-POS > 20
                   COMPUTE WSC-SNIPPET-START = WSC-HIT-POS - 20
               ELSE
                   MOVE 1                 TO WSC-SNIPPET-START
               END-IF
               IF WSC-SNIPPET-START > 177
                   MOVE 177               TO WSC-SNIPPET-START
               END-IF
               MOVE WSC-SCAN-LINE-NUMBER  TO WSC-SEARCH-MATCH-LINE
               MOVE WSC-SCAN-LINE (WSC-SNIPPET-START:80)
                                          TO WSC-SEARCH-MATCH-TEXT
               PERFORM 40300-WRITE-SEARCH-RESULT THRU 40300-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-SCAN-LINE.
           MOVE ZEROES                    TO WSC-SCAN-LINE-LENGTH.
       45300-EXIT.
           EXIT.

       45400-TEST-ONE-PATTERN.
           MOVE WSC-SET-PAT-LENGTH (WSC-SET-IDX) TO WSC-PAT-LENGTH.
           IF WSC-PAT-LENGTH > WSC-SCAN-LINE-LENGTH
               GO TO 45400-EXIT
           END-IF.
           COMPUTE WSC-LAST-START =
               WSC-SCAN-LINE-LENGTH - WSC-PAT-LENGTH + 1.

           PERFORM VARYING WSC-SCAN-POS FROM 1 BY 1
                   UNTIL WSC-SCAN-POS > WSC-LAST-START
                      OR LINE-HIT
               IF WSC-SET-PAT-MASK (WSC-SET-IDX)
                   PERFORM 45410-COMPARE-MASK THRU 45410-EXIT
               ELSE
                   IF WSC-SCAN-LINE (WSC-SCAN-POS:WSC-PAT-LENGTH)
                           = WSC-SET-PAT-TEXT (WSC-SET-IDX)
                                              (1:WSC-PAT-LENGTH)
                       MOVE STC-Y         TO WSC-LINE-HIT
                   END-IF
               END-IF
               IF LINE-HIT
                   MOVE WSC-SCAN-POS      TO WSC-HIT-POS
               END-IF
           END-PERFORM.
       45400-EXIT.
           EXIT.

       45410-COMPARE-MASK.
      *    '9' TAKES ANY DIGIT AND 'A' ANY LETTER; ANYTHING ELSE MUST
      *    MATCH ITSELF.  A MASK THAT STARTS OR ENDS ON A DIGIT MUST
      *    NOT RUN ON INTO MORE DIGITS EITHER SIDE, SO '999-99-9999'
      *    DOES NOT HIT INSIDE A LONGER NUMBER.
           MOVE STC-Y                     TO WSC-MASK-OK.
           PERFORM VARYING WSC-MASK-IDX FROM 1 BY 1
                   UNTIL WSC-MASK-IDX > WSC-PAT-LENGTH
                      OR NOT MASK-OK
               COMPUTE WSC-LINE-POS = WSC-SCAN-POS + WSC-MASK-IDX - 1
               MOVE WSC-SCAN-LINE (WSC-LINE-POS:1) TO WSC-LINE-CHAR
               MOVE WSC-SET-PAT-TEXT (WSC-SET-IDX) (WSC-MASK-IDX:1)
                                          TO WSC-MASK-CHAR
               EVALUATE WSC-MASK-CHAR
                   WHEN '9'
                       IF WSC-LINE-CHAR NOT NUMERIC
                           MOVE STC-N     TO WSC-MASK-OK
                       END-IF
                   WHEN 'A'
                       IF WSC-LINE-CHAR NOT ALPHABETIC
                          OR WSC-LINE-CHAR = SPACE
                           MOVE STC-N     TO WSC-MASK-OK
                       END-IF
                   WHEN OTHER
                       IF WSC-LINE-CHAR NOT = WSC-MASK-CHAR
                           MOVE STC-N     TO WSC-MASK-OK
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF NOT MASK-OK
               GO TO 45410-EXIT
           END-IF.

           IF WSC-SET-PAT-TEXT (WSC-SET-IDX) (1:1) = '9'
              AND WSC-SCAN-POS > 1
               COMPUTE WSC-LINE-POS = WSC-SCAN-POS - 1
               IF WSC-SCAN-LINE (WSC-LINE-POS:1) IS NUMERIC
                   GO TO 45410-EXIT
               END-IF
           END-IF.
           IF WSC-SET-PAT-TEXT (WSC-SET-IDX) (WSC-PAT-LENGTH:1) = '9'
              AND WSC-SCAN-POS < WSC-LAST-START
               COMPUTE WSC-LINE-POS = WSC-SCAN-POS + WSC-PAT-LENGTH
               IF WSC-SCAN-LINE (WSC-LINE-POS:1) IS NUMERIC
                   GO TO 45410-EXIT
               END-IF
           END-IF.

           MOVE STC-Y                     TO WSC-LINE-HIT.
       45410-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL DISPATCH AN INBOUND TRANSACTION*
               MOVE ST004-MESSAGE-TEXT   TO WSC-MQR-REASON-TEXT
               MOVE ZEROES               TO WSC-MATCH-COUNT
           ELSE
               MOVE STC-Y                TO WSC-MQ-INQUIRY-SEARCH
               PERFORM 40200-PROCESS-CONTROL-RECORD THRU 40200-EXIT
               MOVE STC-N                TO WSC-MQ-INQUIRY-SEARCH
           END-IF.
       51200-EXIT.
           EXIT.
       82000-RECONFIG.
      *    PERFORM 10010-SET-UP THRU 10010-EXIT.
      *    PERFORM 10100-GET-CONFIG-VALUES THRU 10100-EXIT.
      *    A STANDING INSTANCE PICKS UP HOLDS PLACED OR RELEASED
      *    SINCE IT STARTED.
           PERFORM 10270-LOAD-LEGAL-HOLDS THRU 10270-EXIT.
       82000-EXIT.
           EXIT.

               MOVE WSC-POINTER           TO CKP-LAST-COMPLETED
               MOVE WSC-DATE-HOLD         TO CKP-CHECKPOINT-DATE
               MOVE WSC-TIME-HOLD         TO CKP-CHECKPOINT-TIME
               MOVE WSC-RECORDS-COMPLETED TO CKP-RECORDS-DONE
               MOVE WSC-RESULTS-WRITTEN   TO CKP-RESULTS-DONE
               MOVE WSC-DATE-HOLD         TO WSC-CKPT-DATE-HOLD
               MOVE WSC-TIME-HOLD         TO WSC-CKPT-TIME-HOLD
               WRITE CHECKPOINT-RECORD
                   MOVE ZEROES            TO WSC-POINTER
                   PERFORM 85000-WRITE-CHECKPOINT THRU 85000-EXIT
               END-IF
               PERFORM 90100-POST-RUN-LEDGER THRU 90100-EXIT
           END-IF.
           CLOSE SEARCH-RESULTS-FILE.
           IF MASTER-AVAILABLE
           IF STATUS-AVAILABLE
               CLOSE HEARTBEAT-STATUS-FILE
           END-IF.
           IF ST021-LIB-AVAILABLE
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.
           PERFORM D8200-DISCONNECT-DATABASE THRU D8200-EXIT.
           PERFORM 83000-DISCONNECT-MQ THRU 83000-EXIT.
       90000-EXIT.
           EXIT.

       90100-POST-RUN-LEDGER.
      *    POSTS THIS INSTANCE'S SLOT ON TONIGHT'S CYCLE - A SINGLE-
      *    INSTANCE RUN IS INSTANCE 1 OF 1.  THE SLOT IS MARKED
      *    COMPLETE ONLY WHEN THE CONTROL FILE RAN TO END OF FILE; A
      *    RUN FORCED DOWN PART WAY POSTS WHAT IT DID, AND THE
      *    BALANCING STEP FAILS THE NIGHT UNTIL THE RESTART POSTS
      *    OVER IT.  THE FIGURES ARE WHOLE-NIGHT TOTALS (CARRIED
      *    THROUGH THE CHECKPOINT), NEVER INCREMENTS.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.
           IF ST026-CYCLE-FOUND
               MOVE WSC-INSTANCE-COUNT    TO ST025-SRCH-INSTANCES
               MOVE STC-Y                 TO ST025-SRCH-POSTED
                                             (WSC-INSTANCE-NUMBER)
               IF CONTROL-FILE-EOF
                   MOVE STC-Y             TO ST025-SRCH-COMPLETE
                                             (WSC-INSTANCE-NUMBER)
               ELSE
                   MOVE STC-N             TO ST025-SRCH-COMPLETE
                                             (WSC-INSTANCE-NUMBER)
               END-IF
               MOVE WSC-RECORDS-COMPLETED TO ST025-SRCH-COMPLETED
                                             (WSC-INSTANCE-NUMBER)
               MOVE WSC-RESULTS-WRITTEN   TO ST025-SRCH-RESULTS
                                             (WSC-INSTANCE-NUMBER)
               PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 101024                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90100-EXIT.
           EXIT.
       
       EJECT
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

       EJECT
      ******************************************************************
      *  COPYCODE FOR STANDARD LEGAL HOLD LOOKUP                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX004.CPY'.

       EJECT
      ******************************************************************
      *  COPYCODE FOR STANDARD NIGHTLY RUN LEDGER POSTING              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX006.CPY'.
