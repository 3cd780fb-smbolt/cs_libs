      * MOVES AND DELETES COLD - NOTHING LEAVES THE DISK WITHOUT ITS   *
      * TRAIL - AND THE RUN ENDS WITH RETURN CODE 8, THE SAME POSTURE  *
      * AS ORGUT104'S ARCHIVE-BEFORE-DELETE RULE.                      *
      *                                                                *
      * A MATCH ON A PATH UNDER A LEGAL HOLD OR EXEMPTION (ORGST018    *
      * REGISTRY, OR FLAGGED HELD BY ORGUT100 AT SEARCH TIME) IS NEVER *
      * MOVED OR DELETED - THE ACTION IS DOWNGRADED TO REPORT-ONLY AND *
      * THE PATH IS LISTED IN ITS OWN SECTION OF THE REPORT WITH THE   *
      * HOLD THAT STOPPED IT.                                          *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! LEGAL HOLDS HONORED - A HELD MOVE OR   *
      *            !          ! DELE IS DOWNGRADED TO REPORT-ONLY AND  *
      *            !          ! LISTED IN A SEPARATE HELD SECTION.     *
      * 10-15-2026 ! SBOLT    ! RESULTS READ, ACTIONS TAKEN, WITHHELD  *
      *            !          ! AND LEFT ALONE ARE POSTED TO TONIGHT'S *
      *            !          ! CYCLE ON THE NIGHTLY RUN LEDGER        *
      *            !          ! (ORGST025) FOR THE ORGUT124 BALANCING  *
      *            !          ! STEP.                                  *
      * 10-15-2026 ! SBOLT    ! RESULT DISPOSED OF UNDER ITS OWN       *
      *            !          ! CONTROL ENTRY, NOT THE ONE AFTER IT.   *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL LEGAL-HOLD-FILE
           ASSIGN TO ST019-HOLD-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST018-HOLD-PATH
           FILE STATUS IS ST019-HOLD-STATUS.

           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD DISP-REPORT-FILE.
        01 DISP-REPORT-RECORD              PIC X(132).

        FD LEGAL-HOLD-FILE.
      *    READ ONLY, BY THE ORGPX004 U3000-LOAD-LEGAL-HOLDS PARAGRAPH;
      *    MAINTAINED BY THE ORGUT119 HOLD MAINTENANCE UTILITY.
               COPY 'ORGST018.CPY'.

        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP.
               COPY 'ORGST025.CPY'.


       EJECT
      ******************************************************************

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD LEGAL HOLD LOOKUP WS FIELDS           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST019.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD NIGHTLY RUN LEDGER WS FIELDS          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST026.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           05  WSC-UNMATCHED-COUNT       PIC 9(05) VALUE ZEROES.
           05  WSC-DUP-SKIP-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-WITHHELD-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-HELD-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-TABLE-IDX             PIC 9(03) VALUE ZEROES.
           05  WSC-ENTRY-IDX             PIC 9(03) VALUE ZEROES.
           05  WSC-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND               VALUE 'Y'.
           05  WSC-DONE-SWITCH           PIC X(01) VALUE 'N'.
               88  PATH-ALREADY-ACTIONED     VALUE 'Y'.
           05  WSC-HOLD-SWITCH           PIC X(01) VALUE 'N'.
               88  PATH-ON-HOLD              VALUE 'Y'.
           05  WSC-NAME-IDX              PIC 9(03) VALUE ZEROES.
           05  WSC-BASE-START            PIC 9(03) VALUE ZEROES.
           05  WSC-SOURCE-PATH           PIC X(81) VALUE SPACES.
                                         PIC X(80).
           05  WSC-DONE-COUNT            PIC 9(03) VALUE ZEROES.

      *    MOVES AND DELETES STOPPED BY A LEGAL HOLD, KEPT FOR THE
      *    HELD SECTION AT THE FOOT OF THE REPORT.  PAST 500 THE
      *    COUNT STILL RUNS AND THE SECTION SAYS HOW MANY WENT
      *    UNLISTED.
       01  WSC-HELD-TABLE.
           05  WSC-HELD-ENTRY            OCCURS 500 TIMES.
               10  WSC-HELD-PATH         PIC X(80).
               10  WSC-HELD-ACTION       PIC X(04).
               10  WSC-HELD-KEY          PIC X(80).
               10  WSC-HELD-CLASS        PIC X(04).
               10  WSC-HELD-REASON       PIC X(60).
           05  WSC-HELD-LISTED           PIC 9(03) VALUE ZEROES.
           05  WSC-HELD-UNLISTED         PIC 9(05) VALUE ZEROES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 112000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 112999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 112009.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'DELE WITHOUT CONFIRM FLAG - REPORTED ONLY         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-112007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD REGISTRY UNREADABLE - ALL ACTIONS HELD '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-112008.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'PATH UNDER LEGAL HOLD - ACTION REPORTED ONLY      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-112009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT POST ACTION TOTALS TO THE RUN LEDGER    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 10.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10200-OPEN-FILES THRU 10200-EXIT.
           PERFORM 10300-LOAD-LEGAL-HOLDS THRU 10300-EXIT.
           PERFORM 20000-WRITE-REPORT-HEADER THRU 20000-EXIT.
           IF CONTROL-USABLE
               PERFORM 30000-LOAD-CONTROL-TABLE THRU 30000-EXIT
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE ST019-HOLD-PATH-DFLT      TO ST019-HOLD-FILE-PATH.
           MOVE ST019-HOLD-PATH-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST019-HOLD-FILE-PATH
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE WSC-ORGUT111              TO ST009-PROGRAM-NAME.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10200-EXIT.
           EXIT.

       10300-LOAD-LEGAL-HOLDS.
      *    A REGISTRY THAT CANNOT BE READ LEAVES U3100 ANSWERING
      *    "HELD" FOR EVERY PATH, SO EVERY MOVE AND DELETE IS
      *    DOWNGRADED - THE SAME FAIL-SAFE POSTURE AS AN UNUSABLE
      *    MANIFEST.
           PERFORM U3000-LOAD-LEGAL-HOLDS THRU U3000-EXIT.
           IF NOT ST019-HOLDS-USABLE
               MOVE 112007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       10300-EXIT.
           EXIT.

       20000-WRITE-REPORT-HEADER.
           MOVE SPACES                    TO DISP-REPORT-RECORD.
           STRING 'SEARCH RESULTS DISPOSITION - ' WSC-DATE-HOLD
                                          TO DISP-REPORT-RECORD
               WRITE DISP-REPORT-RECORD
           END-IF.
           IF NOT ST019-HOLDS-USABLE
               MOVE '** HOLD REGISTRY UNREADABLE - ALL ACTIONS HELD **'
                                          TO DISP-REPORT-RECORD
               WRITE DISP-REPORT-RECORD
           END-IF.
           MOVE SPACES                    TO DISP-REPORT-RECORD.
           WRITE DISP-REPORT-RECORD.
       20000-EXIT.
                   MOVE STC-Y             TO WSC-FOUND-SWITCH
               END-IF
           END-PERFORM.
      *    THE VARYING CLAUSE STEPS ONCE PAST THE HIT BEFORE THE
      *    UNTIL IS TESTED.
           IF ENTRY-FOUND
               SUBTRACT 1                 FROM WSC-TABLE-IDX
           END-IF.

           IF NOT ENTRY-FOUND
               ADD 1                      TO WSC-UNMATCHED-COUNT
           END-IF.

      *    EVERY RESULT RECORD LANDS IN EXACTLY ONE TALLY - REPORT-
      *    ONLY, MOVED, DELETED, ERROR, ALREADY-ACTIONED, WITHHELD,
      *    LEGAL HOLD OR NO-CONTROL-ENTRY - SO THE TERMINATION TOTALS
      *    RECONCILE TO RESULT RECORDS READ, WHICH IS THE FIRST THING
      *    AN OPERATOR CHECKS ON THE REPORT.
           EVALUATE WSC-CTL-DISPOSITION (WSC-TABLE-IDX)
               WHEN 'MOVE'
                   PERFORM 40300-ACTION-GUARDS THRU 40300-EXIT
                   EVALUATE TRUE
                       WHEN PATH-ALREADY-ACTIONED
                           ADD 1          TO WSC-DUP-SKIP-COUNT
                       WHEN PATH-ON-HOLD
                           PERFORM 40500-HOLD-ACTION THRU 40500-EXIT
                       WHEN NOT MANIFEST-USABLE
                           ADD 1          TO WSC-WITHHELD-COUNT
                       WHEN OTHER
                       EVALUATE TRUE
                           WHEN PATH-ALREADY-ACTIONED
                               ADD 1      TO WSC-DUP-SKIP-COUNT
                           WHEN PATH-ON-HOLD
                               PERFORM 40500-HOLD-ACTION
                                       THRU 40500-EXIT
                           WHEN NOT MANIFEST-USABLE
                               ADD 1      TO WSC-WITHHELD-COUNT
                           WHEN OTHER
                   MOVE STC-Y             TO WSC-DONE-SWITCH
               END-IF
           END-PERFORM.

      *    A PATH IS ON HOLD WHEN ORGUT100 FLAGGED IT HELD AT SEARCH
      *    TIME OR THE REGISTRY HOLDS IT NOW - A HOLD RELEASED SINCE
      *    THE SEARCH STILL STOPS TONIGHT'S ACTION, AND A HOLD PLACED
      *    SINCE THE SEARCH STOPS IT TOO.
           MOVE ST013-MATCHED-PATH        TO ST019-CHECK-PATH.
           PERFORM U3100-CHECK-LEGAL-HOLD THRU U3100-EXIT.
           IF ST019-PATH-HELD OR ST013-PATH-HELD
               MOVE STC-Y                 TO WSC-HOLD-SWITCH
           ELSE
               MOVE STC-N                 TO WSC-HOLD-SWITCH
           END-IF.
       40300-EXIT.
           EXIT.

       40400-EXIT.
           EXIT.

       40500-HOLD-ACTION.
      *    THE MOVE OR DELETE IS DOWNGRADED TO REPORT-ONLY AND THE
      *    PATH IS TABLED FOR THE HELD SECTION, WITH THE HOLD THAT
      *    STOPPED IT.
           ADD 1                          TO WSC-HELD-COUNT.
           MOVE 112008                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.

           IF WSC-HELD-LISTED >= 500
               ADD 1                      TO WSC-HELD-UNLISTED
               GO TO 40500-EXIT
           END-IF.

           ADD 1                          TO WSC-HELD-LISTED.
           MOVE ST013-MATCHED-PATH        TO WSC-HELD-PATH
                                             (WSC-HELD-LISTED).
           MOVE WSC-CTL-DISPOSITION (WSC-TABLE-IDX)
                                          TO WSC-HELD-ACTION
                                             (WSC-HELD-LISTED).
           EVALUATE TRUE
               WHEN ST019-HOLD-HIT > ZEROES
                   MOVE ST019-HOLD-KEY (ST019-HOLD-HIT)
                                          TO WSC-HELD-KEY
                                             (WSC-HELD-LISTED)
                   MOVE ST019-HOLD-KEY-CLASS (ST019-HOLD-HIT)
                                          TO WSC-HELD-CLASS
                                             (WSC-HELD-LISTED)
                   MOVE ST019-HOLD-KEY-REASON (ST019-HOLD-HIT)
                                          TO WSC-HELD-REASON
                                             (WSC-HELD-LISTED)
               WHEN NOT ST019-HOLDS-USABLE
                   MOVE SPACES            TO WSC-HELD-KEY
                                             (WSC-HELD-LISTED)
                                             WSC-HELD-CLASS
                                             (WSC-HELD-LISTED)
                   MOVE 'HOLD REGISTRY UNREADABLE'
                                          TO WSC-HELD-REASON
                                             (WSC-HELD-LISTED)
               WHEN OTHER
                   MOVE SPACES            TO WSC-HELD-KEY
                                             (WSC-HELD-LISTED)
                                             WSC-HELD-CLASS
                                             (WSC-HELD-LISTED)
                   MOVE 'HELD AT SEARCH TIME'
                                          TO WSC-HELD-REASON
                                             (WSC-HELD-LISTED)
           END-EVALUATE.
       40500-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF WSC-HELD-COUNT > ZEROES
               PERFORM 90100-WRITE-HELD-SECTION THRU 90100-EXIT
           END-IF.

           MOVE SPACES                    TO DISP-REPORT-RECORD.
           WRITE DISP-REPORT-RECORD.

           END-STRING.
           WRITE DISP-REPORT-RECORD.

           MOVE SPACES                    TO DISP-REPORT-RECORD.
           STRING 'LEGAL HOLD:          ' WSC-HELD-COUNT
                   DELIMITED BY SIZE INTO DISP-REPORT-RECORD
           END-STRING.
           WRITE DISP-REPORT-RECORD.

           MOVE SPACES                    TO DISP-REPORT-RECORD.
           STRING 'NO CONTROL ENTRY:    ' WSC-UNMATCHED-COUNT
                   DELIMITED BY SIZE INTO DISP-REPORT-RECORD
               CLOSE ACTION-MANIFEST-FILE
           END-IF.
           CLOSE DISP-REPORT-FILE.

           PERFORM 90200-POST-RUN-LEDGER THRU 90200-EXIT.
       90000-EXIT.
           EXIT.

       90100-WRITE-HELD-SECTION.
           MOVE SPACES                    TO DISP-REPORT-RECORD.
           WRITE DISP-REPORT-RECORD.
           MOVE 'HELD - MOVE/DELE DOWNGRADED TO REPORT ONLY'
                                          TO DISP-REPORT-RECORD.
           WRITE DISP-REPORT-RECORD.

           PERFORM VARYING WSC-ENTRY-IDX FROM 1 BY 1
                   UNTIL WSC-ENTRY-IDX > WSC-HELD-LISTED
               MOVE SPACES                TO DISP-REPORT-RECORD
               STRING '  ' WSC-HELD-ACTION (WSC-ENTRY-IDX) ' '
                      FUNCTION TRIM(WSC-HELD-PATH (WSC-ENTRY-IDX))
                       DELIMITED BY SIZE INTO DISP-REPORT-RECORD
               END-STRING
               WRITE DISP-REPORT-RECORD
               MOVE SPACES                TO DISP-REPORT-RECORD
               STRING '       HOLD: '
                      WSC-HELD-CLASS (WSC-ENTRY-IDX) ' '
                      FUNCTION TRIM(WSC-HELD-KEY (WSC-ENTRY-IDX))
                      ' - '
                      FUNCTION TRIM(WSC-HELD-REASON (WSC-ENTRY-IDX))
                       DELIMITED BY SIZE INTO DISP-REPORT-RECORD
               END-STRING
               WRITE DISP-REPORT-RECORD
           END-PERFORM.

           IF WSC-HELD-UNLISTED > ZEROES
               MOVE SPACES                TO DISP-REPORT-RECORD
               STRING '  ... AND ' WSC-HELD-UNLISTED
                      ' MORE HELD PATHS NOT LISTED'
                       DELIMITED BY SIZE INTO DISP-REPORT-RECORD
               END-STRING
               WRITE DISP-REPORT-RECORD
           END-IF.
       90100-EXIT.
           EXIT.

       90200-POST-RUN-LEDGER.
      *    THE TALLIES ARE FOLDED THE SAME WAY THE TERMINATION TOTALS
      *    ARE READ: A MOVE OR DELETE CARRIED OUT IS AN ACTION TAKEN;
      *    ONE STOPPED BY A LEGAL HOLD, A MISSING MANIFEST OR A FAILED
      *    ACTION IS WITHHELD; EVERYTHING ELSE WAS NEVER DUE FOR AN
      *    ACTION.  THE THREE MUST ADD BACK TO THE RESULTS READ.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.
           IF ST026-CYCLE-FOUND
               MOVE STC-Y                 TO ST025-DISP-POSTED
               MOVE WSC-RESULT-COUNT      TO ST025-DISP-READ
               COMPUTE ST025-DISP-TAKEN = WSC-MOVED-COUNT
                                        + WSC-DELETED-COUNT
               COMPUTE ST025-DISP-WITHHELD = WSC-WITHHELD-COUNT
                                           + WSC-HELD-COUNT
                                           + WSC-ERROR-COUNT
               COMPUTE ST025-DISP-OTHER = WSC-REPORT-ONLY-COUNT
                                        + WSC-DUP-SKIP-COUNT
                                        + WSC-UNMATCHED-COUNT
               PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 112009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90200-EXIT.
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
