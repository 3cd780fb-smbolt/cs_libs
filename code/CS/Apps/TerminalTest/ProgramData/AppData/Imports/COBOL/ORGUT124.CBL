       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT124.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT124 - NIGHTLY RUN BALANCING                               *
      ******************************************************************
      * THIS PROGRAM IS THE CLOSING STEP OF THE NIGHTLY STREAM.  IT    *
      * READS TONIGHT'S CYCLE FROM THE NIGHTLY RUN LEDGER (ORGST025) - *
      * THE CYCLE THE ORGUT108 SCHEDULE SELECTION STEP OPENED - AND    *
      * PROVES THAT EVERY HAND-OFF BETWEEN THE STEPS TIES OUT:         *
      *   - EVERY STEP POSTED ITS TOTALS;                              *
      *   - ORGUT103 READ WHAT ORGUT108 SELECTED, AND PASSED PLUS      *
      *     REJECTED EQUALS READ;                                      *
      *   - EVERY ORGUT100 INSTANCE RAN TO END OF FILE, AND THE        *
      *     CONTROL RECORDS THEY COMPLETED EQUAL WHAT ORGUT103 PASSED; *
      *   - ON A PARTITIONED NIGHT, ORGUT110 MERGED EXACTLY THE        *
      *     RESULTS EACH INSTANCE SAID IT WROTE;                       *
      *   - ORGUT111 READ EVERY RESULT, AND ACTIONS TAKEN, WITHHELD    *
      *     AND LEFT ALONE ADD BACK TO RESULTS READ;                   *
      *   - ORGUT105 RECONCILED EVERY RESULT.                          *
      * ONE REPORT LINE IS WRITTEN PER CHECK.  THE CYCLE IS MARKED     *
      * BALANCED OR OUT OF BALANCE ON THE LEDGER, AND ANY FAILED CHECK *
      * (OR NO CYCLE TO CHECK AT ALL) IS LOGGED AT ALERT SEVERITY SO   *
      * ORGUT106 RAISES IT, AND ENDS THE STEP WITH RETURN CODE 8.      *
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
           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

           SELECT BALANCE-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP AND
      *    POSTED TO BY EVERY STEP AFTER IT.
               COPY 'ORGST025.CPY'.

        FD BALANCE-REPORT-FILE.
        01 BALANCE-REPORT-RECORD           PIC X(132).


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
      *    COPYCODE FOR STANDARD NIGHTLY RUN LEDGER WS FIELDS          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST026.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT124              PIC X(08) VALUE 'ORGUT124'.
           05  STC-BALANCE-REPORT-LIT    PIC X(30)
                                          VALUE 'BALANCE-REPORT-PATH'.
           05  STC-BALANCE-REPORT-DFLT   PIC X(81)
                                          VALUE 'C:\BALANCE.RPT'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-CHECK-COUNT           PIC 9(03) VALUE ZEROES.
           05  WSC-FAILED-COUNT          PIC 9(03) VALUE ZEROES.
           05  WSC-INSTANCE-IDX          PIC 9(03) VALUE ZEROES.
           05  WSC-INSTANCE-COUNT        PIC 9(02) VALUE ZEROES.
      *    THE RESULT COUNT THE DISPOSITION AND RECONCILE STEPS MUST
      *    HAVE READ - THE MERGED TOTAL ON A PARTITIONED NIGHT, THE
      *    SINGLE INSTANCE'S RESULTS OTHERWISE.
           05  WSC-NIGHT-RESULTS         PIC 9(11) VALUE ZEROES.
           05  WSC-SUM-COMPLETED         PIC 9(11) VALUE ZEROES.
           05  WSC-SUM-RESULTS           PIC 9(11) VALUE ZEROES.

      *    THE CHECK BEING REPORTED: ITS DESCRIPTION, THE FIGURE THE
      *    EARLIER STEP HANDED OFF (EXPECTED) AND THE FIGURE THE LATER
      *    STEP ACCOUNTED FOR (ACTUAL).  A POSTED-FLAG CHECK CARRIES
      *    THE FLAG INSTEAD OF FIGURES.
       01  WSC-CHECK-AREA.
           05  WSC-CHECK-TEXT            PIC X(50) VALUE SPACES.
           05  WSC-CHECK-EXPECTED        PIC 9(11) VALUE ZEROES.
           05  WSC-CHECK-ACTUAL          PIC 9(11) VALUE ZEROES.
           05  WSC-CHECK-FLAG            PIC X(01) VALUE SPACES.
           05  WSC-CHECK-RESULT          PIC X(20) VALUE SPACES.
           05  WSC-INSTANCE-DISPLAY      PIC 9(02) VALUE ZEROES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 125000-125999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 125000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 125999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 125003.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-125000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-125001.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'NIGHTLY RUN OUT OF BALANCE - SEE BALANCING REPORT '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-125002.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'NO OPEN NIGHTLY CYCLE FOUND ON THE RUN LEDGER     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-125003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT RECORD THE BALANCING RESULT ON LEDGER   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 04.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT124.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           PERFORM 40000-BALANCE-CYCLE THRU 40000-EXIT.
           PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT.
           GOBACK.


       EJECT
      ******************************************************************
      * 10000  PARAGRAPHS IN THIS LEVEL PERFORM THE INITIALIZATION     *
      *        FUNCTIONS FOR THIS PROGRAM.                             *
      *************************************************************PX1**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT124              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           OPEN OUTPUT BALANCE-REPORT-FILE.
       10000-EXIT.
           EXIT.

      *    A SHORT ONE-PASS CHECKING STEP, SO THE STANDARD DCCM
      *    SUBPROGRAM IS CALLED DIRECTLY THE SAME WAY ORGUT109 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE STC-BALANCE-REPORT-DFLT   TO WSC-REPORT-FILE-PATH.
           MOVE WSC-ORGUT124              TO ST009-PROGRAM-NAME.
           MOVE STC-BALANCE-REPORT-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL READ TONIGHT'S CYCLE, CHECK    *
      *        EVERY HAND-OFF AND RECORD THE OUTCOME ON THE LEDGER.    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-BALANCE-CYCLE.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.

      *    A CYCLE ALREADY MARKED BALANCED IS LAST NIGHT'S - THE
      *    SELECTION STEP NEVER OPENED ONE TONIGHT, WHICH IS ITSELF
      *    THE FAILURE.  ONE MARKED OUT OF BALANCE IS CHECKED AGAIN,
      *    SINCE THIS STEP IS RERUN AFTER THE BREAK IS PUT RIGHT.
           IF ST026-CYCLE-FOUND
              AND ST025-CYCLE-BALANCED
               CLOSE RUN-LEDGER-FILE
               MOVE STC-N                 TO ST026-LEDGER-OPENED
                                             ST026-CYCLE-SWITCH
           END-IF.

           PERFORM 40050-WRITE-HEADING THRU 40050-EXIT.

           IF NOT ST026-CYCLE-FOUND
               ADD 1                      TO WSC-FAILED-COUNT
               MOVE SPACES                TO BALANCE-REPORT-RECORD
               STRING '  NO OPEN CYCLE ON THE RUN LEDGER - SCHEDULE '
                      'SELECTION DID NOT OPEN ONE, OR THE LEDGER IS '
                      'UNAVAILABLE'
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD
               MOVE 125002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 40000-EXIT
           END-IF.

           PERFORM 40100-CHECK-SELECTION THRU 40100-EXIT.
           PERFORM 40200-CHECK-EDIT THRU 40200-EXIT.
           PERFORM 40300-CHECK-SEARCH THRU 40300-EXIT.
           PERFORM 40400-CHECK-MERGE THRU 40400-EXIT.
           PERFORM 40500-CHECK-DISPOSITION THRU 40500-EXIT.
           PERFORM 40600-CHECK-RECONCILE THRU 40600-EXIT.
           PERFORM 40900-RECORD-OUTCOME THRU 40900-EXIT.
       40000-EXIT.
           EXIT.

       40050-WRITE-HEADING.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           STRING 'NIGHTLY RUN BALANCING REPORT - CYCLE '
                  ST026-CYCLE-DATE
                  '  PRODUCED ' WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           STRING '  CHECK                                             '
                  '     EXPECTED      ACTUAL  RESULT'
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
       40050-EXIT.
           EXIT.

       40100-CHECK-SELECTION.
           MOVE 'ORGUT108 SCHEDULE SELECTION POSTED'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-SKED-POSTED         TO WSC-CHECK-FLAG.
           PERFORM U1000-CHECK-POSTED THRU U1000-EXIT.
       40100-EXIT.
           EXIT.

       40200-CHECK-EDIT.
           MOVE 'ORGUT103 CONTROL FILE EDIT POSTED'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-EDIT-POSTED         TO WSC-CHECK-FLAG.
           PERFORM U1000-CHECK-POSTED THRU U1000-EXIT.
           IF ST025-EDIT-POSTED NOT = STC-Y
               GO TO 40200-EXIT
           END-IF.

      *    WITHOUT THE SELECTION FIGURES THERE IS NOTHING TO TIE THE
      *    EDIT'S INPUT TO - THE MISSING POST HAS ALREADY FAILED.
           IF ST025-SKED-POSTED = STC-Y
               MOVE 'EDIT READ = RECORDS SELECTED'
                                          TO WSC-CHECK-TEXT
               MOVE ST025-SKED-SELECTED   TO WSC-CHECK-EXPECTED
               MOVE ST025-EDIT-READ       TO WSC-CHECK-ACTUAL
               PERFORM U1100-CHECK-TIE THRU U1100-EXIT
           END-IF.

           MOVE 'EDIT PASSED + REJECTED = EDIT READ'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-EDIT-READ           TO WSC-CHECK-EXPECTED.
           COMPUTE WSC-CHECK-ACTUAL = ST025-EDIT-PASSED
                                    + ST025-EDIT-REJECTED.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.
       40200-EXIT.
           EXIT.

       40300-CHECK-SEARCH.
           MOVE ZEROES                    TO WSC-SUM-COMPLETED
                                             WSC-SUM-RESULTS.
           MOVE ST025-SRCH-INSTANCES      TO WSC-INSTANCE-COUNT.

      *    NO INSTANCE COUNT MEANS NO SEARCH INSTANCE POSTED AT ALL.
           IF WSC-INSTANCE-COUNT = ZEROES
               MOVE 'ORGUT100 SEARCH POSTED'
                                          TO WSC-CHECK-TEXT
               MOVE SPACES                TO WSC-CHECK-FLAG
               PERFORM U1000-CHECK-POSTED THRU U1000-EXIT
               GO TO 40300-EXIT
           END-IF.

           PERFORM VARYING WSC-INSTANCE-IDX FROM 1 BY 1
                   UNTIL WSC-INSTANCE-IDX > WSC-INSTANCE-COUNT
               MOVE WSC-INSTANCE-IDX      TO WSC-INSTANCE-DISPLAY
               MOVE SPACES                TO WSC-CHECK-TEXT
               STRING 'ORGUT100 SEARCH INSTANCE ' WSC-INSTANCE-DISPLAY
                      ' POSTED'
                       DELIMITED BY SIZE INTO WSC-CHECK-TEXT
               END-STRING
               MOVE ST025-SRCH-POSTED (WSC-INSTANCE-IDX)
                                          TO WSC-CHECK-FLAG
               PERFORM U1000-CHECK-POSTED THRU U1000-EXIT
               IF ST025-SRCH-POSTED (WSC-INSTANCE-IDX) = STC-Y
                   MOVE SPACES            TO WSC-CHECK-TEXT
                   STRING 'ORGUT100 SEARCH INSTANCE '
                          WSC-INSTANCE-DISPLAY
                          ' RAN TO END OF FILE'
                           DELIMITED BY SIZE INTO WSC-CHECK-TEXT
                   END-STRING
                   MOVE ST025-SRCH-COMPLETE (WSC-INSTANCE-IDX)
                                          TO WSC-CHECK-FLAG
                   PERFORM U1000-CHECK-POSTED THRU U1000-EXIT
               END-IF
               ADD ST025-SRCH-COMPLETED (WSC-INSTANCE-IDX)
                                          TO WSC-SUM-COMPLETED
               ADD ST025-SRCH-RESULTS (WSC-INSTANCE-IDX)
                                          TO WSC-SUM-RESULTS
           END-PERFORM.

           IF ST025-EDIT-POSTED = STC-Y
               MOVE 'SEARCH COMPLETED = EDIT PASSED'
                                          TO WSC-CHECK-TEXT
               MOVE ST025-EDIT-PASSED     TO WSC-CHECK-EXPECTED
               MOVE WSC-SUM-COMPLETED     TO WSC-CHECK-ACTUAL
               PERFORM U1100-CHECK-TIE THRU U1100-EXIT
           END-IF.
       40300-EXIT.
           EXIT.

       40400-CHECK-MERGE.
      *    A SINGLE-INSTANCE NIGHT WRITES THE NIGHTLY RESULTS FILE
      *    DIRECTLY AND HAS NO MERGE STEP.
           IF WSC-INSTANCE-COUNT <= 1
               MOVE ST025-SRCH-RESULTS (1) TO WSC-NIGHT-RESULTS
               GO TO 40400-EXIT
           END-IF.

           MOVE ST025-MRG-RECORDS         TO WSC-NIGHT-RESULTS.
           MOVE 'ORGUT110 RESULTS MERGE POSTED'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-MRG-POSTED          TO WSC-CHECK-FLAG.
           PERFORM U1000-CHECK-POSTED THRU U1000-EXIT.
           IF ST025-MRG-POSTED NOT = STC-Y
               GO TO 40400-EXIT
           END-IF.

           MOVE 'MERGE INSTANCES = SEARCH INSTANCES'
                                          TO WSC-CHECK-TEXT.
           MOVE WSC-INSTANCE-COUNT        TO WSC-CHECK-EXPECTED.
           MOVE ST025-MRG-INSTANCES       TO WSC-CHECK-ACTUAL.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.

           PERFORM VARYING WSC-INSTANCE-IDX FROM 1 BY 1
                   UNTIL WSC-INSTANCE-IDX > WSC-INSTANCE-COUNT
               MOVE WSC-INSTANCE-IDX      TO WSC-INSTANCE-DISPLAY
               MOVE SPACES                TO WSC-CHECK-TEXT
               STRING 'INSTANCE ' WSC-INSTANCE-DISPLAY
                      ' MERGED = RESULTS WRITTEN'
                       DELIMITED BY SIZE INTO WSC-CHECK-TEXT
               END-STRING
               MOVE ST025-SRCH-RESULTS (WSC-INSTANCE-IDX)
                                          TO WSC-CHECK-EXPECTED
               MOVE ST025-MRG-MERGED (WSC-INSTANCE-IDX)
                                          TO WSC-CHECK-ACTUAL
               PERFORM U1100-CHECK-TIE THRU U1100-EXIT
           END-PERFORM.

           MOVE 'MERGED TOTAL = RESULTS WRITTEN'
                                          TO WSC-CHECK-TEXT.
           MOVE WSC-SUM-RESULTS           TO WSC-CHECK-EXPECTED.
           MOVE ST025-MRG-RECORDS         TO WSC-CHECK-ACTUAL.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.
       40400-EXIT.
           EXIT.

       40500-CHECK-DISPOSITION.
           MOVE 'ORGUT111 DISPOSITION POSTED'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-DISP-POSTED         TO WSC-CHECK-FLAG.
           PERFORM U1000-CHECK-POSTED THRU U1000-EXIT.
           IF ST025-DISP-POSTED NOT = STC-Y
               GO TO 40500-EXIT
           END-IF.

           MOVE 'DISPOSITION READ = NIGHTLY RESULTS'
                                          TO WSC-CHECK-TEXT.
           MOVE WSC-NIGHT-RESULTS         TO WSC-CHECK-EXPECTED.
           MOVE ST025-DISP-READ           TO WSC-CHECK-ACTUAL.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.

           MOVE 'TAKEN + WITHHELD + LEFT ALONE = READ'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-DISP-READ           TO WSC-CHECK-EXPECTED.
           COMPUTE WSC-CHECK-ACTUAL = ST025-DISP-TAKEN
                                    + ST025-DISP-WITHHELD
                                    + ST025-DISP-OTHER.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.
       40500-EXIT.
           EXIT.

       40600-CHECK-RECONCILE.
           MOVE 'ORGUT105 RECONCILIATION POSTED'
                                          TO WSC-CHECK-TEXT.
           MOVE ST025-RECN-POSTED         TO WSC-CHECK-FLAG.
           PERFORM U1000-CHECK-POSTED THRU U1000-EXIT.
           IF ST025-RECN-POSTED NOT = STC-Y
               GO TO 40600-EXIT
           END-IF.

           MOVE 'RECONCILED ROWS = NIGHTLY RESULTS'
                                          TO WSC-CHECK-TEXT.
           MOVE WSC-NIGHT-RESULTS         TO WSC-CHECK-EXPECTED.
           MOVE ST025-RECN-RESULTS        TO WSC-CHECK-ACTUAL.
           PERFORM U1100-CHECK-TIE THRU U1100-EXIT.
       40600-EXIT.
           EXIT.

       40900-RECORD-OUTCOME.
           IF WSC-FAILED-COUNT = ZEROES
               MOVE 'B'                   TO ST025-CYCLE-STATE
           ELSE
               MOVE 'X'                   TO ST025-CYCLE-STATE
           END-IF.
           MOVE WSC-DATE-HOLD             TO ST025-BALANCED-DATE.
           MOVE WSC-TIME-HOLD             TO ST025-BALANCED-TIME.
           MOVE WSC-FAILED-COUNT          TO ST025-FAILED-CHECKS.
           PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT.
           IF NOT ST026-LEDGER-POSTED
               MOVE 125003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       40900-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.

           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           IF WSC-FAILED-COUNT = ZEROES
               STRING 'CYCLE BALANCED - CHECKS MADE: ' WSC-CHECK-COUNT
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
           ELSE
               STRING '*** CYCLE OUT OF BALANCE - CHECKS MADE: '
                      WSC-CHECK-COUNT
                      '  FAILED: ' WSC-FAILED-COUNT ' ***'
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE BALANCE-REPORT-RECORD.
           CLOSE BALANCE-REPORT-FILE.

      *    NO CYCLE AT ALL WAS LOGGED WHEN IT WAS FOUND; A CYCLE THAT
      *    FAILED ITS CHECKS IS LOGGED HERE.  EITHER WAY THE NIGHT IS
      *    NOT PROVEN AND THE STEP FAILS.
           IF WSC-FAILED-COUNT > ZEROES
               IF ST026-CYCLE-FOUND
                   MOVE 125001            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
               END-IF
               MOVE 8                     TO RETURN-CODE
           END-IF.
       90000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * U0000  PARAGRAPHS IN THIS LEVEL PERFORM UTILITY FUNCTIONS      *
      *        FOR THIS PROGRAM.                                       *
      *************************************************************PXU**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U1000-CHECK-POSTED.
      *    REPORTS WHETHER A STEP (OR AN INSTANCE OF ONE) POSTED, OR
      *    RAN TO END OF FILE, FROM THE FLAG IN WSC-CHECK-FLAG.
           ADD 1                          TO WSC-CHECK-COUNT.
           IF WSC-CHECK-FLAG = STC-Y
               MOVE 'OK'                  TO WSC-CHECK-RESULT
           ELSE
               MOVE '** NOT DONE **'      TO WSC-CHECK-RESULT
               ADD 1                      TO WSC-FAILED-COUNT
           END-IF.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           STRING '  ' WSC-CHECK-TEXT
                  '                           ' WSC-CHECK-RESULT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
       U1000-EXIT.
           EXIT.

       U1100-CHECK-TIE.
      *    REPORTS ONE HAND-OFF: THE FIGURE PASSED ON AGAINST THE
      *    FIGURE ACCOUNTED FOR.
           ADD 1                          TO WSC-CHECK-COUNT.
           IF WSC-CHECK-EXPECTED = WSC-CHECK-ACTUAL
               MOVE 'OK'                  TO WSC-CHECK-RESULT
           ELSE
               MOVE '** OUT OF BALANCE **' TO WSC-CHECK-RESULT
               ADD 1                      TO WSC-FAILED-COUNT
           END-IF.
           MOVE SPACES                    TO BALANCE-REPORT-RECORD.
           STRING '  ' WSC-CHECK-TEXT
                  '  ' WSC-CHECK-EXPECTED
                  ' ' WSC-CHECK-ACTUAL
                  '  ' WSC-CHECK-RESULT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
       U1100-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD NIGHTLY RUN LEDGER POSTING              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX006.CPY'.
