      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! RESULT IMAGE WIDENED TO 346 BYTES FOR  *
      *            !          ! THE ST013-LEGAL-HOLD FLAG.             *
      * 10-15-2026 ! SBOLT    ! RESULT IMAGE WIDENED TO 359 BYTES FOR  *
      *            !          ! THE ST013 HIT CATEGORY/SENSITIVITY.    *
      * 10-15-2026 ! SBOLT    ! RECORDS MERGED PER INSTANCE AND IN     *
      *            !          ! TOTAL ARE POSTED TO TONIGHT'S CYCLE ON *
      *            !          ! THE NIGHTLY RUN LEDGER (ORGST025) FOR  *
      *            !          ! THE ORGUT124 BALANCING STEP.           *
      * 10-15-2026 ! SBOLT    ! LEDGER POST LOOP GIVEN A SUBSCRIPT THAT*
      *            !          ! CAN PASS 99.                           *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

       DATA DIVISION.

       FILE SECTION.

        FD MERGED-RESULTS-FILE.
      *    THE MERGED RECORD IS A STRAIGHT IMAGE OF THE ORGST013
      *    RECORD READ ABOVE (359 BYTES) - A SECOND COPY OF THE
      *    COPYBOOK WOULD DUPLICATE EVERY DATA NAME, SO THE RECORD
      *    IS DECLARED AS A PLAIN IMAGE AND FILLED BY GROUP MOVE.
        01 MERGED-RESULT-RECORD            PIC X(359).

        FD RESULTS-INVENTORY-FILE.
      *    SAME RECORD LAYOUT ORGUT100'S 10210-RECORD-ON-INVENTORY
        FD MERGE-REPORT-FILE.
        01 MERGE-REPORT-RECORD             PIC X(132).

        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP.
               COPY 'ORGST025.CPY'.


       EJECT
      ******************************************************************

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
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-INSTANCE-COUNT        PIC 9(02) VALUE ZEROES.
           05  WSC-INSTANCE-IDX          PIC 9(02) VALUE ZEROES.
      *    RUNS THE FULL 99 LEDGER SLOTS, SO IT NEEDS A THIRD DIGIT -
      *    WSC-INSTANCE-IDX STAYS TWO, IT BUILDS THE '.PNN' SUFFIX.
           05  WSC-LEDGER-IDX            PIC 9(03) VALUE ZEROES.
           05  WSC-INSTANCE-EOF          PIC X(01) VALUE 'N'.
               88  INSTANCE-FILE-EOF         VALUE 'Y'.
           05  WSC-INSTANCE-RECORDS      PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-RECORDS         PIC 9(07) VALUE ZEROES.
           05  WSC-MISSING-INSTANCES     PIC 9(02) VALUE ZEROES.

      *    RECORDS MERGED FROM EACH INSTANCE FILE, KEPT FOR THE RUN
      *    LEDGER POST AT TERMINATION - ZERO FOR A MISSING INSTANCE.
       01  WSC-MERGED-TABLE.
           05  WSC-MERGED-BY-INSTANCE    PIC 9(09) OCCURS 99 TIMES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 111000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 111999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 111005.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'INSTANCE-COUNT CONFIG VALUE MISSING OR NOT 2-99   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-111005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT POST MERGE TOTALS TO THE RUN LEDGER     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 06.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT110              TO SCB-PROGRAM-NAME.
           INITIALIZE WSC-MERGED-TABLE.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE WSC-ORGUT110              TO ST009-PROGRAM-NAME.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

           END-STRING.

           MOVE ZEROES                    TO WSC-INSTANCE-RECORDS.
           MOVE ZEROES                    TO WSC-MERGED-BY-INSTANCE
                                             (WSC-INSTANCE-IDX).
           MOVE STC-N                     TO WSC-INSTANCE-EOF.
           OPEN INPUT INSTANCE-RESULTS-FILE.
           IF WSC-INSTANCE-STATUS NOT = '00'
           PERFORM 40200-COPY-RESULT-RECORD THRU 40200-EXIT
                   UNTIL INSTANCE-FILE-EOF.
           CLOSE INSTANCE-RESULTS-FILE.
           MOVE WSC-INSTANCE-RECORDS      TO WSC-MERGED-BY-INSTANCE
                                             (WSC-INSTANCE-IDX).

           MOVE SPACES                    TO MERGE-REPORT-RECORD.
           STRING 'INSTANCE ' WSC-INSTANCE-IDX
               CLOSE MERGED-RESULTS-FILE
           END-IF.
           CLOSE MERGE-REPORT-FILE.

           PERFORM 90100-POST-RUN-LEDGER THRU 90100-EXIT.
       90000-EXIT.
           EXIT.

       90100-POST-RUN-LEDGER.
      *    POSTED EVEN WHEN THE MERGE FAILED OR WAS SHORT - THE
      *    BALANCING STEP THEN SHOWS WHICH INSTANCE'S RESULTS NEVER
      *    MADE IT INTO THE NIGHTLY FILE.  EACH INSTANCE'S MERGED
      *    COUNT SITS BESIDE THE RESULTS THAT INSTANCE SAID IT WROTE.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.
           IF ST026-CYCLE-FOUND
               MOVE STC-Y                 TO ST025-MRG-POSTED
               MOVE WSC-INSTANCE-COUNT    TO ST025-MRG-INSTANCES
               MOVE WSC-TOTAL-RECORDS     TO ST025-MRG-RECORDS
               PERFORM VARYING WSC-LEDGER-IDX FROM 1 BY 1
                       UNTIL WSC-LEDGER-IDX > 99
                   IF WSC-LEDGER-IDX > WSC-INSTANCE-COUNT
                       MOVE ZEROES        TO ST025-MRG-MERGED
                                             (WSC-LEDGER-IDX)
                   ELSE
                       MOVE WSC-MERGED-BY-INSTANCE (WSC-LEDGER-IDX)
                                          TO ST025-MRG-MERGED
                                             (WSC-LEDGER-IDX)
                   END-IF
               END-PERFORM
               PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 111005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90100-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD NIGHTLY RUN LEDGER POSTING              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX006.CPY'.
