      *     MATCHES (A DAY PAST THE END OF A SHORT MONTH RUNS ON THE   *
      *     MONTH'S LAST NIGHT, SO A DAY-31 SCHEDULE STILL RUNS IN     *
      *     APRIL)                                                     *
      *   - ON-DEMAND RECORDS ARE SELECTED ONLY WHEN AN ANALYST HAS    *
      *     RELEASED THEM FOR TONIGHT WITH ORGUT126 (SEE ORGST027),    *
      *     AND ONLY WHILE THE RECORD STILL MATCHES THE RELEASED       *
      *     IMAGE.  THE SELECTED LINE SAYS WHO RELEASED IT AND WHEN.   *
      *     A RELEASE USED TONIGHT IS CLOSED AS USED; AN OPEN RELEASE  *
      *     PAST ITS EXPIRY DATE IS CLOSED AS EXPIRED.  BOTH ARE       *
      *     WRITTEN TO THE RELEASE AUDIT FILE (ORGST029)               *
      * EVERY RECORD IS LISTED ON THE SELECTION REPORT AS SELECTED OR  *
      * SKIPPED WITH THE REASON, SO "WHY DIDN'T THE PAYROLL SHARE GET  *
      * SEARCHED TUESDAY" IS ANSWERED FROM THE REPORT.  A SCHEDULE     *
      * 09-02-2026 ! SBOLT    ! DISPOSITION AND DELETE-CONFIRM FIELDS  *
      *            !          ! CARRIED FROM THE SCHEDULE RECORD ONTO  *
      *            !          ! THE CUT CONTROL RECORD (SEE ORGST011). *
      * 10-15-2026 ! SBOLT    ! OPENS TONIGHT'S CYCLE ON THE NIGHTLY   *
      *            !          ! RUN LEDGER (ORGST025) AND POSTS THE    *
      *            !          ! RECORDS SELECTED AND REJECTED, FOR THE *
      *            !          ! ORGUT124 BALANCING STEP.               *
      * 10-15-2026 ! SBOLT    ! ON-DEMAND RECORDS RELEASED FOR TONIGHT *
      *            !          ! ON THE SEARCH RELEASE FILE (ORGST027)  *
      *            !          ! ARE SELECTED, SHOWN AS RELEASED BY/ON, *
      *            !          ! AND CLOSED AS USED; UNUSED RELEASES    *
      *            !          ! PAST EXPIRY ARE CLOSED AS EXPIRED.     *
      * 10-15-2026 ! SBOLT    ! RELEASES PAST THE TABLE LIMIT ALERTED, *
      *            !          ! REPORTED AND LEFT OPEN FOR THE NEXT    *
      *            !          ! NIGHT.                                 *
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

       DATA DIVISION.

       FILE SECTION.
        FD SELECT-REPORT-FILE.
        01 SELECT-REPORT-RECORD            PIC X(132).

        FD RUN-LEDGER-FILE.
      *    THIS STEP OPENS EACH NIGHT'S CYCLE RECORD; EVERY LATER
      *    STEP IN THE STREAM POSTS INTO IT.
               COPY 'ORGST025.CPY'.

        FD RELEASE-FILE.
      *    ON-DEMAND RECORDS RELEASED BY ORGUT126; THIS STEP PICKS UP
      *    THE TONIGHT RELEASES AND CLOSES THEM AS USED OR EXPIRED.
               COPY 'ORGST027.CPY'.

        FD RELEASE-AUDIT-FILE.
               COPY 'ORGST029.CPY'.


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
      *    COPYCODE FOR STANDARD SEARCH RELEASE WS FIELDS              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST028.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           05  WSC-SKIP-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-REJECT-COUNT          PIC 9(05) VALUE ZEROES.
           05  WSC-SKIP-REASON           PIC X(60) VALUE SPACES.
           05  WSC-SELECT-NOTE           PIC X(40) VALUE SPACES.
           05  WSC-RELEASE-FILE-OPEN     PIC X(01) VALUE 'N'.
               88  RELEASE-FILE-OPEN         VALUE 'Y'.
           05  WSC-RELEASE-EOF           PIC X(01) VALUE 'N'.
               88  RELEASE-FILE-EOF          VALUE 'Y'.
           05  WSC-RELEASE-MATCHED       PIC X(01) VALUE 'N'.
               88  RELEASE-MATCHED           VALUE 'Y'.
           05  WSC-PENDING-ID            PIC 9(06) VALUE ZEROES.
           05  WSC-USED-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-EXPIRED-COUNT         PIC 9(05) VALUE ZEROES.
           05  WSC-OVERFLOW-COUNT        PIC 9(05) VALUE ZEROES.
           05  WSC-DATE-INT              PIC S9(09) COMP VALUE ZERO.
           05  WSC-DAY-OF-WEEK           PIC 9(02) VALUE ZEROES.
           05  WSC-MONTH-END-INT         PIC S9(09) COMP VALUE ZERO.
               10  WSC-TONIGHT-MONTH     PIC 9(02).
               10  WSC-TONIGHT-DAY       PIC 9(02).

      *    OPEN RELEASES FOR TONIGHT, LOADED FROM THE RELEASE FILE
      *    BEFORE THE SCHEDULE PASS.  THE IMAGE IS COMPARED WITH EACH
      *    ON-DEMAND SCHEDULE RECORD FIELD FOR FIELD.
       01  WSC-RELEASE-TABLE.
           05  WSC-REL-COUNT             PIC 9(03) VALUE ZEROES.
           05  WSC-REL-MAX               PIC 9(03) VALUE 100.
           05  WSC-REL-IDX               PIC 9(03) VALUE ZEROES.
           05  WSC-REL-ENTRY             OCCURS 100 TIMES.
               10  WSC-REL-ID            PIC 9(06).
               10  WSC-REL-STATE         PIC X(01).
               10  WSC-REL-IMAGE         PIC X(132).
               10  WSC-REL-BY            PIC X(08).
               10  WSC-REL-DATE          PIC 9(08).
               10  WSC-REL-SELECTED      PIC X(01).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 109000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 109999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 109008.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'NO SEARCHES DUE TONIGHT - EMPTY CONTROL FILE CUT  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-109004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN THE NIGHT CYCLE ON THE RUN LEDGER  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-109005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN SEARCH RELEASE FILE - NONE RUN     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-109006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RELEASE FILE UPDATE FAILED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-109007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE RELEASE AUDIT RECORD              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-109008.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'RELEASE TABLE FULL - SOME RELEASES NOT RUN        '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 09.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
           PERFORM 10080-SET-CALENDAR-FIELDS THRU 10080-EXIT.
           PERFORM 10200-OPEN-FILES THRU 10200-EXIT.
           PERFORM 20000-WRITE-REPORT-HEADER THRU 20000-EXIT.
           PERFORM 10300-LOAD-RELEASES THRU 10300-EXIT.
           IF SCHEDULE-USABLE
               PERFORM 40100-READ-SCHEDULE-FILE THRU 40100-EXIT
           END-IF.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE WSC-ORGUT108              TO ST009-PROGRAM-NAME.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.

           MOVE ST028-RELEASE-PATH-DFLT   TO ST028-RELEASE-FILE-PATH.
           MOVE WSC-ORGUT108              TO ST009-PROGRAM-NAME.
           MOVE ST028-RELEASE-PATH-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-RELEASE-FILE-PATH
           END-IF.

           MOVE ST028-AUDIT-PATH-DFLT     TO ST028-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT108              TO ST009-PROGRAM-NAME.
           MOVE ST028-AUDIT-PATH-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-AUDIT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10200-EXIT.
           EXIT.

       10300-LOAD-RELEASES.
      *    NO RELEASE FILE YET SIMPLY MEANS NOTHING HAS EVER BEEN
      *    RELEASED.  A RELEASE FILE THAT WILL NOT OPEN IS LOGGED BUT
      *    DOES NOT STOP THE REGULAR SELECTION - THE ON-DEMAND
      *    RECORDS JUST STAY SKIPPED AND THEIR RELEASES STAY OPEN FOR
      *    THE NEXT NIGHT.
           OPEN I-O RELEASE-FILE.
           IF ST028-RELEASE-STATUS = '35'
               GO TO 10300-EXIT
           END-IF.
           IF ST028-RELEASE-STATUS NOT = '00'
              AND ST028-RELEASE-STATUS NOT = '05'
               MOVE 109005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 10300-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-RELEASE-FILE-OPEN.

      *    KEY ZEROES IS THE LAST-ID RECORD, SO THE PASS STARTS AT 1.
           MOVE STC-N                     TO WSC-RELEASE-EOF.
           MOVE 1                         TO ST027-RELEASE-ID.
           START RELEASE-FILE
               KEY IS NOT LESS THAN ST027-RELEASE-ID
               INVALID KEY
                   MOVE STC-Y             TO WSC-RELEASE-EOF
           END-START.
           PERFORM 10320-LOAD-NEXT-RELEASE THRU 10320-EXIT
                   UNTIL RELEASE-FILE-EOF.
       10300-EXIT.
           EXIT.

       10320-LOAD-NEXT-RELEASE.
           READ RELEASE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-RELEASE-EOF
                   GO TO 10320-EXIT
           END-READ.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE STC-Y                 TO WSC-RELEASE-EOF
               MOVE 109005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 10320-EXIT
           END-IF.
           IF NOT ST027-STATE-OPEN
               GO TO 10320-EXIT
           END-IF.

      *    AN OPEN RELEASE - TONIGHT OR IMMEDIATE, READY OR STILL
      *    WAITING FOR APPROVAL - THAT HAS OUTLIVED ITS EXPIRY DATE IS
      *    CLOSED HERE, SO NOTHING RUNS DAYS AFTER IT WAS ASKED FOR.
           IF ST027-EXPIRY-DATE < WSC-DATE-HOLD
               PERFORM 10340-EXPIRE-RELEASE THRU 10340-EXIT
               GO TO 10320-EXIT
           END-IF.

      *    A TONIGHT RELEASE THAT DOES NOT FIT THE TABLE STAYS OPEN
      *    FOR THE NEXT NIGHT, BUT IS COUNTED, REPORTED AND LOGGED AT
      *    ALERT SEVERITY FOR ORGUT106 SO NOBODY ASSUMES IT RAN.  THE
      *    RETURN CODE IS LEFT ALONE: ANY NON-ZERO RC FROM THIS STEP
      *    BYPASSES THE EDIT AND SEARCH STEPS, AND THE REST OF THE
      *    NIGHT'S SCHEDULE MUST STILL RUN.
           IF ST027-RUN-TONIGHT
              AND WSC-REL-COUNT NOT < WSC-REL-MAX
               IF WSC-OVERFLOW-COUNT = ZEROES
                   MOVE 109008            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
               END-IF
               ADD 1                      TO WSC-OVERFLOW-COUNT
               GO TO 10320-EXIT
           END-IF.
           IF ST027-RUN-TONIGHT
               ADD 1                      TO WSC-REL-COUNT
               MOVE ST027-RELEASE-ID      TO WSC-REL-ID (WSC-REL-COUNT)
               MOVE ST027-RELEASE-STATE
                                       TO WSC-REL-STATE (WSC-REL-COUNT)
               MOVE ST027-SCHEDULE-IMAGE
                                       TO WSC-REL-IMAGE (WSC-REL-COUNT)
               MOVE ST027-RELEASED-BY     TO WSC-REL-BY (WSC-REL-COUNT)
               MOVE ST027-RELEASED-DATE
                                       TO WSC-REL-DATE (WSC-REL-COUNT)
               MOVE STC-N              TO WSC-REL-SELECTED
                                          (WSC-REL-COUNT)
           END-IF.
       10320-EXIT.
           EXIT.

       10340-EXPIRE-RELEASE.
           MOVE 'X'                       TO ST027-RELEASE-STATE.
           MOVE WSC-ORGUT108              TO ST027-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-CLOSED-TIME.
           REWRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 109006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 10340-EXIT
           END-IF.

           ADD 1                          TO WSC-EXPIRED-COUNT.
           MOVE 'EXPIRE'                  TO ST028-AUDIT-ACTION.
           PERFORM 90290-WRITE-AUDIT THRU 90290-EXIT.

           MOVE SPACES                    TO SELECT-REPORT-RECORD.
           STRING 'RELEASE ' ST027-RELEASE-ID
                  ' EXPIRED UNUSED: RECORD '
                  ST027-SCHED-RECORD-NUMBER
                  ' RELEASED BY ' ST027-RELEASED-BY
                  ' ON ' ST027-RELEASED-DATE
                  ' - EXPIRY ' ST027-EXPIRY-DATE
                   DELIMITED BY SIZE INTO SELECT-REPORT-RECORD
           END-STRING.
           WRITE SELECT-REPORT-RECORD.
       10340-EXIT.
           EXIT.

       20000-WRITE-REPORT-HEADER.
           MOVE SPACES                    TO SELECT-REPORT-RECORD.
           STRING 'SEARCH SCHEDULE SELECTION - ' WSC-DATE-HOLD
           EXIT.

       40200-SELECT-SCHEDULE-RECORD.
           MOVE SPACES                    TO WSC-SKIP-REASON
                                             WSC-SELECT-NOTE.

           EVALUATE TRUE
               WHEN ST014-FREQ-DAILY
               WHEN ST014-FREQ-MONTHLY
                   PERFORM 40230-SELECT-MONTHLY THRU 40230-EXIT
               WHEN ST014-FREQ-ON-DEMAND
                   PERFORM 40240-SELECT-ON-DEMAND THRU 40240-EXIT
               WHEN OTHER
                   MOVE 'FREQUENCY NOT D/W/M/O - RECORD REJECTED'
                                          TO WSC-SKIP-REASON
       40230-EXIT.
           EXIT.

       40240-SELECT-ON-DEMAND.
      *    AN ON-DEMAND RECORD RUNS TONIGHT ONLY IF A READY RELEASE
      *    STILL MATCHES IT FIELD FOR FIELD.  EVERY MATCHING READY
      *    RELEASE IS TAKEN BY THIS ONE RUN OF THE RECORD.
           MOVE STC-N                     TO WSC-RELEASE-MATCHED.
           MOVE ZEROES                    TO WSC-PENDING-ID.
           PERFORM VARYING WSC-REL-IDX FROM 1 BY 1
                   UNTIL WSC-REL-IDX > WSC-REL-COUNT
               IF WSC-REL-IMAGE (WSC-REL-IDX) = ST014-SCHEDULE-RECORD
                  AND WSC-REL-SELECTED (WSC-REL-IDX) = STC-N
                   IF WSC-REL-STATE (WSC-REL-IDX) = 'R'
                       MOVE STC-Y       TO WSC-REL-SELECTED
                                           (WSC-REL-IDX)
                       IF NOT RELEASE-MATCHED
                           MOVE STC-Y     TO WSC-RELEASE-MATCHED
                           STRING 'RELEASED BY '
                                  WSC-REL-BY (WSC-REL-IDX)
                                  ' ON ' WSC-REL-DATE (WSC-REL-IDX)
                                   DELIMITED BY SIZE
                                   INTO WSC-SELECT-NOTE
                           END-STRING
                       END-IF
                   ELSE
                       MOVE WSC-REL-ID (WSC-REL-IDX)
                                          TO WSC-PENDING-ID
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN RELEASE-MATCHED
                   PERFORM 40300-WRITE-CONTROL-RECORD THRU 40300-EXIT
               WHEN WSC-PENDING-ID NOT = ZEROES
                   STRING 'ON-DEMAND - RELEASE ' WSC-PENDING-ID
                          ' AWAITING APPROVAL'
                           DELIMITED BY SIZE INTO WSC-SKIP-REASON
                   END-STRING
                   PERFORM 40290-REPORT-SKIP THRU 40290-EXIT
               WHEN OTHER
                   MOVE 'ON-DEMAND - RUN ONLY WHEN ASKED FOR'
                                          TO WSC-SKIP-REASON
                   PERFORM 40290-REPORT-SKIP THRU 40290-EXIT
           END-EVALUATE.
       40240-EXIT.
           EXIT.

       40290-REPORT-SKIP.
           ADD 1                          TO WSC-SKIP-COUNT.
           MOVE SPACES                    TO SELECT-REPORT-RECORD.

           MOVE SPACES                    TO SELECT-REPORT-RECORD.
           STRING 'RECORD ' WSC-RECORD-NUMBER
                  ' SELECTED  ' WSC-SELECT-NOTE
                   DELIMITED BY SIZE INTO SELECT-REPORT-RECORD
           END-STRING.
           WRITE SELECT-REPORT-RECORD.
           END-STRING.
           WRITE SELECT-REPORT-RECORD.

           PERFORM 90200-CLOSE-RELEASES THRU 90200-EXIT.

           IF SCHEDULE-USABLE
               CLOSE SCHEDULE-FILE
               CLOSE CONTROL-FILE
           END-IF.
           CLOSE SELECT-REPORT-FILE.

           PERFORM 90100-POST-RUN-LEDGER THRU 90100-EXIT.

           IF WSC-REJECT-COUNT > ZEROES
               MOVE 109002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
       90000-EXIT.
           EXIT.

       90100-POST-RUN-LEDGER.
      *    TONIGHT'S CYCLE IS OPENED EVEN WHEN THE SCHEDULE COULD NOT
      *    BE READ, SO THE BALANCING STEP FAILS THE NIGHT AGAINST THE
      *    RIGHT CYCLE - BUT THE SELECTION FIGURES ARE ONLY POSTED
      *    WHEN THERE WERE FIGURES TO POST.  THE CYCLE IS KEYED ON
      *    THE DATE THE SELECTION RAN, THE SAME DATE EVERY LATER
      *    STEP FINDS THROUGH THE LEDGER'S POINTER RECORD.
           MOVE WSC-DATE-HOLD             TO ST026-CYCLE-DATE.
           PERFORM U3710-OPEN-CYCLE THRU U3710-EXIT.
           IF ST026-LEDGER-POSTED
              AND SCHEDULE-USABLE
               PERFORM U3720-READ-CYCLE THRU U3720-EXIT
               IF ST026-CYCLE-FOUND
                   MOVE STC-Y             TO ST025-SKED-POSTED
                   MOVE WSC-SELECT-COUNT  TO ST025-SKED-SELECTED
                   MOVE WSC-REJECT-COUNT  TO ST025-SKED-REJECTED
                   PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
               END-IF
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 109004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90100-EXIT.
           EXIT.

       90200-CLOSE-RELEASES.
      *    THE RELEASES TAKEN INTO TONIGHT'S CONTROL FILE ARE CLOSED
      *    AS USED ONLY ONCE THE CONTROL FILE HAS BEEN CUT.
           IF NOT RELEASE-FILE-OPEN
               GO TO 90200-EXIT
           END-IF.
           IF SCHEDULE-USABLE
               PERFORM 90220-MARK-RELEASE-USED THRU 90220-EXIT
                       VARYING WSC-REL-IDX FROM 1 BY 1
                       UNTIL WSC-REL-IDX > WSC-REL-COUNT
           END-IF.
           CLOSE RELEASE-FILE.

           MOVE SPACES                    TO SELECT-REPORT-RECORD.
           STRING 'RELEASES USED:    ' WSC-USED-COUNT
                   DELIMITED BY SIZE INTO SELECT-REPORT-RECORD
           END-STRING.
           WRITE SELECT-REPORT-RECORD.

           MOVE SPACES                    TO SELECT-REPORT-RECORD.
           STRING 'RELEASES EXPIRED: ' WSC-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO SELECT-REPORT-RECORD
           END-STRING.
           WRITE SELECT-REPORT-RECORD.

           IF WSC-OVERFLOW-COUNT > ZEROES
               MOVE SPACES                TO SELECT-REPORT-RECORD
               STRING '*** RELEASES NOT RUN - TABLE FULL AT '
                      WSC-REL-MAX ': ' WSC-OVERFLOW-COUNT
                      ' LEFT OPEN FOR THE NEXT NIGHT ***'
                       DELIMITED BY SIZE INTO SELECT-REPORT-RECORD
               END-STRING
               WRITE SELECT-REPORT-RECORD
           END-IF.
       90200-EXIT.
           EXIT.

       90220-MARK-RELEASE-USED.
           IF WSC-REL-SELECTED (WSC-REL-IDX) NOT = STC-Y
               GO TO 90220-EXIT
           END-IF.
           MOVE WSC-REL-ID (WSC-REL-IDX)  TO ST027-RELEASE-ID.
           READ RELEASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
      *    A RELEASE CANCELLED WHILE THE STEP RAN IS LEFT AS IT IS.
           IF ST028-RELEASE-STATUS NOT = '00'
              OR NOT ST027-STATE-READY
               GO TO 90220-EXIT
           END-IF.

           MOVE 'U'                       TO ST027-RELEASE-STATE.
           MOVE WSC-ORGUT108              TO ST027-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-CLOSED-TIME.
           REWRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 109006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 90220-EXIT
           END-IF.

           ADD 1                          TO WSC-USED-COUNT.
           MOVE 'USED'                    TO ST028-AUDIT-ACTION.
           PERFORM 90290-WRITE-AUDIT THRU 90290-EXIT.
       90220-EXIT.
           EXIT.

       90290-WRITE-AUDIT.
      *    THE NIGHTLY BATCH IS THE OPERATOR OF RECORD, SO
      *    ST028-AUDIT-OPERATOR IS LEFT AT SPACES.
           PERFORM U3800-WRITE-RELEASE-AUDIT THRU U3800-EXIT.
           IF NOT ST028-AUDIT-WRITTEN
               MOVE 109007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90290-EXIT.
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

      ******************************************************************
      *  COPYCODE FOR STANDARD SEARCH RELEASE AUDIT                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX007.CPY'.
