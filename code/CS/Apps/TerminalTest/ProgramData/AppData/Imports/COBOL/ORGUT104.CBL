      * WHEN.  THE PROGRAM ENDS WITH RETURN CODE 8 IF ANY ARCHIVE OR   *
      * DELETE ACTION FAILED, SO OPERATIONS SEES THE PROBLEM ON THE    *
      * JOB LOG RATHER THAN AT AUDIT TIME.                             *
      *                                                                *
      * NOTHING UNDER A LEGAL HOLD (ORGST018 REGISTRY) LEAVES: A HELD  *
      * RESULTS FILE STAYS WHERE IT IS AND ON THE INVENTORY, AND AN    *
      * AUDIT ROW WHOSE SEARCH DIRECTORY IS HELD (OR HAS A HOLD UNDER  *
      * IT) IS NEITHER ARCHIVED NOR DELETED.                           *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      * 09-02-2026 ! SBOLT    ! AUDIT ARCHIVE RECORD LAYOUT MOVED TO   *
      *            !          ! COPYBOOK ORGST017, SHARED WITH THE     *
      *            !          ! ORGUT117 RETRIEVAL UTILITY.            *
      * 10-15-2026 ! SBOLT    ! LEGAL HOLDS HONORED - HELD RESULTS     *
      *            !          ! FILES ARE KEPT AND HELD AUDIT ROWS ARE *
      *            !          ! LEFT ON THE TABLE (ROW-AT-A-TIME       *
      *            !          ! DELETE WHEN ANY ROW IS HELD).          *
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

       DATA DIVISION.

       FILE SECTION.
        FD PURGE-REPORT-FILE.
        01 PURGE-REPORT-RECORD             PIC X(132).

        FD LEGAL-HOLD-FILE.
      *    READ ONLY, BY THE ORGPX004 U3000-LOAD-LEGAL-HOLDS PARAGRAPH;
      *    MAINTAINED BY THE ORGUT119 HOLD MAINTENANCE UTILITY.
               COPY 'ORGST018.CPY'.


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
      *  THE CODE BELOW IS RELATED TO THE INTERFACE WITH ORACLE        *
      ******************************************************************

               88  AUDIT-PURGE-OK            VALUE 'Y'.
           05  WSC-AUDIT-ARCHIVED        PIC 9(07) VALUE ZEROES.
           05  WSC-AUDIT-DELETED         PIC 9(07) VALUE ZEROES.
           05  WSC-AUDIT-HELD            PIC 9(07) VALUE ZEROES.
           05  WSC-FILES-HELD            PIC 9(05) VALUE ZEROES.
           05  WSC-DELETE-FETCH-DONE     PIC X(01) VALUE 'N'.
               88  DELETE-FETCH-DONE         VALUE 'Y'.
           05  WSC-FILES-ARCHIVED        PIC 9(05) VALUE ZEROES.
           05  WSC-FILES-KEPT            PIC 9(05) VALUE ZEROES.
           05  WSC-DUPS-DROPPED          PIC 9(05) VALUE ZEROES.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 105000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 105999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 105009.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'RESULTS INVENTORY OPEN FAILED - SWEEP SKIPPED     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-105009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'LEGAL HOLD REGISTRY UNREADABLE - NOTHING PURGED   '.
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
           PERFORM 10080-SET-CUTOFF-DATE THRU 10080-EXIT.
           PERFORM 10100-LOAD-LEGAL-HOLDS THRU 10100-EXIT.
           PERFORM 10150-CONNECT-DATABASE THRU 10150-EXIT.
           PERFORM 10200-OPEN-FILES THRU 10200-EXIT.
           PERFORM 20000-WRITE-REPORT-HEADER THRU 20000-EXIT.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-DB-PASSWORD
           END-IF.

           MOVE ST019-HOLD-PATH-DFLT      TO ST019-HOLD-FILE-PATH.
           MOVE ST019-HOLD-PATH-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST019-HOLD-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-EXIT.
           EXIT.

       10100-LOAD-LEGAL-HOLDS.
      *    A REGISTRY THAT CANNOT BE READ LEAVES U3100 AND U3200
      *    ANSWERING "HELD" FOR EVERYTHING, SO THE RUN KEEPS EVERY
      *    FILE AND ROW IT WOULD HAVE PURGED AND ENDS WITH RC=8.
           PERFORM U3000-LOAD-LEGAL-HOLDS THRU U3000-EXIT.
           IF NOT ST019-HOLDS-USABLE
               MOVE 105009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       10100-EXIT.
           EXIT.

       10150-CONNECT-DATABASE.
      *    A FAILED CONNECT IS LOGGED BUT DOES NOT ABORT THE PROGRAM
      *    -- THE RESULTS-FILE SWEEP HAS NO DEPENDENCY ON ORACLE AND

           EVALUATE TRUE
               WHEN SQLCODE = STC-SQLCODE-OK
                   PERFORM 40150-CHECK-AUDIT-HOLD THRU 40150-EXIT
               WHEN SQLCODE = STC-SQLCODE-NOTFND-ORA
                 OR SQLCODE = STC-SQLCODE-NOTFND-ANSI
                   MOVE STC-Y             TO WSC-AUDIT-FETCH-DONE
       40100-EXIT.
           EXIT.

       40150-CHECK-AUDIT-HOLD.
      *    A ROW IS HELD WHEN ITS SEARCH DIRECTORY IS HELD OR ANY
      *    HOLD SITS UNDER IT - THE ROW IS THEN EVIDENCE THAT A HELD
      *    PATH WAS SEARCHED.  A HELD ROW IS NOT ARCHIVED, AND 40300
      *    SEES TO IT THAT IT IS NOT DELETED EITHER.
           MOVE DBV-CTL-DIRECTORY         TO ST019-CHECK-PATH.
           PERFORM U3200-CHECK-HOLD-UNDER-PATH THRU U3200-EXIT.
           IF ST019-PATH-HELD
               ADD 1                      TO WSC-AUDIT-HELD
           ELSE
               PERFORM 40200-WRITE-ARCHIVE-ROW THRU 40200-EXIT
           END-IF.
       40150-EXIT.
           EXIT.

       40200-WRITE-ARCHIVE-ROW.
           MOVE DBV-PROG-NAME             TO ST017-PROGRAM-NAME.
           MOVE DBV-CTL-DIRECTORY         TO ST017-CTL-DIRECTORY.
      *    40000 ONLY REACHES HERE WHEN THE FETCH RAN CLEANLY TO END
      *    OF CURSOR AND THE ARCHIVE FILE CLOSED CLEAN, SO EVERY ROW
      *    REMOVED HAS ALREADY BEEN WRITTEN AND FLUSHED TO THE
      *    ARCHIVE FILE.  WHEN ANY ROW INSIDE THE CUTOFF WAS HELD THE
      *    BARE PREDICATE WOULD TAKE IT TOO, SO THE ROWS ARE DELETED
      *    ONE AT A TIME INSTEAD, SKIPPING THE HELD ONES.
           IF WSC-AUDIT-HELD > ZEROES
               PERFORM 40400-DELETE-UNHELD-ROWS THRU 40400-EXIT
               GO TO 40300-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM SEARCH_AUDIT_LOG
                WHERE COMPLETION_DATE < :DBV-CUTOFF-DATE
       40300-EXIT.
           EXIT.

       40400-DELETE-UNHELD-ROWS.
      *    SAME PREDICATE AS THE ARCHIVE CURSOR, WALKED FOR UPDATE SO
      *    EACH ROW CAN BE RE-TESTED AGAINST THE SAME HOLD TABLE 40150
      *    USED - A ROW KEPT OUT OF THE ARCHIVE IS KEPT ON THE TABLE.
      *    ANY FAILURE ROLLS BACK EVERY DELETE OF THE PASS.
           EXEC SQL
               DECLARE AUDIT-DELETE-CURSOR CURSOR FOR
                   SELECT CONTROL_RECORD
                     FROM SEARCH_AUDIT_LOG
                    WHERE COMPLETION_DATE < :DBV-CUTOFF-DATE
                      FOR UPDATE
           END-EXEC.

           EXEC SQL
               OPEN AUDIT-DELETE-CURSOR
           END-EXEC.

           IF SQLCODE NOT = STC-SQLCODE-OK
               MOVE 105003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 40400-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-AUDIT-DELETED.
           MOVE STC-N                     TO WSC-DELETE-FETCH-DONE.
           PERFORM 40410-DELETE-UNHELD-ROW THRU 40410-EXIT
                   UNTIL DELETE-FETCH-DONE.

           EXEC SQL
               CLOSE AUDIT-DELETE-CURSOR
           END-EXEC.

           IF AUDIT-PURGE-OK
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               IF SQLCODE NOT = STC-SQLCODE-OK
                   MOVE ZEROES            TO WSC-AUDIT-DELETED
                   MOVE 105006            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
           ELSE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               MOVE ZEROES                TO WSC-AUDIT-DELETED
               MOVE 105003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       40400-EXIT.
           EXIT.

       40410-DELETE-UNHELD-ROW.
           EXEC SQL
               FETCH AUDIT-DELETE-CURSOR
                INTO :DBV-CONTROL-RECORD
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = STC-SQLCODE-OK
                   CONTINUE
               WHEN SQLCODE = STC-SQLCODE-NOTFND-ORA
                 OR SQLCODE = STC-SQLCODE-NOTFND-ANSI
                   MOVE STC-Y             TO WSC-DELETE-FETCH-DONE
                   GO TO 40410-EXIT
               WHEN OTHER
                   MOVE STC-Y             TO WSC-DELETE-FETCH-DONE
                   MOVE STC-N             TO WSC-AUDIT-PURGE-OK
                   GO TO 40410-EXIT
           END-EVALUATE.

           MOVE DBV-CTL-DIRECTORY         TO ST019-CHECK-PATH.
           PERFORM U3200-CHECK-HOLD-UNDER-PATH THRU U3200-EXIT.
           IF ST019-PATH-HELD
               GO TO 40410-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM SEARCH_AUDIT_LOG
                WHERE CURRENT OF AUDIT-DELETE-CURSOR
           END-EXEC.

           IF SQLCODE = STC-SQLCODE-OK
               ADD 1                      TO WSC-AUDIT-DELETED
           ELSE
               MOVE STC-Y                 TO WSC-DELETE-FETCH-DONE
               MOVE STC-N                 TO WSC-AUDIT-PURGE-OK
           END-IF.
       40410-EXIT.
           EXIT.


       EJECT
      ******************************************************************
               MOVE 'D'                   TO WSC-INV-DISPO
                                             (WSC-TABLE-IDX)
               ADD 1                      TO WSC-DUPS-DROPPED
               GO TO 50180-EXIT
           END-IF.

      *    A HELD RESULTS FILE STAYS WHERE IT IS, AND ITS ENTRY STAYS
      *    'K' SO EVERY LATER RUN TESTS IT AGAIN UNTIL THE HOLD IS
      *    RELEASED OR EXPIRES.
           MOVE WSC-INV-PATH (WSC-TABLE-IDX)
                                          TO ST019-CHECK-PATH.
           PERFORM U3100-CHECK-LEGAL-HOLD THRU U3100-EXIT.
           IF ST019-PATH-HELD
               ADD 1                      TO WSC-FILES-HELD
               MOVE SPACES                TO PURGE-REPORT-RECORD
               STRING 'HELD RESULTS FILE KEPT (CREATED '
                      WSC-INV-DATE (WSC-TABLE-IDX) '): '
                      FUNCTION TRIM(WSC-INV-PATH (WSC-TABLE-IDX))
                       DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
               END-STRING
               WRITE PURGE-REPORT-RECORD
           ELSE
               PERFORM 50200-ARCHIVE-RESULTS-FILE THRU 50200-EXIT
           END-IF.
           END-STRING.
           WRITE PURGE-REPORT-RECORD.

           MOVE SPACES                    TO PURGE-REPORT-RECORD.
           STRING 'AUDIT ROWS HELD:        ' WSC-AUDIT-HELD
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           END-STRING.
           WRITE PURGE-REPORT-RECORD.

           MOVE SPACES                    TO PURGE-REPORT-RECORD.
           STRING 'RESULTS FILES ARCHIVED: ' WSC-FILES-ARCHIVED
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           END-STRING.
           WRITE PURGE-REPORT-RECORD.

           MOVE SPACES                    TO PURGE-REPORT-RECORD.
           STRING 'RESULTS FILES HELD:     ' WSC-FILES-HELD
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
           END-STRING.
           WRITE PURGE-REPORT-RECORD.

           MOVE SPACES                    TO PURGE-REPORT-RECORD.
           STRING 'DUPLICATE ENTRIES DROPPED: ' WSC-DUPS-DROPPED
                   DELIMITED BY SIZE INTO PURGE-REPORT-RECORD
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

       EJECT
      ******************************************************************
      *  COPYCODE FOR STANDARD LEGAL HOLD LOOKUP                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX004.CPY'.
