      *   CHANGE <N> - PROMPT PER FIELD (BLANK KEEPS THE CURRENT       *
      *                VALUE) AND REPLACE RECORD N                     *
      *   DELETE <N> - REMOVE RECORD N AFTER A Y/N CONFIRMATION        *
      *   APPROVE <ID> - APPLY AN ADD OR CHANGE HELD FOR SECOND-PERSON *
      *                APPROVAL (SEE BELOW)                            *
      * EVERY ADD AND CHANGE PASSES THE SAME EDITS ORGUT103 ENFORCES   *
      * (DIRECTORY EXISTS, VALID SEARCH TYPE, PATTERN RULES PER TYPE,  *
      * DISPOSITION/CONFIRM PAIRING, NO DUPLICATES) PLUS THE ORGUT108  *
      * AUDIT RECORD (ACTION, RECORD NUMBER, OLD AND NEW IMAGES,       *
      * DATE/TIME, OPERATOR) TO THE SCHEDULE AUDIT FILE, THE SAME WAY  *
      * ORGUT107'S SET AUDITS A CONFIG CHANGE.                         *
      * EVERY COMMAND IS CHECKED AGAINST THE OPERATOR AUTHORIZATION    *
      * FILE (ORGST030): LIST NEEDS ANY ROLE, ADD/CHANGE/DELETE THE    *
      * SCHEDULE ROLE, APPROVE THE APPROVER ROLE.  AN ADD OR CHANGE    *
      * THAT LEAVES A RECORD SET TO DELE WITH CONFIRM 'Y' IS NOT       *
      * APPLIED WHEN KEYED - IT IS HELD ON THE HELD CHANGE FILE        *
      * (ORGST031) UNTIL A SECOND, DIFFERENT OPERATOR APPROVES IT, AND *
      * IS ONLY APPLIED IF THE RECORD HAS NOT CHANGED IN BETWEEN AND   *
      * IT STILL PASSES EVERY EDIT.  EVERY REFUSAL IS LOGGED.          *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! A TEXT RECORD NAMING A PATTERN SET     *
      *            !          ! ('SET=<NAME>') IS CHECKED AGAINST THE  *
      *            !          ! PATTERN LIBRARY, AS IN ORGUT103.       *
      * 10-15-2026 ! SBOLT    ! OPERATOR ROLES CHECKED ON EVERY        *
      *            !          ! COMMAND; DELE/Y ADDS AND CHANGES HELD  *
      *            !          ! FOR A SECOND APPROVER; APPROVE COMMAND.*
      * 10-15-2026 ! SBOLT    ! NO OPERATOR PROMPT WITHOUT A USER.     *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-AUDIT-STATUS.

           SELECT OPTIONAL PATTERN-LIBRARY-FILE
           ASSIGN TO ST021-LIB-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST020-SET-NAME
           FILE STATUS IS ST021-LIB-STATUS.

           SELECT OPTIONAL OPERATOR-AUTH-FILE
           ASSIGN TO ST032-AUTH-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST030-AUTH-KEY
           FILE STATUS IS ST032-AUTH-STATUS.

           SELECT OPTIONAL HELD-CHANGE-FILE
           ASSIGN TO ST032-CHANGE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST031-CHANGE-ID
           FILE STATUS IS ST032-CHANGE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 SAR-CHANGE-TIME              PIC 9(08).
           05 SAR-OPERATOR-ID              PIC X(08).

        FD PATTERN-LIBRARY-FILE.
      *    READ ONLY, TO CONFIRM A PATTERN SET NAMED BY A TEXT
      *    RECORD EXISTS; MAINTAINED BY THE ORGUT120 UTILITY.
               COPY 'ORGST020.CPY'.

        FD OPERATOR-AUTH-FILE.
               COPY 'ORGST030.CPY'.

        FD HELD-CHANGE-FILE.
               COPY 'ORGST031.CPY'.


       EJECT
      ******************************************************************

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD PATTERN LIBRARY WS FIELDS             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST021.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD OPERATOR AUTHORIZATION WS FIELDS      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST032.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
               88  CMDLINE-MODE              VALUE 'Y'.
           05  WSC-SESSION-DONE          PIC X(01) VALUE 'N'.
               88  SESSION-DONE              VALUE 'Y'.
           05  WSC-COMMAND               PIC X(07) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-ADD               VALUE 'ADD'.
               88  WSC-CMD-CHANGE            VALUE 'CHANGE'.
               88  WSC-CMD-DELETE            VALUE 'DELETE'.
               88  WSC-CMD-APPROVE           VALUE 'APPROVE'.
           05  WSC-ARG-NUMBER-X          PIC X(06) VALUE SPACES.
           05  WSC-ARG-NUMBER            PIC 9(05) VALUE ZEROES.
           05  WSC-ARG-ID                PIC 9(06) VALUE ZEROES.
           05  WSC-AUDIT-OPERATOR        PIC X(08) VALUE SPACES.
           05  WSC-HOLD-ACTION           PIC X(06) VALUE SPACES.
           05  WSC-APPROVE-SWITCH        PIC X(01) VALUE 'N'.
               88  APPROVING-CHANGE          VALUE 'Y'.
           05  WSC-SCHEDULE-EOF          PIC X(01) VALUE 'N'.
               88  SCHEDULE-FILE-EOF         VALUE 'Y'.
           05  WSC-TABLE-IDX             PIC 9(03) VALUE ZEROES.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 114000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 114999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 114010.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'COULD NOT REWRITE SCHEDULE FILE                   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'SCHEDULE CHANGE HELD FOR SECOND-PERSON APPROVAL   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'APPROVAL REFUSED - APPROVER IS THE REQUESTER      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114008.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE FILE COULD NOT BE OPENED OR UPDATED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114009.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD SCHEDULE CHANGE APPROVED AND APPLIED         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-114010.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE NOT APPLIED - RECORD HAS SINCE CHANGED'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 11.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-AUDIT-FILE-PATH
           END-IF.

           MOVE ST021-LIB-PATH-DFLT       TO ST021-LIB-FILE-PATH.
           MOVE WSC-ORGUT113              TO ST009-PROGRAM-NAME.
           MOVE ST021-LIB-PATH-LIT        TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST021-LIB-FILE-PATH
           END-IF.

           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT113              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT113              TO ST009-PROGRAM-NAME.
           MOVE ST032-CHANGE-PATH-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-CHANGE-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR OF RECORD ON EVERY
      *    AUDIT RECORD THIS SESSION WRITES.  A SESSION WITH NO
      *    SIGNED-ON USER KEEPS A BLANK OPERATOR, WHO HOLDS NO ROLES
      *    AND IS REFUSED EVERY CHANGE.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           MOVE WSC-OPERATOR-ID           TO ST032-OPERATOR-ID.
       10080-EXIT.
           EXIT.

               MOVE STC-Y                 TO WSC-CMDLINE-MODE
           ELSE
               DISPLAY 'ENTER COMMAND - LIST / ADD / CHANGE <N> / '
                       'DELETE <N> / APPROVE <ID> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
      *    ROLES ARE READ AGAIN FOR EVERY COMMAND, SO A GRANT OR
      *    REVOKE MADE WITH ORGUT127 TAKES EFFECT AT ONCE.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
           MOVE WSC-OPERATOR-ID           TO WSC-AUDIT-OPERATOR.
           EVALUATE TRUE
               WHEN WSC-CMD-LIST
                AND NOT ST032-MAY-INQUIRE
                   PERFORM 48000-REFUSE THRU 48000-EXIT
               WHEN (WSC-CMD-ADD OR WSC-CMD-CHANGE OR WSC-CMD-DELETE)
                AND NOT ST032-MAY-SCHEDULE
                   PERFORM 48000-REFUSE THRU 48000-EXIT
               WHEN WSC-CMD-APPROVE
                AND NOT ST032-MAY-APPROVE
                   PERFORM 48000-REFUSE THRU 48000-EXIT
               WHEN WSC-CMD-APPROVE
                   PERFORM 45000-APPROVE-HELD-CHANGE THRU 45000-EXIT
               WHEN WSC-CMD-LIST
                   PERFORM 41000-LIST-SCHEDULE THRU 41000-EXIT
               WHEN WSC-CMD-ADD
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.

      *    A RECORD THAT DELETES FILES WAITS FOR A SECOND APPROVER.
           IF RECORD-OK
              AND WSC-WRK-DISPO-DELETE
               MOVE SPACES                TO WSC-OLD-IMAGE-HOLD
               MOVE ZEROES                TO WSC-ARG-NUMBER
               MOVE 'ADD'                 TO WSC-HOLD-ACTION
               PERFORM 47000-HOLD-SCHEDULE-CHANGE THRU 47000-EXIT
               GO TO 42000-EXIT
           END-IF.

           IF RECORD-OK
               ADD 1                      TO WSC-SCHED-COUNT
               MOVE WSC-WORK-RECORD       TO WSC-SCHED-ENTRY
           PERFORM 46000-PROMPT-FIELDS THRU 46000-EXIT.
           PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT.

      *    A RECORD LEFT DELETING FILES WAITS FOR A SECOND APPROVER -
      *    WHETHER THE CHANGE MADE IT DELE OR ONLY ALTERED WHAT A
      *    DELE RECORD DELETES.
           IF RECORD-OK
              AND WSC-WRK-DISPO-DELETE
               MOVE 'CHANGE'              TO WSC-HOLD-ACTION
               PERFORM 47000-HOLD-SCHEDULE-CHANGE THRU 47000-EXIT
               GO TO 43000-EXIT
           END-IF.

           IF RECORD-OK
               MOVE WSC-WORK-RECORD       TO WSC-SCHED-ENTRY
                                             (WSC-ARG-NUMBER)
       44000-EXIT.
           EXIT.

       45000-APPROVE-HELD-CHANGE.
           MOVE ZEROES                    TO WSC-ARG-ID.
           IF WSC-ARG-NUMBER-X (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-ARG-NUMBER-X)
                                          TO WSC-ARG-ID
           END-IF.
           IF WSC-ARG-ID = ZEROES
               DISPLAY 'NOT A HELD CHANGE ID: ' WSC-ARG-NUMBER-X
               GO TO 45000-EXIT
           END-IF.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 114008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 45000-EXIT
           END-IF.
           MOVE WSC-ARG-ID                TO ST032-CHANGE-ID-ARG.
           PERFORM U4210-READ-CHANGE THRU U4210-EXIT.
           IF NOT ST032-CHANGE-OK
               DISPLAY 'NO SUCH HELD CHANGE: ' WSC-ARG-ID
               GO TO 45000-CLOSE
           END-IF.

           PERFORM U4250-DISPLAY-CHANGE THRU U4250-EXIT.
           PERFORM U4240-CHECK-APPROVAL THRU U4240-EXIT.
           EVALUATE TRUE
               WHEN ST032-APPROVAL-ALLOWED
                   CONTINUE
               WHEN ST032-APPROVAL-SELF
                   DISPLAY 'APPROVE REJECTED: A HELD CHANGE MUST BE '
                           'APPROVED BY SOMEONE OTHER THAN '
                           ST031-REQUESTED-BY
                   MOVE 114007            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
                   GO TO 45000-CLOSE
               WHEN ST032-APPROVAL-WRONG-OWNER
                   DISPLAY 'APPROVE REJECTED: THIS CHANGE IS APPLIED '
                           'BY ' ST031-OWNER-PROGRAM
                   GO TO 45000-CLOSE
               WHEN OTHER
                   DISPLAY 'APPROVE REJECTED: CHANGE IS NOT AWAITING '
                           'APPROVAL'
                   GO TO 45000-CLOSE
           END-EVALUATE.

           DISPLAY 'APPROVE AND APPLY THIS CHANGE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'APPROVAL NOT CONFIRMED - CHANGE STILL HELD'
               GO TO 45000-CLOSE
           END-IF.

      *    WHAT WAS APPROVED MUST STILL BE WHAT WOULD HAPPEN: A CHANGE
      *    APPLIES ONLY TO THE RECORD AS IT STOOD WHEN KEYED, AND
      *    EITHER KIND MUST STILL PASS EVERY EDIT (THE DIRECTORY MAY
      *    HAVE GONE, OR A DUPLICATE BEEN ADDED, IN THE MEANTIME).
           MOVE ST031-SCHD-NEW-IMAGE      TO WSC-WORK-RECORD.
           MOVE ST031-SCHD-OLD-IMAGE      TO WSC-OLD-IMAGE-HOLD.
           MOVE ST031-SCHD-RECORD-NUMBER  TO WSC-ARG-NUMBER.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE SPACES                    TO WSC-REJECT-REASON.
           IF ST031-SCHD-ACTION = 'CHANGE'
               IF WSC-ARG-NUMBER < 1
                  OR WSC-ARG-NUMBER > WSC-SCHED-COUNT
                   MOVE STC-N             TO WSC-RECORD-OK
               ELSE
                   IF WSC-SCHED-ENTRY (WSC-ARG-NUMBER)
                          NOT = WSC-OLD-IMAGE-HOLD
                       MOVE STC-N         TO WSC-RECORD-OK
                   END-IF
               END-IF
               IF NOT RECORD-OK
                   MOVE 'RECORD HAS CHANGED SINCE THE CHANGE WAS KEYED'
                                          TO WSC-REJECT-REASON
               END-IF
           ELSE
               IF WSC-SCHED-COUNT >= 500
                   MOVE STC-N             TO WSC-RECORD-OK
                   MOVE 'SCHEDULE IS FULL'
                                          TO WSC-REJECT-REASON
               END-IF
           END-IF.
           IF RECORD-OK
               MOVE STC-Y                 TO WSC-APPROVE-SWITCH
               PERFORM 50000-EDIT-WORK-RECORD THRU 50000-EXIT
               MOVE STC-N                 TO WSC-APPROVE-SWITCH
           END-IF.

           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE WSC-OPERATOR-ID           TO ST031-APPROVED-BY
                                             ST031-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST031-APPROVED-DATE
                                             ST031-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST031-APPROVED-TIME
                                             ST031-CLOSED-TIME.
           IF NOT RECORD-OK
               MOVE 'R'                   TO ST031-CHANGE-STATE
               PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT
               MOVE 114010                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               DISPLAY 'NOT APPLIED: ' WSC-REJECT-REASON
               DISPLAY 'KEY THE CHANGE AGAIN IF IT IS STILL WANTED'
               GO TO 45000-CLOSE
           END-IF.

      *    THE AUDIT RECORD NAMES THE OPERATOR WHO ASKED FOR THE
      *    CHANGE; WHO APPROVED IT IS ON THE HELD CHANGE ITSELF.
           IF ST031-SCHD-ACTION = 'CHANGE'
               MOVE WSC-WORK-RECORD       TO WSC-SCHED-ENTRY
                                             (WSC-ARG-NUMBER)
           ELSE
               ADD 1                      TO WSC-SCHED-COUNT
               MOVE WSC-WORK-RECORD       TO WSC-SCHED-ENTRY
                                             (WSC-SCHED-COUNT)
               MOVE WSC-SCHED-COUNT       TO WSC-ARG-NUMBER
           END-IF.
           MOVE ST031-SCHD-ACTION         TO SAR-ACTION.
           MOVE ST031-REQUESTED-BY        TO WSC-AUDIT-OPERATOR.
           PERFORM 56000-WRITE-AUDIT-RECORD THRU 56000-EXIT.
           PERFORM 55000-REWRITE-SCHEDULE THRU 55000-EXIT.

           MOVE 'D'                       TO ST031-CHANGE-STATE.
           MOVE WSC-ARG-NUMBER            TO ST031-SCHD-RECORD-NUMBER.
           PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 114008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
           MOVE 114009                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'RECORD ' WSC-ARG-NUMBER ' '
                   ST031-SCHD-ACTION ' APPLIED'.
       45000-CLOSE.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       45000-EXIT.
           EXIT.

       47000-HOLD-SCHEDULE-CHANGE.
      *    THE EDITED WORK RECORD, THE RECORD NUMBER AND OLD IMAGE
      *    (ZERO AND SPACES FOR AN ADD) AND WSC-HOLD-ACTION ARE SET BY
      *    THE CALLER.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 114008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               DISPLAY WSC-HOLD-ACTION ' NOT APPLIED - A DELE RECORD '
                       'NEEDS A SECOND APPROVER AND THE HELD CHANGE '
                       'FILE IS UNAVAILABLE'
               GO TO 47000-EXIT
           END-IF.

           MOVE SPACES                    TO ST031-CHANGE-DATA.
           MOVE 'SCHD'                    TO ST031-CHANGE-TYPE.
           MOVE WSC-ORGUT113              TO ST031-OWNER-PROGRAM.
           MOVE 'SCHEDULE RECORD SET TO DELE WITH CONFIRM Y'
                                          TO ST031-HOLD-REASON.
           MOVE WSC-HOLD-ACTION           TO ST031-SCHD-ACTION.
           MOVE WSC-ARG-NUMBER            TO ST031-SCHD-RECORD-NUMBER.
           MOVE WSC-OLD-IMAGE-HOLD        TO ST031-SCHD-OLD-IMAGE.
           MOVE WSC-WORK-RECORD           TO ST031-SCHD-NEW-IMAGE.
           PERFORM U4230-HOLD-CHANGE THRU U4230-EXIT.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 114008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 47000-EXIT
           END-IF.

           MOVE 114006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY WSC-HOLD-ACTION ' NOT YET APPLIED - HELD AS CHANGE '
                   ST032-NEW-CHANGE-ID.
           DISPLAY 'A SECOND OPERATOR MUST APPLY IT WITH:'.
           DISPLAY '    ORGUT113 APPROVE ' ST032-NEW-CHANGE-ID.
       47000-EXIT.
           EXIT.

       48000-REFUSE.
      *    EVERY REFUSAL IS LOGGED, NAMING THE OPERATOR ON THE CONSOLE.
           DISPLAY 'REFUSED: OPERATOR ' WSC-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO ' WSC-COMMAND.
           MOVE 114005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       48000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
                       MOVE STC-N         TO WSC-RECORD-OK
                       MOVE 'TEXT SEARCH PATTERN IS BLANK'
                                          TO WSC-REJECT-REASON
                   ELSE
                       IF WSC-WRK-SEARCH-PATTERN (1:4) = 'SET='
                           PERFORM 50037-EDIT-PATTERN-SET
                                   THRU 50037-EXIT
                       END-IF
                   END-IF
               WHEN WSC-WRK-TYPE-DATE
                   PERFORM 50035-EDIT-DATE-PATTERN THRU 50035-EXIT
       50036-EXIT.
           EXIT.

       50037-EDIT-PATTERN-SET.
      *    SAME RULE AS ORGUT103'S 40237.  THE LIBRARY IS OPENED FOR
      *    EACH CHECK RATHER THAN HELD FOR THE SESSION, SO A SET JUST
      *    ADDED WITH ORGUT120 IS SEEN WITHOUT RESTARTING.
           IF WSC-WRK-SEARCH-PATTERN (5:20) = SPACES
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET NAME IS BLANK'
                                          TO WSC-REJECT-REASON
               GO TO 50037-EXIT
           END-IF.

           MOVE STC-N                     TO ST021-SET-FOUND-SW.
           MOVE STC-N                     TO ST021-LIB-AVAILABLE-SW.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           EVALUATE ST021-LIB-STATUS
               WHEN '00'
                   MOVE STC-Y             TO ST021-LIB-AVAILABLE-SW
               WHEN '05'
                   CLOSE PATTERN-LIBRARY-FILE
           END-EVALUATE.
           IF ST021-LIB-AVAILABLE
               MOVE WSC-WRK-SEARCH-PATTERN (5:20)
                                          TO ST020-SET-NAME
               READ PATTERN-LIBRARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STC-Y         TO ST021-SET-FOUND-SW
               END-READ
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.

           IF NOT ST021-SET-FOUND
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET NOT ON PATTERN LIBRARY'
                                          TO WSC-REJECT-REASON
               GO TO 50037-EXIT
           END-IF.
           IF ST020-PATTERN-COUNT = ZEROES
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET HAS NO PATTERNS'
                                          TO WSC-REJECT-REASON
           END-IF.
       50037-EXIT.
           EXIT.

       50040-EDIT-DISPOSITION.
      *    SAME PAIRING RULES AS ORGUT103'S 40250.
           EVALUATE TRUE
      *    IN DISPOSITION ARE AMBIGUOUS - THE SECOND'S DISPOSITION
      *    WOULD SILENTLY NEVER APPLY - AND ORGUT103 REJECTS THE
      *    PAIR THE NIGHT THEY ARE CUT, SO THEY ARE CAUGHT HERE
      *    FIRST.  ON A CHANGE (KEYED NOW, OR HELD AND NOW BEING
      *    APPROVED), THE RECORD BEING CHANGED IS NOT ITS OWN
      *    DUPLICATE.
           PERFORM VARYING WSC-ENTRY-IDX FROM 1 BY 1
                   UNTIL WSC-ENTRY-IDX > WSC-SCHED-COUNT
                      OR NOT RECORD-OK
               IF WSC-WORK-RECORD (1:124)
                       = WSC-SCHED-ENTRY (WSC-ENTRY-IDX) (1:124)
                  AND NOT ((WSC-CMD-CHANGE OR APPROVING-CHANGE)
                           AND WSC-ENTRY-IDX = WSC-ARG-NUMBER)
                   MOVE STC-N             TO WSC-RECORD-OK
                   MOVE 'DUPLICATE OF AN EXISTING SCHEDULE RECORD'
               MOVE WSC-WORK-RECORD       TO SAR-NEW-IMAGE
               MOVE WSC-DATE-HOLD         TO SAR-CHANGE-DATE
               MOVE WSC-TIME-HOLD         TO SAR-CHANGE-TIME
               MOVE WSC-AUDIT-OPERATOR    TO SAR-OPERATOR-ID
               WRITE SCHEDULE-AUDIT-RECORD
               CLOSE SCHED-AUDIT-FILE
           ELSE
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       90000-EXIT.
           EXIT.

      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX008.CPY'.
