      *   REPORT <FROMDATE> <TODATE>      - DISPLAY EVERY AUDITED      *
      *          CHANGE IN THE YYYYMMDD DATE RANGE, SO "WHAT CHANGED   *
      *          BEFORE TUESDAY'S BAD RUN" IS ANSWERED IN MINUTES      *
      *   APPROVE <ID>                    - APPLY A CHANGE HELD FOR    *
      *          SECOND-PERSON APPROVAL (SEE BELOW)                    *
      * THE COMMAND IS TAKEN FROM THE COMMAND LINE FOR A ONE-SHOT      *
      * CALL, OR KEYED IN AT THE CONSOLE FOR AN INTERACTIVE SESSION.   *
      * EVERY COMMAND IS CHECKED AGAINST THE OPERATOR AUTHORIZATION    *
      * FILE (ORGST030): LIST AND REPORT NEED ANY ROLE, SET NEEDS THE  *
      * CONFIG ROLE, APPROVE THE APPROVER ROLE.  A SET OF              *
      * QUARANTINE-DIR, RETENTION-DAYS, OPERATOR-AUTH-PATH,            *
      * HELD-CHANGE-PATH OR ANY DB- VALUE DOES NOT TAKE EFFECT WHEN    *
      * KEYED - IT IS HELD ON THE HELD CHANGE FILE                     *
      * (ORGST031) UNTIL A SECOND, DIFFERENT OPERATOR APPROVES IT,     *
      * AND IS ONLY APPLIED IF THE VALUE HAS NOT CHANGED IN BETWEEN.   *
      * EVERY REFUSAL IS LOGGED.                                       *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 08-21-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! OPERATOR ROLES CHECKED ON EVERY        *
      *            !          ! COMMAND; SENSITIVE SETS HELD FOR A     *
      *            !          ! SECOND APPROVER; APPROVE COMMAND.      *
      * 10-15-2026 ! SBOLT    ! AUTHORIZATION AND HELD CHANGE FILE     *
      *            !          ! PATHS HELD FOR A SECOND APPROVER TOO;  *
      *            !          ! NO OPERATOR PROMPT WITHOUT A USER.     *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-AUDIT-STATUS.

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
           05 CAR-CHANGE-TIME              PIC 9(08).
           05 CAR-OPERATOR-ID              PIC X(08).

        FD OPERATOR-AUTH-FILE.
               COPY 'ORGST030.CPY'.

        FD HELD-CHANGE-FILE.
               COPY 'ORGST031.CPY'.


       EJECT
      ******************************************************************

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
                                          VALUE 'CONFIG-AUDIT-PATH'.
           05  STC-AUDIT-FILE-DFLT       PIC X(81)
                                          VALUE 'C:\DCCMAUDIT.DAT'.
      *    CONFIG VALUES WHOSE CHANGE WAITS FOR A SECOND APPROVER -
      *    WHERE THE QUARANTINE LIVES, HOW LONG IT IS KEPT, AND HOW
      *    THE DATABASE IS REACHED.  THE AUTHORIZATION AND HELD CHANGE
      *    FILE PATH NAMES (ORGST032) ARE HELD AS WELL.
           05  STC-QUARANTINE-DIR-NAME   PIC X(30)
                                          VALUE 'QUARANTINE-DIR'.
           05  STC-RETENTION-DAYS-NAME   PIC X(30)
                                          VALUE 'RETENTION-DAYS'.
           05  STC-DB-NAME-PREFIX        PIC X(03) VALUE 'DB-'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
               88  CMDLINE-MODE              VALUE 'Y'.
           05  WSC-SESSION-DONE          PIC X(01) VALUE 'N'.
               88  SESSION-DONE              VALUE 'Y'.
           05  WSC-COMMAND               PIC X(07) VALUE SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-SET               VALUE 'SET'.
               88  WSC-CMD-REPORT            VALUE 'REPORT'.
               88  WSC-CMD-APPROVE           VALUE 'APPROVE'.
           05  WSC-ARG-PROGRAM           PIC X(08) VALUE SPACES.
           05  WSC-ARG-NAME              PIC X(30) VALUE SPACES.
           05  WSC-ARG-VALUE             PIC X(30) VALUE SPACES.
           05  WSC-TO-DATE               PIC 9(08) VALUE ZEROES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-OLD-VALUE             PIC X(30) VALUE SPACES.
           05  WSC-AUDIT-OPERATOR        PIC X(08) VALUE SPACES.
           05  WSC-ARG-ID                PIC 9(06) VALUE ZEROES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-DUAL-CONTROL          PIC X(01) VALUE 'N'.
               88  DUAL-CONTROL-NAME         VALUE 'Y'.
           05  WSC-LIST-COUNT            PIC 9(03) VALUE ZEROES.
           05  WSC-REPORT-COUNT          PIC 9(05) VALUE ZEROES.
           05  WSC-AUDIT-EOF             PIC X(01) VALUE 'N'.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 108000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 108999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 108009.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'COULD NOT WRITE CONFIG AUDIT RECORD               '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108005.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'CONFIG CHANGE HELD FOR SECOND-PERSON APPROVAL     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'APPROVAL REFUSED - APPROVER IS THE REQUESTER      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE FILE COULD NOT BE OPENED OR UPDATED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108008.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CONFIG CHANGE APPROVED AND APPLIED           '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-108009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE NOT APPLIED - VALUE HAS SINCE CHANGED '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 10.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
               MOVE 108001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.

           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT107              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT107              TO ST009-PROGRAM-NAME.
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
               DISPLAY 'ENTER COMMAND - LIST <PGM> / SET <PGM> '
                       '<NAME> <VALUE> / REPORT <FROM> <TO> / '
                       'APPROVE <ID> (BLANK TO END):'
               ACCEPT WSC-CMDLINE-TEXT
               IF WSC-CMDLINE-TEXT = SPACES
                   MOVE STC-Y             TO WSC-SESSION-DONE
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
      *    ROLES ARE READ AGAIN FOR EVERY COMMAND, SO A GRANT OR
      *    REVOKE MADE WITH ORGUT127 TAKES EFFECT AT ONCE.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
           EVALUATE TRUE
               WHEN (WSC-CMD-LIST OR WSC-CMD-REPORT)
                AND NOT ST032-MAY-INQUIRE
                   PERFORM 45000-REFUSE THRU 45000-EXIT
               WHEN WSC-CMD-SET
                AND NOT ST032-MAY-CONFIG
                   PERFORM 45000-REFUSE THRU 45000-EXIT
               WHEN WSC-CMD-APPROVE
                AND NOT ST032-MAY-APPROVE
                   PERFORM 45000-REFUSE THRU 45000-EXIT
               WHEN WSC-CMD-LIST
                   PERFORM 41000-LIST-CONFIG-VALUES THRU 41000-EXIT
               WHEN WSC-CMD-SET
                   PERFORM 42000-APPLY-CONFIG-CHANGE THRU 42000-EXIT
               WHEN WSC-CMD-REPORT
                   PERFORM 43000-REPORT-CHANGES THRU 43000-EXIT
               WHEN WSC-CMD-APPROVE
                   PERFORM 44000-APPROVE-HELD-CHANGE THRU 44000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
           END-EVALUATE.
               MOVE SPACES                TO WSC-OLD-VALUE
           END-IF.

      *    A CHANGE TO WHERE QUARANTINED FILES GO, HOW LONG THEY ARE
      *    KEPT, OR HOW THE DATABASE IS REACHED IS NOT APPLIED HERE -
      *    IT WAITS FOR A SECOND APPROVER.  SO IS A CHANGE TO WHERE THE
      *    AUTHORIZATION OR HELD CHANGE FILE LIVES, OR ONE OPERATOR
      *    COULD POINT THE CHECKS AT A FILE OF THEIR OWN MAKING.
           MOVE STC-N                     TO WSC-DUAL-CONTROL.
           IF WSC-ARG-NAME = STC-QUARANTINE-DIR-NAME
              OR WSC-ARG-NAME = STC-RETENTION-DAYS-NAME
              OR WSC-ARG-NAME (1:3) = STC-DB-NAME-PREFIX
              OR WSC-ARG-NAME = ST032-AUTH-PATH-LIT
              OR WSC-ARG-NAME = ST032-CHANGE-PATH-LIT
               MOVE STC-Y                 TO WSC-DUAL-CONTROL
           END-IF.
           IF DUAL-CONTROL-NAME
               PERFORM 42200-HOLD-CONFIG-CHANGE THRU 42200-EXIT
               GO TO 42000-EXIT
           END-IF.

           MOVE WSC-OPERATOR-ID           TO WSC-AUDIT-OPERATOR.
           MOVE WSC-ARG-PROGRAM           TO ST009-PROGRAM-NAME.
           MOVE WSC-ARG-NAME              TO ST009-CONFIG-NAME.
           MOVE WSC-ARG-VALUE             TO ST009-CONFIG-VALUE.
               MOVE WSC-ARG-VALUE         TO CAR-NEW-VALUE
               MOVE WSC-DATE-HOLD         TO CAR-CHANGE-DATE
               MOVE WSC-TIME-HOLD         TO CAR-CHANGE-TIME
               MOVE WSC-AUDIT-OPERATOR    TO CAR-OPERATOR-ID
               WRITE CONFIG-AUDIT-RECORD
               CLOSE CONFIG-AUDIT-FILE
           ELSE
       42100-EXIT.
           EXIT.

       42200-HOLD-CONFIG-CHANGE.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 108007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               DISPLAY 'NOT CHANGED - ' WSC-ARG-NAME
                       ' NEEDS A SECOND APPROVER AND THE HELD CHANGE '
                       'FILE IS UNAVAILABLE'
               GO TO 42200-EXIT
           END-IF.

           MOVE SPACES                    TO ST031-CHANGE-DATA.
           MOVE 'CONF'                    TO ST031-CHANGE-TYPE.
           MOVE WSC-ORGUT107              TO ST031-OWNER-PROGRAM.
           MOVE 'PROTECTED CONFIG VALUE'  TO ST031-HOLD-REASON.
           MOVE WSC-ARG-PROGRAM           TO ST031-CONF-PROGRAM.
           MOVE WSC-ARG-NAME              TO ST031-CONF-NAME.
           MOVE WSC-OLD-VALUE             TO ST031-CONF-OLD-VALUE.
           MOVE WSC-ARG-VALUE             TO ST031-CONF-NEW-VALUE.
           PERFORM U4230-HOLD-CHANGE THRU U4230-EXIT.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 108007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 42200-EXIT
           END-IF.

           MOVE 108005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'NOT YET CHANGED - ' WSC-ARG-PROGRAM ' '
                   WSC-ARG-NAME ' FROM <' WSC-OLD-VALUE
                   '> TO <' WSC-ARG-VALUE '>'.
           DISPLAY 'HELD AS CHANGE ' ST032-NEW-CHANGE-ID
                   ' - A SECOND OPERATOR MUST APPLY IT WITH:'.
           DISPLAY '    ORGUT107 APPROVE ' ST032-NEW-CHANGE-ID.
       42200-EXIT.
           EXIT.

       43000-REPORT-CHANGES.
           MOVE FUNCTION NUMVAL(WSC-ARG-PROGRAM) TO WSC-FROM-DATE.
           MOVE FUNCTION NUMVAL(WSC-ARG-NAME)    TO WSC-TO-DATE.
       43100-EXIT.
           EXIT.

       44000-APPROVE-HELD-CHANGE.
           MOVE ZEROES                    TO WSC-ARG-ID.
           IF WSC-ARG-PROGRAM (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-ARG-PROGRAM)
                                          TO WSC-ARG-ID
           END-IF.
           IF WSC-ARG-ID = ZEROES
               DISPLAY 'NOT A HELD CHANGE ID: ' WSC-ARG-PROGRAM
               GO TO 44000-EXIT
           END-IF.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 108007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-EXIT
           END-IF.
           MOVE WSC-ARG-ID                TO ST032-CHANGE-ID-ARG.
           PERFORM U4210-READ-CHANGE THRU U4210-EXIT.
           IF NOT ST032-CHANGE-OK
               DISPLAY 'NO SUCH HELD CHANGE: ' WSC-ARG-ID
               GO TO 44000-CLOSE
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
                   MOVE 108006            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
                   GO TO 44000-CLOSE
               WHEN ST032-APPROVAL-WRONG-OWNER
                   DISPLAY 'APPROVE REJECTED: THIS CHANGE IS APPLIED '
                           'BY ' ST031-OWNER-PROGRAM
                   GO TO 44000-CLOSE
               WHEN OTHER
                   DISPLAY 'APPROVE REJECTED: CHANGE IS NOT AWAITING '
                           'APPROVAL'
                   GO TO 44000-CLOSE
           END-EVALUATE.

           DISPLAY 'APPROVE AND APPLY THIS CHANGE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'APPROVAL NOT CONFIRMED - CHANGE STILL HELD'
               GO TO 44000-CLOSE
           END-IF.

      *    THE CHANGE WAS KEYED AGAINST A VALUE; IF SOMETHING ELSE HAS
      *    CHANGED IT SINCE, WHAT WAS APPROVED IS NO LONGER WHAT WOULD
      *    HAPPEN, SO THE HELD CHANGE IS CLOSED UNAPPLIED.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           MOVE ST031-CONF-PROGRAM        TO WSC-ARG-PROGRAM
                                             ST009-PROGRAM-NAME.
           MOVE ST031-CONF-NAME           TO WSC-ARG-NAME
                                             ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-OLD-VALUE
           ELSE
               MOVE SPACES                TO WSC-OLD-VALUE
           END-IF.
           MOVE WSC-OPERATOR-ID           TO ST031-APPROVED-BY
                                             ST031-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST031-APPROVED-DATE
                                             ST031-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST031-APPROVED-TIME
                                             ST031-CLOSED-TIME.
           IF WSC-OLD-VALUE NOT = ST031-CONF-OLD-VALUE
               MOVE 'R'                   TO ST031-CHANGE-STATE
               PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT
               MOVE 108009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               DISPLAY 'NOT APPLIED - ' WSC-ARG-NAME ' IS NOW <'
                       WSC-OLD-VALUE '> - KEY THE CHANGE AGAIN'
               GO TO 44000-CLOSE
           END-IF.

           MOVE ST031-CONF-NEW-VALUE      TO WSC-ARG-VALUE
                                             ST009-CONFIG-VALUE.
           MOVE WSC-ARG-PROGRAM           TO ST009-PROGRAM-NAME.
           MOVE WSC-ARG-NAME              TO ST009-CONFIG-NAME.
           MOVE 'PUT '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF NOT CONFIG-VALUE-FOUND
               MOVE 108002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 44000-CLOSE
           END-IF.

      *    THE AUDIT RECORD NAMES THE OPERATOR WHO ASKED FOR THE
      *    CHANGE; WHO APPROVED IT IS ON THE HELD CHANGE ITSELF.
           MOVE ST031-REQUESTED-BY        TO WSC-AUDIT-OPERATOR.
           PERFORM 42100-WRITE-AUDIT-RECORD THRU 42100-EXIT.
           MOVE 'D'                       TO ST031-CHANGE-STATE.
           PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 108007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
           MOVE 108008                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'CHANGED ' WSC-ARG-PROGRAM ' '
                   WSC-ARG-NAME ' FROM <' WSC-OLD-VALUE
                   '> TO <' WSC-ARG-VALUE '>'.
       44000-CLOSE.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       44000-EXIT.
           EXIT.

       45000-REFUSE.
      *    EVERY REFUSAL IS LOGGED, NAMING THE OPERATOR ON THE CONSOLE.
           DISPLAY 'REFUSED: OPERATOR ' WSC-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO ' WSC-COMMAND.
           MOVE 108004                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       45000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
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
