      * SHOP HAS NO CMQODV COPYBOOK ON HAND), AND THE REQUEST AND      *
      * REPLY BUFFERS MIRROR ORGUT100'S WSC-MQ-MSG-BUFFER AND          *
      * WSC-MQ-REPLY-BUFFER FIELD FOR FIELD.                           *
      * RELEASE <ID> ON THE COMMAND LINE SUBMITS AN ON-DEMAND SCHEDULE *
      * RECORD RELEASED FOR AN IMMEDIATE RUN WITH ORGUT126 INSTEAD:    *
      * THE SEARCH TARGET IS TAKEN FROM THE RELEASE (ORGST027), WHICH  *
      * MUST BE READY (APPROVED, IF IT NEEDED APPROVAL), IMMEDIATE AND *
      * NOT PAST ITS EXPIRY DATE.  ONCE THE REQUEST IS ON THE QUEUE    *
      * THE RELEASE IS CLOSED AS USED AND AUDITED (ORGST029).          *
      * THE SIGNED-ON OPERATOR MUST HAVE AN ENTRY ON THE OPERATOR      *
      * AUTHORIZATION FILE (ORGST030) TO SEND ANYTHING.  AN AD HOC     *
      * SEARCH OF A DIRECTORY ON OR UNDER A PROTECTED ROOT IS NOT SENT *
      * - IT IS HELD ON THE HELD CHANGE FILE (ORGST031) UNTIL A        *
      * SECOND, DIFFERENT OPERATOR WITH THE APPROVER ROLE RUNS         *
      * APPROVE <ID>, AFTER WHICH THE REQUESTER SENDS IT WITH          *
      * SUBMIT <ID>.  EVERY REFUSAL IS LOGGED.                         *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! RELEASE <ID> SUBMITS AN ON-DEMAND      *
      *            !          ! SEARCH RELEASED FOR AN IMMEDIATE RUN   *
      *            !          ! AND CLOSES THE RELEASE AS USED.        *
      * 10-15-2026 ! SBOLT    ! OPERATOR AUTHORIZATION CHECKED;        *
      *            !          ! SEARCHES OF PROTECTED ROOTS HELD FOR A *
      *            !          ! SECOND APPROVER; APPROVE AND SUBMIT.   *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
        FD RELEASE-FILE.
      *    ONLY OPENED FOR RELEASE <ID>.
               COPY 'ORGST027.CPY'.

        FD RELEASE-AUDIT-FILE.
               COPY 'ORGST029.CPY'.

        FD OPERATOR-AUTH-FILE.
               COPY 'ORGST030.CPY'.

        FD HELD-CHANGE-FILE.
               COPY 'ORGST031.CPY'.


       EJECT

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

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD SEARCH RELEASE WS FIELDS              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST028.CPY'.

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
           05  WSC-REQUEST-MSGID         PIC X(24) VALUE SPACES.
           05  WSC-REQUEST-SENT          PIC X(01) VALUE 'N'.
               88  REQUEST-SENT              VALUE 'Y'.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-RELEASE-WORD          PIC X(07) VALUE SPACES.
           05  WSC-RELEASE-ID-X          PIC X(10) VALUE SPACES.
           05  WSC-RELEASE-MODE          PIC X(01) VALUE 'N'.
               88  RELEASE-MODE              VALUE 'Y'.
           05  WSC-RELEASE-OK            PIC X(01) VALUE 'Y'.
               88  RELEASE-OK                VALUE 'Y'.
           05  WSC-RELEASE-FILE-OPEN     PIC X(01) VALUE 'N'.
               88  RELEASE-FILE-OPEN         VALUE 'Y'.
           05  WSC-RELEASE-REFUSAL       PIC X(50) VALUE SPACES.
           05  WSC-HELD-WORD             PIC X(07) VALUE SPACES.
           05  WSC-HELD-ID-X             PIC X(10) VALUE SPACES.
           05  WSC-HELD-MODE             PIC X(01) VALUE SPACE.
               88  APPROVE-MODE              VALUE 'A'.
               88  SUBMIT-MODE               VALUE 'S'.
           05  WSC-REQUEST-OK            PIC X(01) VALUE 'Y'.
               88  REQUEST-OK                VALUE 'Y'.
           05  WSC-HELD-REFUSAL          PIC X(50) VALUE SPACES.

       01  WSC-MQ-VARIABLES.
           05  WSC-MQ-QMGR-NAME          PIC X(48) VALUE SPACES.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 115000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 115999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 115014.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'NO REPLY WITHIN TIMEOUT - STANDING JOB MAY BE DOWN'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RELEASE NOT READY TO SUBMIT - NOT SENT     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115007.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RELEASE FILE UPDATE FAILED                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115008.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT WRITE RELEASE AUDIT RECORD              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115009.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115010.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH OF PROTECTED ROOT HELD FOR SECOND APPROVER '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115011.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'APPROVAL REFUSED - APPROVER IS THE REQUESTER      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115012.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD SEARCH REQUEST APPROVED FOR SUBMISSION       '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115013.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD SEARCH NOT READY TO SUBMIT - NOT SENT        '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-115014.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'HELD CHANGE FILE COULD NOT BE OPENED OR UPDATED   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 15.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT114              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           PERFORM 10060-GET-REQUEST-PARMS THRU 10060-EXIT.
           PERFORM 10100-GET-CONFIG-VALUES THRU 10100-EXIT.
           PERFORM 10110-CHECK-OPERATOR THRU 10110-EXIT.
           IF NOT REQUEST-OK
               GO TO 10000-EXIT
           END-IF.
           IF APPROVE-MODE
               PERFORM 20000-APPROVE-HELD-SEARCH THRU 20000-EXIT
               GO TO 10000-EXIT
           END-IF.
           IF SUBMIT-MODE
               PERFORM 10130-CHECK-HELD-SEARCH THRU 10130-EXIT
               IF NOT REQUEST-OK
                   GO TO 10000-EXIT
               END-IF
           END-IF.
      *    A RELEASE WAS CHECKED AGAINST THE PROTECTED ROOTS WHEN
      *    ORGUT126 RECORDED IT, AND A HELD SEARCH WHEN IT WAS KEYED.
           IF NOT RELEASE-MODE
              AND NOT SUBMIT-MODE
               PERFORM 10140-CHECK-PROTECTED THRU 10140-EXIT
               IF NOT REQUEST-OK
                   GO TO 10000-EXIT
               END-IF
           END-IF.
           IF RELEASE-MODE
               PERFORM 10120-CHECK-RELEASE THRU 10120-EXIT
               IF NOT RELEASE-OK
                   GO TO 10000-EXIT
               END-IF
           END-IF.
           PERFORM 10160-CONNECT-MQ THRU 10160-EXIT.
       10000-EXIT.
           EXIT.
      *    PATTERN.  NOTHING ON THE COMMAND LINE DROPS INTO CONSOLE
      *    PROMPTS, ORGUT102 STYLE.
           ACCEPT WSC-CMDLINE-TEXT FROM COMMAND-LINE.
      *    RELEASE <ID> TAKES THE TARGET FROM AN ORGUT126 RELEASE
      *    INSTEAD - SEE 10120.
           IF WSC-CMDLINE-TEXT (1:8) = 'RELEASE '
               MOVE STC-Y                 TO WSC-RELEASE-MODE
               UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
                   INTO WSC-RELEASE-WORD WSC-RELEASE-ID-X
               END-UNSTRING
               GO TO 10060-EXIT
           END-IF.
      *    APPROVE <ID> AND SUBMIT <ID> WORK A HELD SEARCH - SEE 20000
      *    AND 10130.
           IF WSC-CMDLINE-TEXT (1:8) = 'APPROVE '
              OR WSC-CMDLINE-TEXT (1:7) = 'SUBMIT '
               UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
                   INTO WSC-HELD-WORD WSC-HELD-ID-X
               END-UNSTRING
               MOVE WSC-HELD-WORD (1:1)   TO WSC-HELD-MODE
               GO TO 10060-EXIT
           END-IF.
           IF WSC-CMDLINE-TEXT NOT = SPACES
               UNSTRING WSC-CMDLINE-TEXT DELIMITED BY SPACE
                   INTO WSC-DIRECTORY-HOLD WSC-CONDITION-HOLD
               MOVE FUNCTION NUMVAL(ST009-CONFIG-VALUE)
                                          TO WSC-REPLY-TIMEOUT
           END-IF.

           MOVE ST028-RELEASE-PATH-DFLT   TO ST028-RELEASE-FILE-PATH.
           MOVE WSC-ORGUT114              TO ST009-PROGRAM-NAME.
           MOVE ST028-RELEASE-PATH-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-RELEASE-FILE-PATH
           END-IF.

           MOVE ST028-AUDIT-PATH-DFLT     TO ST028-AUDIT-FILE-PATH.
           MOVE WSC-ORGUT114              TO ST009-PROGRAM-NAME.
           MOVE ST028-AUDIT-PATH-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST028-AUDIT-FILE-PATH
           END-IF.

           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT114              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT114              TO ST009-PROGRAM-NAME.
           MOVE ST032-CHANGE-PATH-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-CHANGE-FILE-PATH
           END-IF.
       10100-EXIT.
           EXIT.

       10110-CHECK-OPERATOR.
      *    ANY ROLE MAY SEND A SEARCH; ONLY AN APPROVER MAY APPROVE A
      *    HELD ONE.  AN OPERATOR NOT ON THE FILE MAY DO NEITHER.
           ACCEPT ST032-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
           IF ST032-MAY-INQUIRE
              AND (ST032-MAY-APPROVE OR NOT APPROVE-MODE)
               GO TO 10110-EXIT
           END-IF.
           MOVE STC-N                     TO WSC-REQUEST-OK.
           DISPLAY 'REFUSED: OPERATOR ' ST032-OPERATOR-ID
                   ' IS NOT AUTHORIZED FOR THIS FUNCTION'.
           MOVE 115009                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       10110-EXIT.
           EXIT.

       10120-CHECK-RELEASE.
      *    ONLY A READY, IMMEDIATE, UNEXPIRED RELEASE IS SUBMITTED.  A
      *    MOVE OR DELE RELEASE IS NOT READY UNTIL A SECOND OPERATOR
      *    HAS APPROVED IT IN ORGUT126, SO THE APPROVAL CANNOT BE
      *    STEPPED AROUND FROM HERE.
           ACCEPT ST028-AUDIT-OPERATOR FROM ENVIRONMENT 'USERNAME'.
           MOVE SPACES                    TO WSC-RELEASE-REFUSAL.
           MOVE ZEROES                    TO ST027-RELEASE-ID.
           IF WSC-RELEASE-ID-X (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-RELEASE-ID-X)
                                          TO ST027-RELEASE-ID
           END-IF.
           IF ST027-RELEASE-ID = ZEROES
               MOVE 'NOT A RELEASE ID'    TO WSC-RELEASE-REFUSAL
               GO TO 10120-REFUSE
           END-IF.

           OPEN I-O RELEASE-FILE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 'SEARCH RELEASE FILE NOT AVAILABLE'
                                          TO WSC-RELEASE-REFUSAL
               GO TO 10120-REFUSE
           END-IF.
           MOVE STC-Y                     TO WSC-RELEASE-FILE-OPEN.

           READ RELEASE-FILE
               INVALID KEY
                   MOVE 'NO SUCH RELEASE' TO WSC-RELEASE-REFUSAL
                   GO TO 10120-REFUSE
           END-READ.
           EVALUATE TRUE
               WHEN ST027-STATE-PENDING
                   MOVE 'RELEASE IS STILL AWAITING APPROVAL'
                                          TO WSC-RELEASE-REFUSAL
               WHEN NOT ST027-STATE-READY
                   MOVE 'RELEASE IS CLOSED - USED, EXPIRED OR CANCELLED'
                                          TO WSC-RELEASE-REFUSAL
               WHEN NOT ST027-RUN-IMMEDIATE
                   MOVE 'RELEASE IS FOR TONIGHT - ORGUT108 RUNS IT'
                                          TO WSC-RELEASE-REFUSAL
               WHEN ST027-EXPIRY-DATE < WSC-DATE-HOLD
                   MOVE 'RELEASE HAS EXPIRED - RELEASE THE RECORD AGAIN'
                                          TO WSC-RELEASE-REFUSAL
           END-EVALUATE.
           IF WSC-RELEASE-REFUSAL NOT = SPACES
               GO TO 10120-REFUSE
           END-IF.

           MOVE ST027-IMG-DIRECTORY       TO WSC-DIRECTORY-HOLD.
           MOVE ST027-IMG-CONDITION       TO WSC-CONDITION-HOLD.
           MOVE ST027-IMG-SEARCH-TYPE     TO WSC-SEARCH-TYPE-HOLD.
           MOVE ST027-IMG-SEARCH-PATTERN  TO WSC-PATTERN-HOLD.
           DISPLAY 'SUBMITTING RELEASE ' ST027-RELEASE-ID
                   ' - SCHEDULE RECORD ' ST027-SCHED-RECORD-NUMBER
                   ' RELEASED BY ' ST027-RELEASED-BY.
           GO TO 10120-EXIT.

       10120-REFUSE.
           MOVE STC-N                     TO WSC-RELEASE-OK.
           DISPLAY 'RELEASE ' WSC-RELEASE-ID-X ' NOT SUBMITTED: '
                   WSC-RELEASE-REFUSAL.
           MOVE 115006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       10120-EXIT.
           EXIT.

       10130-CHECK-HELD-SEARCH.
      *    ONLY AN APPROVED SEARCH IS SENT, AND ONLY BY THE OPERATOR
      *    WHO ASKED FOR IT.  THE FILE STAYS OPEN SO 40200 CAN CLOSE
      *    THE CHANGE OUT ONCE THE REQUEST IS ON THE QUEUE.
           MOVE SPACES                    TO WSC-HELD-REFUSAL.
           MOVE ZEROES                    TO ST032-CHANGE-ID-ARG.
           IF WSC-HELD-ID-X (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-HELD-ID-X)
                                          TO ST032-CHANGE-ID-ARG
           END-IF.
           IF ST032-CHANGE-ID-ARG = ZEROES
               MOVE 'NOT A HELD CHANGE ID' TO WSC-HELD-REFUSAL
               GO TO 10130-REFUSE
           END-IF.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 'HELD CHANGE FILE NOT AVAILABLE'
                                          TO WSC-HELD-REFUSAL
               GO TO 10130-REFUSE
           END-IF.
           PERFORM U4210-READ-CHANGE THRU U4210-EXIT.
           EVALUATE TRUE
               WHEN NOT ST032-CHANGE-OK
                   MOVE 'NO SUCH HELD CHANGE'
                                          TO WSC-HELD-REFUSAL
               WHEN NOT ST031-TYPE-SEARCH
                  OR ST031-OWNER-PROGRAM NOT = WSC-ORGUT114
                   MOVE 'HELD CHANGE IS NOT A SEARCH REQUEST'
                                          TO WSC-HELD-REFUSAL
               WHEN ST031-STATE-PENDING
                   MOVE 'SEARCH IS STILL AWAITING APPROVAL'
                                          TO WSC-HELD-REFUSAL
               WHEN NOT ST031-STATE-APPROVED
                   MOVE 'SEARCH IS CLOSED - SENT OR REJECTED'
                                          TO WSC-HELD-REFUSAL
               WHEN ST031-REQUESTED-BY NOT = ST032-OPERATOR-ID
                   MOVE 'ONLY THE REQUESTER MAY SUBMIT THE SEARCH'
                                          TO WSC-HELD-REFUSAL
           END-EVALUATE.
           IF WSC-HELD-REFUSAL NOT = SPACES
               GO TO 10130-REFUSE
           END-IF.

           MOVE ST031-SRCH-DIRECTORY      TO WSC-DIRECTORY-HOLD.
           MOVE ST031-SRCH-CONDITION      TO WSC-CONDITION-HOLD.
           MOVE ST031-SRCH-TYPE           TO WSC-SEARCH-TYPE-HOLD.
           MOVE ST031-SRCH-PATTERN        TO WSC-PATTERN-HOLD.
           DISPLAY 'SUBMITTING HELD SEARCH ' ST031-CHANGE-ID
                   ' - APPROVED BY ' ST031-APPROVED-BY.
           GO TO 10130-EXIT.

       10130-REFUSE.
           MOVE STC-N                     TO WSC-REQUEST-OK.
           DISPLAY 'HELD SEARCH ' WSC-HELD-ID-X ' NOT SUBMITTED: '
                   WSC-HELD-REFUSAL.
           MOVE 115013                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       10130-EXIT.
           EXIT.

       10140-CHECK-PROTECTED.
      *    A SEARCH ON OR UNDER A PROTECTED ROOT IS HELD, NOT SENT.
           MOVE WSC-DIRECTORY-HOLD        TO ST032-CHECK-PATH.
           PERFORM U4100-CHECK-PROTECTED-ROOT THRU U4100-EXIT.
           IF NOT ST032-PATH-PROTECTED
               GO TO 10140-EXIT
           END-IF.
           MOVE STC-N                     TO WSC-REQUEST-OK.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 115014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               DISPLAY 'NOT SENT - ' WSC-DIRECTORY-HOLD
               DISPLAY 'IS UNDER PROTECTED ROOT ' ST032-ROOT-HIT
               DISPLAY 'AND THE HELD CHANGE FILE IS UNAVAILABLE'
               GO TO 10140-EXIT
           END-IF.
           MOVE SPACES                    TO ST031-CHANGE-DATA.
           MOVE 'SRCH'                    TO ST031-CHANGE-TYPE.
           MOVE WSC-ORGUT114              TO ST031-OWNER-PROGRAM.
           MOVE 'SEARCH REQUEST AGAINST A PROTECTED ROOT'
                                          TO ST031-HOLD-REASON.
           MOVE WSC-DIRECTORY-HOLD        TO ST031-SRCH-DIRECTORY.
           MOVE WSC-CONDITION-HOLD        TO ST031-SRCH-CONDITION.
           MOVE WSC-SEARCH-TYPE-HOLD      TO ST031-SRCH-TYPE.
           MOVE WSC-PATTERN-HOLD          TO ST031-SRCH-PATTERN.
           MOVE ST032-ROOT-HIT            TO ST031-SRCH-ROOT.
           PERFORM U4230-HOLD-CHANGE THRU U4230-EXIT.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 115014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 10140-EXIT
           END-IF.

           MOVE 115010                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 4                         TO RETURN-CODE.
           DISPLAY 'NOT YET SENT - ' WSC-DIRECTORY-HOLD.
           DISPLAY 'IS UNDER PROTECTED ROOT ' ST032-ROOT-HIT.
           DISPLAY 'HELD AS CHANGE ' ST032-NEW-CHANGE-ID
                   ' - A SECOND OPERATOR MUST APPROVE IT WITH:'.
           DISPLAY '    ORGUT114 APPROVE ' ST032-NEW-CHANGE-ID.
           DISPLAY 'THEN SEND IT WITH:'.
           DISPLAY '    ORGUT114 SUBMIT ' ST032-NEW-CHANGE-ID.
       10140-EXIT.
           EXIT.

       10160-CONNECT-MQ.
           IF WSC-MQ-QMGR-NAME = SPACES
              OR WSC-MQ-INPUT-QUEUE-NAME = SPACES
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL APPROVE A HELD SEARCH REQUEST. *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-APPROVE-HELD-SEARCH.
      *    APPROVAL ONLY CLEARS THE SEARCH TO BE SENT - THE REQUESTER
      *    STILL SENDS IT, AND SEES THE REPLY, WITH SUBMIT <ID>.
           MOVE ZEROES                    TO ST032-CHANGE-ID-ARG.
           IF WSC-HELD-ID-X (1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WSC-HELD-ID-X)
                                          TO ST032-CHANGE-ID-ARG
           END-IF.
           IF ST032-CHANGE-ID-ARG = ZEROES
               DISPLAY 'NOT A HELD CHANGE ID: ' WSC-HELD-ID-X
               MOVE 8                     TO RETURN-CODE
               GO TO 20000-EXIT
           END-IF.

           PERFORM U4200-OPEN-CHANGES THRU U4200-EXIT.
           IF NOT ST032-CHANGES-OPEN
               MOVE 115014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 20000-EXIT
           END-IF.
           PERFORM U4210-READ-CHANGE THRU U4210-EXIT.
           IF NOT ST032-CHANGE-OK
               DISPLAY 'NO SUCH HELD CHANGE: ' ST032-CHANGE-ID-ARG
               MOVE 8                     TO RETURN-CODE
               GO TO 20000-CLOSE
           END-IF.

           PERFORM U4250-DISPLAY-CHANGE THRU U4250-EXIT.
           PERFORM U4240-CHECK-APPROVAL THRU U4240-EXIT.
           EVALUATE TRUE
               WHEN ST032-APPROVAL-ALLOWED
                   CONTINUE
               WHEN ST032-APPROVAL-SELF
                   DISPLAY 'APPROVE REJECTED: A HELD SEARCH MUST BE '
                           'APPROVED BY SOMEONE OTHER THAN '
                           ST031-REQUESTED-BY
                   MOVE 115011            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
                   GO TO 20000-CLOSE
               WHEN ST032-APPROVAL-WRONG-OWNER
                   DISPLAY 'APPROVE REJECTED: THIS CHANGE IS APPLIED '
                           'BY ' ST031-OWNER-PROGRAM
                   MOVE 8                 TO RETURN-CODE
                   GO TO 20000-CLOSE
               WHEN OTHER
                   DISPLAY 'APPROVE REJECTED: CHANGE IS NOT AWAITING '
                           'APPROVAL'
                   MOVE 8                 TO RETURN-CODE
                   GO TO 20000-CLOSE
           END-EVALUATE.

           MOVE 'A'                       TO ST031-CHANGE-STATE.
           MOVE ST032-OPERATOR-ID         TO ST031-APPROVED-BY.
           MOVE WSC-DATE-HOLD             TO ST031-APPROVED-DATE.
           MOVE WSC-TIME-HOLD             TO ST031-APPROVED-TIME.
           PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 115014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 20000-CLOSE
           END-IF.
           MOVE 115012                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'HELD SEARCH ' ST031-CHANGE-ID ' APPROVED - '
                   ST031-REQUESTED-BY ' MAY NOW SEND IT WITH:'.
           DISPLAY '    ORGUT114 SUBMIT ' ST031-CHANGE-ID.
       20000-CLOSE.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL BUILD AND PUT THE SEARCH       *
               MOVE STC-Y                 TO WSC-REQUEST-SENT
               DISPLAY 'REQUEST SENT - WAITING UP TO '
                       WSC-REPLY-TIMEOUT ' SECONDS FOR THE REPLY'
               IF RELEASE-MODE
                   PERFORM 40100-CLOSE-RELEASE THRU 40100-EXIT
               END-IF
               IF SUBMIT-MODE
                   PERFORM 40200-CLOSE-HELD-SEARCH THRU 40200-EXIT
               END-IF
           ELSE
               MOVE 115004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
       40000-EXIT.
           EXIT.

       40100-CLOSE-RELEASE.
      *    THE RELEASE IS USED ONCE ITS REQUEST IS ON THE QUEUE,
      *    WHETHER OR NOT THE REPLY COMES BACK IN TIME - THE STANDING
      *    JOB WILL STILL RUN IT.
           MOVE 'U'                       TO ST027-RELEASE-STATE.
           MOVE ST028-AUDIT-OPERATOR      TO ST027-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST027-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST027-CLOSED-TIME.
           REWRITE ST027-RELEASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST028-RELEASE-STATUS NOT = '00'
               MOVE 115007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 40100-EXIT
           END-IF.

           MOVE 'USED'                    TO ST028-AUDIT-ACTION.
           PERFORM U3800-WRITE-RELEASE-AUDIT THRU U3800-EXIT.
           IF NOT ST028-AUDIT-WRITTEN
               MOVE 115008                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       40100-EXIT.
           EXIT.

       40200-CLOSE-HELD-SEARCH.
      *    AS WITH A RELEASE, THE HELD SEARCH IS DONE ONCE IT IS ON
      *    THE QUEUE.
           MOVE 'D'                       TO ST031-CHANGE-STATE.
           MOVE ST032-OPERATOR-ID         TO ST031-CLOSED-BY.
           MOVE WSC-DATE-HOLD             TO ST031-CLOSED-DATE.
           MOVE WSC-TIME-HOLD             TO ST031-CLOSED-TIME.
           PERFORM U4220-REWRITE-CHANGE THRU U4220-EXIT.
           IF NOT ST032-CHANGE-OK
               MOVE 115014                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       40200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
                                    WSC-MQ-REASON
               MOVE STC-N                 TO WSC-MQ-CONNECTED
           END-IF.
           IF RELEASE-FILE-OPEN
               CLOSE RELEASE-FILE
           END-IF.
           PERFORM U4290-CLOSE-CHANGES THRU U4290-EXIT.
       90000-EXIT.
           EXIT.

      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD SEARCH RELEASE AUDIT                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX007.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX008.CPY'.
