      ******************************************************************
      *    ORGPX008 - STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      * STANDARD PARAGRAPHS COPIED INTO EVERY PROGRAM THAT CHECKS AN   *
      * OPERATOR'S ROLES OR HOLDS A CHANGE FOR SECOND-PERSON APPROVAL  *
      * (SEE ORGST032 FOR THE FILE DECLARATIONS THE INCLUDING PROGRAM  *
      * SUPPLIES):                                                     *
      *   U4000-CHECK-OPERATOR      - WHAT MAY ST032-OPERATOR-ID DO?   *
      *   U4100-CHECK-PROTECTED-ROOT - IS ST032-CHECK-PATH ON OR UNDER *
      *                               A PROTECTED ROOT?                *
      *   U4200-OPEN-CHANGES        - OPEN THE HELD CHANGE FILE I-O    *
      *   U4210-READ-CHANGE         - READ ST032-CHANGE-ID-ARG         *
      *   U4220-REWRITE-CHANGE      - REWRITE THE CHANGE IN THE FD     *
      *   U4230-HOLD-CHANGE         - WRITE THE CHANGE BUILT IN THE FD *
      *                               AS A NEW PENDING CHANGE          *
      *   U4240-CHECK-APPROVAL      - MAY ST032-OPERATOR-ID APPROVE    *
      *                               THE CHANGE IN THE FD HERE?       *
      *   U4250-DISPLAY-CHANGE      - SHOW THE CHANGE IN THE FD        *
      *   U4290-CLOSE-CHANGES       - CLOSE THE HELD CHANGE FILE       *
      * THE AUTHORIZATION CHECKS FAIL CLOSED: AN AUTHORIZATION FILE    *
      * THAT CANNOT BE READ GRANTS NO ROLES AND PROTECTS EVERY PATH.   *
      * ONE THAT HAS NEVER BEEN CREATED GRANTS NO ROLES AND PROTECTS   *
      * NOTHING.  PATHS AND ROOTS ARE COMPARED WITHOUT REGARD TO CASE, *
      * AND A PATH THAT CLIMBS WITH '..' IS ALWAYS TREATED AS          *
      * PROTECTED.  THE CALLER SUPPLIES WSC-DATE-HOLD AND              *
      * WSC-TIME-HOLD (U4230 STAMPS THE REQUEST WITH THEM) AND LOGS    *
      * EVERY REFUSAL WITH ITS OWN MESSAGE NUMBER.                     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U4000-CHECK-OPERATOR.
           MOVE STC-N                    TO ST032-INQUIRY-SWITCH
                                            ST032-SCHEDULE-SWITCH
                                            ST032-CONFIG-SWITCH
                                            ST032-APPROVER-SWITCH.
           IF ST032-OPERATOR-ID = SPACES
               GO TO U4000-EXIT
           END-IF.

           OPEN INPUT OPERATOR-AUTH-FILE.
           IF ST032-AUTH-STATUS NOT = '00'
              AND ST032-AUTH-STATUS NOT = '05'
               GO TO U4000-EXIT
           END-IF.

           MOVE 'O'                      TO ST030-ENTRY-TYPE.
           MOVE ST032-OPERATOR-ID        TO ST030-ENTRY-VALUE.
           READ OPERATOR-AUTH-FILE
               INVALID KEY
                   MOVE SPACES           TO ST030-AUTH-DATA
           END-READ.
           IF ST032-AUTH-STATUS = '00'
               MOVE ST030-ROLE-SCHEDULE  TO ST032-SCHEDULE-SWITCH
               MOVE ST030-ROLE-CONFIG    TO ST032-CONFIG-SWITCH
               MOVE ST030-ROLE-APPROVER  TO ST032-APPROVER-SWITCH
      *        EVERY ROLE CARRIES INQUIRY WITH IT.
               IF ST030-ROLE-INQUIRY = 'Y'
                  OR ST030-ROLE-SCHEDULE = 'Y'
                  OR ST030-ROLE-CONFIG = 'Y'
                  OR ST030-ROLE-APPROVER = 'Y'
                   MOVE STC-Y            TO ST032-INQUIRY-SWITCH
               END-IF
           END-IF.
           CLOSE OPERATOR-AUTH-FILE.
       U4000-EXIT.
           EXIT.

       U4100-CHECK-PROTECTED-ROOT.
           MOVE STC-N                    TO ST032-ROOT-SWITCH.
           MOVE SPACES                   TO ST032-ROOT-HIT.
           MOVE ZEROES                   TO ST032-BEST-LENGTH.
           MOVE STC-N                    TO ST032-AUTH-EOF.

      *    'C:\OUT\..\DATA' NAMES 'C:\DATA' WITHOUT STARTING WITH IT,
      *    SO A PATH THAT CLIMBS CANNOT BE CLEARED BY ITS PREFIX.
           MOVE ZEROES                   TO ST032-DOTDOT-COUNT.
           INSPECT ST032-CHECK-PATH TALLYING ST032-DOTDOT-COUNT
                   FOR ALL '..'.
           IF ST032-DOTDOT-COUNT > ZEROES
               MOVE STC-Y                TO ST032-ROOT-SWITCH
               MOVE 'PATH CONTAINS ..'   TO ST032-ROOT-HIT
               GO TO U4100-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE (ST032-CHECK-PATH)
                                         TO ST032-CHECK-UPPER.

           OPEN INPUT OPERATOR-AUTH-FILE.
           IF ST032-AUTH-STATUS = '35'
               GO TO U4100-EXIT
           END-IF.
           IF ST032-AUTH-STATUS NOT = '00'
              AND ST032-AUTH-STATUS NOT = '05'
               MOVE STC-Y                TO ST032-ROOT-SWITCH
               MOVE 'AUTHORIZATION FILE UNREADABLE'
                                         TO ST032-ROOT-HIT
               GO TO U4100-EXIT
           END-IF.

      *    THE PROTECTED ROOTS ARE THE 'R' ENTRIES, ALL TOGETHER IN KEY
      *    ORDER.
           MOVE 'R'                      TO ST030-ENTRY-TYPE.
           MOVE SPACES                   TO ST030-ENTRY-VALUE.
           START OPERATOR-AUTH-FILE
               KEY IS NOT LESS THAN ST030-AUTH-KEY
               INVALID KEY
                   MOVE STC-Y            TO ST032-AUTH-EOF
           END-START.
           PERFORM U4110-READ-ROOT THRU U4110-EXIT
                   UNTIL ST032-AUTH-FILE-EOF.
           CLOSE OPERATOR-AUTH-FILE.
       U4100-EXIT.
           EXIT.

       U4110-READ-ROOT.
           READ OPERATOR-AUTH-FILE NEXT RECORD
               AT END
                   MOVE STC-Y            TO ST032-AUTH-EOF
               NOT AT END
                   IF ST030-TYPE-PROTECTED-ROOT
                       PERFORM U4120-MATCH-ROOT THRU U4120-EXIT
                   ELSE
                       MOVE STC-Y        TO ST032-AUTH-EOF
                   END-IF
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END.  A
      *    LIST OF ROOTS THAT CANNOT BE READ TO THE END PROTECTS THE
      *    PATH RATHER THAN LETTING IT THROUGH.
           IF ST032-AUTH-STATUS NOT = '00'
              AND ST032-AUTH-STATUS NOT = '10'
               MOVE STC-Y                TO ST032-AUTH-EOF
               MOVE STC-Y                TO ST032-ROOT-SWITCH
               MOVE 'AUTHORIZATION FILE UNREADABLE'
                                         TO ST032-ROOT-HIT
           END-IF.
       U4110-EXIT.
           EXIT.

       U4120-MATCH-ROOT.
      *    THE SIGNIFICANT LENGTH OF THE ROOT, THEN THE SAME BOUNDARY
      *    RULE AS THE OWNERSHIP PREFIXES IN ORGPX005 - 'C:\DATA'
      *    PROTECTS 'C:\DATA\HR' BUT NOT 'C:\DATABASE'.  THE LONGEST
      *    ROOT THAT MATCHES IS THE ONE REPORTED.  BOTH SIDES ARE
      *    COMPARED IN UPPER CASE, SO A ROOT KEYED AS 'C:\DATA' STILL
      *    PROTECTS THE SAME FOLDER TYPED IN LOWER CASE.
           MOVE ZEROES                   TO ST032-ROOT-LENGTH.
           PERFORM VARYING ST032-ROOT-POS FROM 80 BY -1
                   UNTIL ST032-ROOT-POS < 1
                      OR ST032-ROOT-LENGTH > ZEROES
               IF ST030-ENTRY-VALUE (ST032-ROOT-POS:1) NOT = SPACE
                   MOVE ST032-ROOT-POS   TO ST032-ROOT-LENGTH
               END-IF
           END-PERFORM.
           IF ST032-ROOT-LENGTH = ZEROES
              OR ST032-ROOT-LENGTH <= ST032-BEST-LENGTH
               GO TO U4120-EXIT
           END-IF.
           MOVE FUNCTION UPPER-CASE (ST030-ENTRY-VALUE)
                                         TO ST032-ROOT-UPPER.
           IF ST032-CHECK-UPPER (1:ST032-ROOT-LENGTH)
                   NOT = ST032-ROOT-UPPER (1:ST032-ROOT-LENGTH)
               GO TO U4120-EXIT
           END-IF.

           IF ST032-ROOT-LENGTH < 80
               MOVE ST032-CHECK-PATH (ST032-ROOT-LENGTH + 1:1)
                                         TO ST032-NEXT-CHAR
           ELSE
               MOVE SPACE                TO ST032-NEXT-CHAR
           END-IF.
           IF ST030-ENTRY-VALUE (ST032-ROOT-LENGTH:1) = '\'
              OR ST032-NEXT-CHAR = '\'
              OR ST032-NEXT-CHAR = SPACE
               MOVE ST032-ROOT-LENGTH    TO ST032-BEST-LENGTH
               MOVE ST030-ENTRY-VALUE    TO ST032-ROOT-HIT
               MOVE STC-Y                TO ST032-ROOT-SWITCH
           END-IF.
       U4120-EXIT.
           EXIT.

       U4200-OPEN-CHANGES.
      *    A HELD CHANGE FILE THAT DOES NOT EXIST YET IS CREATED EMPTY
      *    SO THE FIRST HELD CHANGE HAS SOMEWHERE TO GO.
           MOVE STC-N                    TO ST032-CHANGE-OPEN-SWITCH.
           OPEN I-O HELD-CHANGE-FILE.
           IF ST032-CHANGE-STATUS = '35'
               OPEN OUTPUT HELD-CHANGE-FILE
               CLOSE HELD-CHANGE-FILE
               OPEN I-O HELD-CHANGE-FILE
           END-IF.
           IF ST032-CHANGE-STATUS = '00'
              OR ST032-CHANGE-STATUS = '05'
               MOVE STC-Y                TO ST032-CHANGE-OPEN-SWITCH
           END-IF.
       U4200-EXIT.
           EXIT.

       U4210-READ-CHANGE.
      *    KEY ZEROES IS THE LAST-ID RECORD, NOT A CHANGE.
           MOVE STC-N                    TO ST032-CHANGE-SWITCH.
           IF ST032-CHANGE-ID-ARG = ZEROES
               GO TO U4210-EXIT
           END-IF.
           MOVE ST032-CHANGE-ID-ARG      TO ST031-CHANGE-ID.
           READ HELD-CHANGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ST032-CHANGE-STATUS = '00'
               MOVE STC-Y                TO ST032-CHANGE-SWITCH
           END-IF.
       U4210-EXIT.
           EXIT.

       U4220-REWRITE-CHANGE.
           MOVE STC-N                    TO ST032-CHANGE-SWITCH.
           REWRITE ST031-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST032-CHANGE-STATUS = '00'
               MOVE STC-Y                TO ST032-CHANGE-SWITCH
           END-IF.
       U4220-EXIT.
           EXIT.

       U4230-HOLD-CHANGE.
      *    THE CALLER HAS FILLED IN THE TYPE, OWNER, REASON AND DETAIL
      *    OF THE CHANGE; THIS ISSUES IT THE NEXT ID (CARRIED ON THE
      *    RECORD KEYED ZEROES, AS ON THE RELEASE FILE) AND WRITES IT
      *    PENDING, REQUESTED BY ST032-OPERATOR-ID.
           MOVE STC-N                    TO ST032-CHANGE-SWITCH.
           MOVE ZEROES                   TO ST032-NEW-CHANGE-ID.
           MOVE ST031-CHANGE-DATA        TO ST032-CHANGE-HOLD.

           MOVE ZEROES                   TO ST031-CHANGE-ID.
           READ HELD-CHANGE-FILE
               INVALID KEY
                   MOVE SPACES           TO ST031-CONTROL-DATA
                   MOVE ZEROES           TO ST031-CHANGE-ID
                                            ST031-LAST-CHANGE-ID
                   WRITE ST031-CHANGE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           IF ST032-CHANGE-STATUS NOT = '00'
               GO TO U4230-EXIT
           END-IF.
           ADD 1                         TO ST031-LAST-CHANGE-ID.
           MOVE ST031-LAST-CHANGE-ID     TO ST032-NEW-CHANGE-ID.
           REWRITE ST031-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST032-CHANGE-STATUS NOT = '00'
               GO TO U4230-EXIT
           END-IF.

           MOVE ST032-NEW-CHANGE-ID      TO ST031-CHANGE-ID.
           MOVE ST032-CHANGE-HOLD        TO ST031-CHANGE-DATA.
           MOVE 'P'                      TO ST031-CHANGE-STATE.
           MOVE ST032-OPERATOR-ID        TO ST031-REQUESTED-BY.
           MOVE WSC-DATE-HOLD            TO ST031-REQUESTED-DATE.
           MOVE WSC-TIME-HOLD            TO ST031-REQUESTED-TIME.
           MOVE SPACES                   TO ST031-APPROVED-BY
                                            ST031-CLOSED-BY.
           MOVE ZEROES                   TO ST031-APPROVED-DATE
                                            ST031-APPROVED-TIME
                                            ST031-CLOSED-DATE
                                            ST031-CLOSED-TIME.
           WRITE ST031-CHANGE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF ST032-CHANGE-STATUS = '00'
               MOVE STC-Y                TO ST032-CHANGE-SWITCH
           END-IF.
       U4230-EXIT.
           EXIT.

       U4240-CHECK-APPROVAL.
      *    ONLY AN APPROVER MAY APPROVE, ONLY A PENDING CHANGE, ONLY IN
      *    THE PROGRAM THAT OWNS IT (WHICH KNOWS HOW TO APPLY IT), AND
      *    NEVER THE OPERATOR WHO ASKED FOR IT - THE WHOLE POINT OF
      *    THE HOLD IS A SECOND PAIR OF EYES.
           EVALUATE TRUE
               WHEN NOT ST032-MAY-APPROVE
                   MOVE 'R'              TO ST032-APPROVAL-CHECK
               WHEN NOT ST031-STATE-PENDING
                   MOVE 'P'              TO ST032-APPROVAL-CHECK
               WHEN ST031-OWNER-PROGRAM NOT = SCB-PROGRAM-NAME
                   MOVE 'W'              TO ST032-APPROVAL-CHECK
               WHEN ST031-REQUESTED-BY = ST032-OPERATOR-ID
                   MOVE 'S'              TO ST032-APPROVAL-CHECK
               WHEN OTHER
                   MOVE 'Y'              TO ST032-APPROVAL-CHECK
           END-EVALUATE.
       U4240-EXIT.
           EXIT.

       U4250-DISPLAY-CHANGE.
           EVALUATE TRUE
               WHEN ST031-STATE-PENDING
                   MOVE 'PENDING'        TO ST032-STATE-TEXT
               WHEN ST031-STATE-APPROVED
                   MOVE 'APPROVED'       TO ST032-STATE-TEXT
               WHEN ST031-STATE-DONE
                   MOVE 'DONE'           TO ST032-STATE-TEXT
               WHEN ST031-STATE-REJECTED
                   MOVE 'REJECTED'       TO ST032-STATE-TEXT
               WHEN OTHER
                   MOVE ST031-CHANGE-STATE
                                         TO ST032-STATE-TEXT
           END-EVALUATE.

           DISPLAY ' '.
           DISPLAY 'HELD CHANGE ' ST031-CHANGE-ID
                   '  STATE: ' ST032-STATE-TEXT
                   '  TYPE: ' ST031-CHANGE-TYPE
                   '  APPLIED BY: ' ST031-OWNER-PROGRAM.
           DISPLAY '  REASON:    ' ST031-HOLD-REASON.
           EVALUATE TRUE
               WHEN ST031-TYPE-CONFIG
                   DISPLAY '  SET ' ST031-CONF-PROGRAM
                           ' ' ST031-CONF-NAME
                   DISPLAY '    FROM: ' ST031-CONF-OLD-VALUE
                   DISPLAY '    TO:   ' ST031-CONF-NEW-VALUE
               WHEN ST031-TYPE-SCHEDULE
                   DISPLAY '  ' ST031-SCHD-ACTION
                           ' SCHEDULE RECORD '
                           ST031-SCHD-RECORD-NUMBER
                   IF ST031-SCHD-OLD-IMAGE NOT = SPACES
                       DISPLAY '    FROM: '
                               ST031-SCHD-OLD-IMAGE (1:60)
                   END-IF
                   DISPLAY '    TO:   ' ST031-SCHD-NEW-IMAGE (1:60)
                   DISPLAY '          ' ST031-SCHD-NEW-IMAGE (61:72)
               WHEN ST031-TYPE-SEARCH
                   DISPLAY '  SEARCH ' ST031-SRCH-DIRECTORY
                   DISPLAY '    CONDITION=' ST031-SRCH-CONDITION
                           ' TYPE=' ST031-SRCH-TYPE
                           ' PATTERN=' ST031-SRCH-PATTERN
                   DISPLAY '    UNDER PROTECTED ROOT '
                           ST031-SRCH-ROOT
           END-EVALUATE.
           DISPLAY '  REQUESTED: ' ST031-REQUESTED-BY
                   ' ' ST031-REQUESTED-DATE
                   ' ' ST031-REQUESTED-TIME.
           IF ST031-APPROVED-BY NOT = SPACES
               DISPLAY '  APPROVED:  ' ST031-APPROVED-BY
                       ' ' ST031-APPROVED-DATE
                       ' ' ST031-APPROVED-TIME
           END-IF.
           IF ST031-CLOSED-BY NOT = SPACES
               DISPLAY '  CLOSED:    ' ST031-CLOSED-BY
                       ' ' ST031-CLOSED-DATE
                       ' ' ST031-CLOSED-TIME
           END-IF.
       U4250-EXIT.
           EXIT.

       U4290-CLOSE-CHANGES.
           IF ST032-CHANGES-OPEN
               CLOSE HELD-CHANGE-FILE
               MOVE STC-N                TO ST032-CHANGE-OPEN-SWITCH
           END-IF.
       U4290-EXIT.
           EXIT.
