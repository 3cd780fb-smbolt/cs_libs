      ******************************************************************
      *    ORGPX004 - STANDARD LEGAL HOLD LOOKUP                       *
      ******************************************************************
      * STANDARD PARAGRAPHS COPIED INTO EVERY PROGRAM THAT MUST HONOR  *
      * THE LEGAL HOLD REGISTRY (ORGST018 - SEE ORGST019 FOR THE FILE  *
      * DECLARATION THE INCLUDING PROGRAM SUPPLIES):                   *
      *   U3000-LOAD-LEGAL-HOLDS      - LOAD THE HOLDS IN FORCE TODAY  *
      *                                 (AGAINST WSC-DATE-HOLD).       *
      *   U3100-CHECK-LEGAL-HOLD      - IS ST019-CHECK-PATH HELD?      *
      *   U3200-CHECK-HOLD-UNDER-PATH - IS ST019-CHECK-PATH HELD, OR   *
      *                                 DOES ANY HOLD SIT UNDER IT?    *
      * BOTH CHECKS ANSWER IN ST019-PATH-HELD, WITH ST019-HOLD-HIT     *
      * POINTING AT THE HOLD THAT MATCHED (ZERO WHEN THE ANSWER IS     *
      * "HELD" ONLY BECAUSE THE REGISTRY COULD NOT BE READ).  PATHS    *
      * AND HOLD KEYS ARE COMPARED WITHOUT REGARD TO CASE.             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U3000-LOAD-LEGAL-HOLDS.
           MOVE ZEROES                   TO ST019-HOLD-COUNT.
           MOVE STC-Y                    TO ST019-HOLD-USABLE.
           MOVE STC-N                    TO ST019-HOLD-EOF.

      *    A REGISTRY THAT HAS NEVER BEEN CREATED HOLDS NOTHING.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF ST019-HOLD-STATUS = '35'
               GO TO U3000-EXIT
           END-IF.
           IF ST019-HOLD-STATUS NOT = '00'
              AND ST019-HOLD-STATUS NOT = '05'
               MOVE STC-N                TO ST019-HOLD-USABLE
               GO TO U3000-EXIT
           END-IF.

           PERFORM U3010-READ-LEGAL-HOLD THRU U3010-EXIT
                   UNTIL ST019-HOLD-FILE-EOF.
           CLOSE LEGAL-HOLD-FILE.
       U3000-EXIT.
           EXIT.

       U3010-READ-LEGAL-HOLD.
           READ LEGAL-HOLD-FILE NEXT RECORD
               AT END
                   MOVE STC-Y            TO ST019-HOLD-EOF
               NOT AT END
                   IF ST018-EXPIRY-DATE = ZEROES
                      OR ST018-EXPIRY-DATE >= WSC-DATE-HOLD
                       PERFORM U3020-TABLE-LEGAL-HOLD THRU U3020-EXIT
                   END-IF
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END, SO
      *    IT IS CAUGHT HERE RATHER THAN LEFT TO SPIN THE LOOP.
           IF ST019-HOLD-STATUS NOT = '00'
              AND ST019-HOLD-STATUS NOT = '10'
               MOVE STC-Y                TO ST019-HOLD-EOF
               MOVE STC-N                TO ST019-HOLD-USABLE
           END-IF.
       U3010-EXIT.
           EXIT.

       U3020-TABLE-LEGAL-HOLD.
           IF ST019-HOLD-COUNT >= 500
               MOVE STC-Y                TO ST019-HOLD-EOF
               MOVE STC-N                TO ST019-HOLD-USABLE
               GO TO U3020-EXIT
           END-IF.

           ADD 1                         TO ST019-HOLD-COUNT.
           MOVE ST018-HOLD-PATH          TO ST019-HOLD-KEY
                                            (ST019-HOLD-COUNT).
           MOVE ST018-HOLD-SCOPE         TO ST019-HOLD-KEY-SCOPE
                                            (ST019-HOLD-COUNT).
           MOVE ST018-HOLD-CLASS         TO ST019-HOLD-KEY-CLASS
                                            (ST019-HOLD-COUNT).
           MOVE ST018-HOLD-REASON        TO ST019-HOLD-KEY-REASON
                                            (ST019-HOLD-COUNT).
      *    THE SIGNIFICANT LENGTH OF THE HOLD PATH, FOR THE PREFIX
      *    COMPARE - SAME BACKWARD SCAN AS THE BASE-NAME SEARCHES.
           MOVE ZEROES                   TO ST019-HOLD-KEY-LENGTH
                                            (ST019-HOLD-COUNT).
           PERFORM VARYING ST019-HOLD-POS FROM 80 BY -1
                   UNTIL ST019-HOLD-POS < 1
                      OR ST019-HOLD-KEY-LENGTH (ST019-HOLD-COUNT)
                           > ZEROES
               IF ST018-HOLD-PATH (ST019-HOLD-POS:1) NOT = SPACE
                   MOVE ST019-HOLD-POS   TO ST019-HOLD-KEY-LENGTH
                                            (ST019-HOLD-COUNT)
               END-IF
           END-PERFORM.
      *    A BLANK KEY COULD ONLY HAVE COME FROM A DAMAGED RECORD -
      *    IT WOULD PREFIX-MATCH EVERY PATH, SO IT IS NOT TABLED.
           IF ST019-HOLD-KEY-LENGTH (ST019-HOLD-COUNT) = ZEROES
               SUBTRACT 1                FROM ST019-HOLD-COUNT
           END-IF.
       U3020-EXIT.
           EXIT.

       U3100-CHECK-LEGAL-HOLD.
           MOVE STC-N                    TO ST019-HOLD-SWITCH.
           MOVE ZEROES                   TO ST019-HOLD-HIT.
           MOVE FUNCTION UPPER-CASE (ST019-CHECK-PATH)
                                         TO ST019-CHECK-UPPER.
           IF NOT ST019-HOLDS-USABLE
               MOVE STC-Y                TO ST019-HOLD-SWITCH
               GO TO U3100-EXIT
           END-IF.

           PERFORM VARYING ST019-HOLD-IDX FROM 1 BY 1
                   UNTIL ST019-HOLD-IDX > ST019-HOLD-COUNT
                      OR ST019-PATH-HELD
               MOVE FUNCTION UPPER-CASE
                       (ST019-HOLD-KEY (ST019-HOLD-IDX))
                                         TO ST019-KEY-UPPER
               IF ST019-HOLD-KEY-SCOPE (ST019-HOLD-IDX) = 'P'
                   IF ST019-CHECK-UPPER
                          (1:ST019-HOLD-KEY-LENGTH (ST019-HOLD-IDX))
                      = ST019-KEY-UPPER
                          (1:ST019-HOLD-KEY-LENGTH (ST019-HOLD-IDX))
                       MOVE STC-Y        TO ST019-HOLD-SWITCH
                       MOVE ST019-HOLD-IDX
                                         TO ST019-HOLD-HIT
                   END-IF
               ELSE
                   IF ST019-CHECK-UPPER = ST019-KEY-UPPER
                       MOVE STC-Y        TO ST019-HOLD-SWITCH
                       MOVE ST019-HOLD-IDX
                                         TO ST019-HOLD-HIT
                   END-IF
               END-IF
           END-PERFORM.
       U3100-EXIT.
           EXIT.

       U3200-CHECK-HOLD-UNDER-PATH.
      *    FOR A DIRECTORY-LEVEL ITEM (AN AUDIT ROW, A SEARCH ROOT):
      *    HELD WHEN THE DIRECTORY ITSELF IS HELD, AND ALSO WHEN ANY
      *    HOLD SITS ANYWHERE UNDER IT - THE ITEM THEN CARRIES
      *    EVIDENCE ABOUT A HELD PATH.  THE COMPARE IS A PLAIN
      *    LEADING-CHARACTER MATCH, SO IT ERRS ON THE SIDE OF HOLDING.
      *    U3100 HAS ALREADY SET ST019-CHECK-UPPER.
           PERFORM U3100-CHECK-LEGAL-HOLD THRU U3100-EXIT.
           IF ST019-PATH-HELD
               GO TO U3200-EXIT
           END-IF.

           MOVE ZEROES                   TO ST019-CHECK-LENGTH.
           PERFORM VARYING ST019-HOLD-POS FROM 80 BY -1
                   UNTIL ST019-HOLD-POS < 1
                      OR ST019-CHECK-LENGTH > ZEROES
               IF ST019-CHECK-PATH (ST019-HOLD-POS:1) NOT = SPACE
                   MOVE ST019-HOLD-POS   TO ST019-CHECK-LENGTH
               END-IF
           END-PERFORM.
           IF ST019-CHECK-LENGTH = ZEROES
               GO TO U3200-EXIT
           END-IF.

           PERFORM VARYING ST019-HOLD-IDX FROM 1 BY 1
                   UNTIL ST019-HOLD-IDX > ST019-HOLD-COUNT
                      OR ST019-PATH-HELD
               MOVE FUNCTION UPPER-CASE
                       (ST019-HOLD-KEY (ST019-HOLD-IDX))
                                         TO ST019-KEY-UPPER
               IF ST019-KEY-UPPER (1:ST019-CHECK-LENGTH)
                   = ST019-CHECK-UPPER (1:ST019-CHECK-LENGTH)
                   MOVE STC-Y            TO ST019-HOLD-SWITCH
                   MOVE ST019-HOLD-IDX   TO ST019-HOLD-HIT
               END-IF
           END-PERFORM.
       U3200-EXIT.
           EXIT.
