      ******************************************************************
      *    ORGPX005 - STANDARD DIRECTORY OWNERSHIP LOOKUP              *
      ******************************************************************
      * STANDARD PARAGRAPHS COPIED INTO EVERY PROGRAM THAT RESOLVES A  *
      * PATH TO ITS OWNER ON THE DIRECTORY OWNERSHIP REGISTRY          *
      * (ORGST022 - SEE ORGST023 FOR THE FILE DECLARATION THE          *
      * INCLUDING PROGRAM SUPPLIES):                                   *
      *   U3500-LOAD-OWNERS - LOAD EVERY PREFIX AND DISTINCT OWNER     *
      *   U3600-FIND-OWNER  - WHO OWNS ST023-CHECK-PATH?               *
      * U3600 ANSWERS IN ST023-OWNER-HIT (THE OWNER TABLE ENTRY, ZERO  *
      * WHEN NO PREFIX COVERS THE PATH) AND ST023-PREFIX-HIT (THE      *
      * PREFIX THAT WON).  THE LONGEST MATCHING PREFIX WINS, AND A     *
      * PREFIX ONLY MATCHES ON A DIRECTORY BOUNDARY - 'C:\DATA' OWNS   *
      * 'C:\DATA\X.TXT' BUT NOT 'C:\DATABASE\X.TXT'.  PATHS AND        *
      * PREFIXES ARE COMPARED WITHOUT REGARD TO CASE.                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U3500-LOAD-OWNERS.
           MOVE ZEROES                   TO ST023-PREFIX-COUNT
                                            ST023-OWNER-COUNT.
           MOVE STC-Y                    TO ST023-OWNER-USABLE.
           MOVE STC-N                    TO ST023-OWNER-EOF.

      *    A REGISTRY THAT HAS NEVER BEEN CREATED OWNS NOTHING.
           OPEN INPUT OWNER-REGISTRY-FILE.
           IF ST023-OWNER-STATUS = '35'
               GO TO U3500-EXIT
           END-IF.
           IF ST023-OWNER-STATUS NOT = '00'
              AND ST023-OWNER-STATUS NOT = '05'
               MOVE STC-N                TO ST023-OWNER-USABLE
               GO TO U3500-EXIT
           END-IF.

           PERFORM U3510-READ-OWNER THRU U3510-EXIT
                   UNTIL ST023-OWNER-FILE-EOF.
           CLOSE OWNER-REGISTRY-FILE.
       U3500-EXIT.
           EXIT.

       U3510-READ-OWNER.
           READ OWNER-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE STC-Y            TO ST023-OWNER-EOF
               NOT AT END
                   PERFORM U3520-TABLE-OWNER THRU U3520-EXIT
           END-READ.

      *    A HARD READ ERROR RAISES NEITHER AT END NOR NOT AT END, SO
      *    IT IS CAUGHT HERE RATHER THAN LEFT TO SPIN THE LOOP.
           IF ST023-OWNER-STATUS NOT = '00'
              AND ST023-OWNER-STATUS NOT = '10'
               MOVE STC-Y                TO ST023-OWNER-EOF
               MOVE STC-N                TO ST023-OWNER-USABLE
           END-IF.
       U3510-EXIT.
           EXIT.

       U3520-TABLE-OWNER.
           IF ST023-PREFIX-COUNT >= 500
               MOVE STC-Y                TO ST023-OWNER-EOF
               MOVE STC-N                TO ST023-OWNER-USABLE
               GO TO U3520-EXIT
           END-IF.

      *    THE SIGNIFICANT LENGTH OF THE PREFIX - SAME BACKWARD SCAN
      *    AS THE LEGAL HOLD KEYS IN ORGPX004.  A BLANK KEY COULD ONLY
      *    HAVE COME FROM A DAMAGED RECORD AND IS NOT TABLED.
           MOVE ZEROES                   TO ST023-BEST-LENGTH.
           PERFORM VARYING ST023-PREFIX-POS FROM 80 BY -1
                   UNTIL ST023-PREFIX-POS < 1
                      OR ST023-BEST-LENGTH > ZEROES
               IF ST022-OWNER-PREFIX (ST023-PREFIX-POS:1) NOT = SPACE
                   MOVE ST023-PREFIX-POS TO ST023-BEST-LENGTH
               END-IF
           END-PERFORM.
           IF ST023-BEST-LENGTH = ZEROES
               GO TO U3520-EXIT
           END-IF.

      *    PREFIXES SHARING A DEPARTMENT AND DESTINATION SHARE ONE
      *    OWNER ENTRY, SO THEIR FINDINGS GO OUT AS ONE PACKAGE.
           MOVE ZEROES                   TO ST023-OWNER-HIT.
           PERFORM VARYING ST023-OWNER-IDX FROM 1 BY 1
                   UNTIL ST023-OWNER-IDX > ST023-OWNER-COUNT
                      OR ST023-OWNER-HIT > ZEROES
               IF ST023-OWN-DEPARTMENT (ST023-OWNER-IDX)
                       = ST022-DEPARTMENT
                  AND ST023-OWN-DELIVERY-TYPE (ST023-OWNER-IDX)
                       = ST022-DELIVERY-TYPE
                  AND ST023-OWN-DELIVERY-DEST (ST023-OWNER-IDX)
                       = ST022-DELIVERY-DEST
                   MOVE ST023-OWNER-IDX  TO ST023-OWNER-HIT
               END-IF
           END-PERFORM.
           IF ST023-OWNER-HIT = ZEROES
               IF ST023-OWNER-COUNT >= 200
                   MOVE STC-Y            TO ST023-OWNER-EOF
                   MOVE STC-N            TO ST023-OWNER-USABLE
                   GO TO U3520-EXIT
               END-IF
               ADD 1                     TO ST023-OWNER-COUNT
               MOVE ST023-OWNER-COUNT    TO ST023-OWNER-HIT
               MOVE ST022-DEPARTMENT     TO ST023-OWN-DEPARTMENT
                                            (ST023-OWNER-HIT)
               MOVE ST022-CONTACT        TO ST023-OWN-CONTACT
                                            (ST023-OWNER-HIT)
               MOVE ST022-DELIVERY-TYPE  TO ST023-OWN-DELIVERY-TYPE
                                            (ST023-OWNER-HIT)
               MOVE ST022-DELIVERY-DEST  TO ST023-OWN-DELIVERY-DEST
                                            (ST023-OWNER-HIT)
           END-IF.

           ADD 1                         TO ST023-PREFIX-COUNT.
           MOVE ST022-OWNER-PREFIX       TO ST023-PREFIX-KEY
                                            (ST023-PREFIX-COUNT).
           MOVE ST023-BEST-LENGTH        TO ST023-PREFIX-LENGTH
                                            (ST023-PREFIX-COUNT).
           MOVE ST023-OWNER-HIT          TO ST023-PREFIX-OWNER
                                            (ST023-PREFIX-COUNT).
       U3520-EXIT.
           EXIT.

       U3600-FIND-OWNER.
           MOVE ZEROES                   TO ST023-OWNER-HIT
                                            ST023-PREFIX-HIT
                                            ST023-BEST-LENGTH.
           MOVE FUNCTION UPPER-CASE (ST023-CHECK-PATH)
                                         TO ST023-CHECK-UPPER.
           PERFORM VARYING ST023-PREFIX-IDX FROM 1 BY 1
                   UNTIL ST023-PREFIX-IDX > ST023-PREFIX-COUNT
               MOVE FUNCTION UPPER-CASE
                       (ST023-PREFIX-KEY (ST023-PREFIX-IDX))
                                         TO ST023-KEY-UPPER
               IF ST023-PREFIX-LENGTH (ST023-PREFIX-IDX)
                       > ST023-BEST-LENGTH
                  AND ST023-CHECK-UPPER
                          (1:ST023-PREFIX-LENGTH (ST023-PREFIX-IDX))
                      = ST023-KEY-UPPER
                          (1:ST023-PREFIX-LENGTH (ST023-PREFIX-IDX))
                   PERFORM U3610-CHECK-BOUNDARY THRU U3610-EXIT
               END-IF
           END-PERFORM.
           IF ST023-PREFIX-HIT > ZEROES
               MOVE ST023-PREFIX-OWNER (ST023-PREFIX-HIT)
                                         TO ST023-OWNER-HIT
           END-IF.
       U3600-EXIT.
           EXIT.

       U3610-CHECK-BOUNDARY.
      *    THE PREFIX MATCHES ON A BOUNDARY WHEN IT ENDS IN A
      *    BACKSLASH ITSELF, OR THE PATH ENDS OR TURNS A DIRECTORY
      *    RIGHT AFTER IT.
           MOVE ST023-PREFIX-LENGTH (ST023-PREFIX-IDX)
                                         TO ST023-PREFIX-POS.
           IF ST023-PREFIX-POS < 80
               MOVE ST023-CHECK-PATH (ST023-PREFIX-POS + 1:1)
                                         TO ST023-NEXT-CHAR
           ELSE
               MOVE SPACE                TO ST023-NEXT-CHAR
           END-IF.
           IF ST023-PREFIX-KEY (ST023-PREFIX-IDX) (ST023-PREFIX-POS:1)
                   = '\'
              OR ST023-NEXT-CHAR = '\'
              OR ST023-NEXT-CHAR = SPACE
               MOVE ST023-PREFIX-POS     TO ST023-BEST-LENGTH
               MOVE ST023-PREFIX-IDX     TO ST023-PREFIX-HIT
           END-IF.
       U3610-EXIT.
           EXIT.
