      ******************************************************************
      *    ORGPX006 - STANDARD NIGHTLY RUN LEDGER POSTING              *
      ******************************************************************
      * STANDARD PARAGRAPHS COPIED INTO EVERY PROGRAM THAT POSTS ITS   *
      * CONTROL TOTALS TO THE NIGHTLY RUN LEDGER (ORGST025 - SEE       *
      * ORGST026 FOR THE FILE DECLARATION THE INCLUDING PROGRAM        *
      * SUPPLIES):                                                     *
      *   U3700-OPEN-LEDGER   - OPEN THE LEDGER EXCLUSIVE, RETRYING    *
      *                         WHILE ANOTHER STEP HAS IT OPEN.        *
      *   U3710-OPEN-CYCLE    - START A FRESH CYCLE RECORD FOR         *
      *                         ST026-CYCLE-DATE AND POINT THE LEDGER  *
      *                         AT IT (ORGUT108 ONLY), THEN CLOSE.     *
      *   U3720-READ-CYCLE    - OPEN THE LEDGER AND READ THE CURRENT   *
      *                         CYCLE RECORD.  WHEN ST026-CYCLE-FOUND  *
      *                         THE LEDGER IS LEFT OPEN FOR THE CALLER *
      *                         TO POST ITS FIGURES AND PERFORM U3730; *
      *                         OTHERWISE IT IS ALREADY CLOSED.        *
      *   U3730-REWRITE-CYCLE - REWRITE THE CYCLE RECORD AND CLOSE.    *
      * ST026-LEDGER-POSTED SAYS WHETHER THE POST (U3710 OR U3730)     *
      * ACTUALLY REACHED THE FILE.                                     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U3700-OPEN-LEDGER.
           MOVE STC-N                    TO ST026-LEDGER-OPENED.
           MOVE ZEROES                   TO ST026-RETRY-COUNT.
           OPEN I-O RUN-LEDGER-FILE.

      *    61 (OR A 9X RUNTIME STATUS) IS THE FILE BEING HELD BY
      *    ANOTHER STEP - NORMALLY A PARTITIONED ORGUT100 INSTANCE
      *    POSTING AT THE SAME MOMENT - SO IT IS WAITED OUT.
           PERFORM UNTIL ST026-RETRY-COUNT >= ST026-RETRY-LIMIT
                      OR (ST026-LEDGER-STATUS NOT = '61'
                      AND ST026-LEDGER-STATUS (1:1) NOT = '9')
               ADD 1                     TO ST026-RETRY-COUNT
               CALL 'ORGSLP01' USING ST026-RETRY-SECONDS
               OPEN I-O RUN-LEDGER-FILE
           END-PERFORM.

      *    05 IS THE OPTIONAL LEDGER BEING CREATED ON ITS FIRST OPEN.
           IF ST026-LEDGER-STATUS = '00'
              OR ST026-LEDGER-STATUS = '05'
               MOVE STC-Y                TO ST026-LEDGER-OPENED
           END-IF.
       U3700-EXIT.
           EXIT.

       U3710-OPEN-CYCLE.
           MOVE STC-N                    TO ST026-POSTED-SWITCH.
           PERFORM U3700-OPEN-LEDGER THRU U3700-EXIT.
           IF NOT ST026-LEDGER-IS-OPEN
               GO TO U3710-EXIT
           END-IF.

      *    A SCHEDULE SELECTION RERUN THE SAME NIGHT STARTS THE CYCLE
      *    AGAIN FROM NOTHING - EVERY LATER STEP WILL RERUN AFTER IT
      *    AND POST AFRESH.
           INITIALIZE ST025-LEDGER-RECORD.
           MOVE ST026-CYCLE-DATE         TO ST025-CYCLE-DATE.
           MOVE 'O'                      TO ST025-CYCLE-STATE.
           MOVE WSC-DATE-HOLD            TO ST025-OPENED-DATE.
           MOVE WSC-TIME-HOLD            TO ST025-OPENED-TIME.
           WRITE ST025-LEDGER-RECORD
               INVALID KEY
                   REWRITE ST025-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF ST026-LEDGER-STATUS NOT = '00'
               CLOSE RUN-LEDGER-FILE
               GO TO U3710-EXIT
           END-IF.

           MOVE SPACES                   TO ST025-LEDGER-RECORD.
           MOVE ZEROES                   TO ST025-CYCLE-DATE.
           MOVE ST026-CYCLE-DATE         TO ST025-CURRENT-CYCLE.
           WRITE ST025-LEDGER-RECORD
               INVALID KEY
                   REWRITE ST025-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF ST026-LEDGER-STATUS = '00'
               MOVE STC-Y                TO ST026-POSTED-SWITCH
           END-IF.
           CLOSE RUN-LEDGER-FILE.
       U3710-EXIT.
           EXIT.

       U3720-READ-CYCLE.
           MOVE STC-N                    TO ST026-CYCLE-SWITCH.
           MOVE STC-N                    TO ST026-POSTED-SWITCH.
           MOVE ZEROES                   TO ST026-CYCLE-DATE.
           PERFORM U3700-OPEN-LEDGER THRU U3700-EXIT.
           IF NOT ST026-LEDGER-IS-OPEN
               GO TO U3720-EXIT
           END-IF.

           MOVE ZEROES                   TO ST025-CYCLE-DATE.
           READ RUN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ST025-CURRENT-CYCLE
                                         TO ST026-CYCLE-DATE
           END-READ.

      *    NO POINTER MEANS NO CYCLE WAS EVER OPENED - THE SCHEDULE
      *    SELECTION STEP HAS NEVER RUN AGAINST THIS LEDGER.
           IF ST026-CYCLE-DATE NOT = ZEROES
               MOVE ST026-CYCLE-DATE     TO ST025-CYCLE-DATE
               READ RUN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STC-Y        TO ST026-CYCLE-SWITCH
               END-READ
           END-IF.

           IF NOT ST026-CYCLE-FOUND
               CLOSE RUN-LEDGER-FILE
               MOVE STC-N                TO ST026-LEDGER-OPENED
           END-IF.
       U3720-EXIT.
           EXIT.

       U3730-REWRITE-CYCLE.
           REWRITE ST025-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF ST026-LEDGER-STATUS = '00'
               MOVE STC-Y                TO ST026-POSTED-SWITCH
           END-IF.
           CLOSE RUN-LEDGER-FILE.
           MOVE STC-N                    TO ST026-LEDGER-OPENED.
       U3730-EXIT.
           EXIT.
