      ******************************************************************
      *    ORGPX007 - STANDARD SEARCH RELEASE AUDIT                    *
      ******************************************************************
      * STANDARD PARAGRAPH COPIED INTO EVERY PROGRAM THAT CHANGES AN   *
      * ORGST027 SEARCH RELEASE (SEE ORGST028 FOR THE FILE             *
      * DECLARATIONS THE INCLUDING PROGRAM SUPPLIES):                  *
      *   U3800-WRITE-RELEASE-AUDIT - APPEND ONE ORGST029 AUDIT RECORD *
      *                         CARRYING ST028-AUDIT-ACTION, THE       *
      *                         PROGRAM, ST028-AUDIT-OPERATOR, THE     *
      *                         CALLER'S WSC-DATE-HOLD/WSC-TIME-HOLD   *
      *                         AND THE RELEASE RECORD NOW IN THE FD.  *
      * ST028-AUDIT-WRITTEN SAYS WHETHER THE RECORD REACHED THE FILE;  *
      * THE CALLER LOGS A FAILURE WITH ITS OWN MESSAGE NUMBER.  STATUS *
      * 05 IS THE OPTIONAL FILE BEING CREATED ON ITS FIRST EXTEND.     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U3800-WRITE-RELEASE-AUDIT.
           MOVE STC-N                    TO ST028-AUDIT-SWITCH.
           OPEN EXTEND RELEASE-AUDIT-FILE.
           IF ST028-AUDIT-STATUS NOT = '00'
              AND ST028-AUDIT-STATUS NOT = '05'
               GO TO U3800-EXIT
           END-IF.

           MOVE ST028-AUDIT-ACTION       TO ST029-ACTION.
           MOVE SCB-PROGRAM-NAME         TO ST029-PROGRAM-NAME.
           MOVE ST028-AUDIT-OPERATOR     TO ST029-OPERATOR-ID.
           MOVE WSC-DATE-HOLD            TO ST029-AUDIT-DATE.
           MOVE WSC-TIME-HOLD            TO ST029-AUDIT-TIME.
           MOVE ST027-RELEASE-RECORD     TO ST029-RELEASE-IMAGE.
           WRITE ST029-RELEASE-AUDIT-RECORD.
           IF ST028-AUDIT-STATUS = '00'
               MOVE STC-Y                TO ST028-AUDIT-SWITCH
           END-IF.
           CLOSE RELEASE-AUDIT-FILE.
       U3800-EXIT.
           EXIT.
