      ******************************************************************
      *    ORGST029 - ON-DEMAND SEARCH RELEASE AUDIT RECORD            *
      ******************************************************************
      * RECORD LAYOUT OF THE SEQUENTIAL RELEASE AUDIT FILE.  ONE       *
      * RECORD IS APPENDED FOR EVERY STEP IN THE LIFE OF AN ORGST027   *
      * RELEASE, WITH THE RELEASE RECORD AS IT STOOD AFTER THE STEP:   *
      *   RELEASE - ORGUT126  RELEASE RECORDED (READY OR PENDING)      *
      *   APPROVE - ORGUT126  PENDING RELEASE APPROVED                 *
      *   CANCEL  - ORGUT126  OPEN RELEASE CANCELLED                   *
      *   USED    - ORGUT108  SELECTED INTO TONIGHT'S CONTROL FILE     *
      *             ORGUT114  SUBMITTED TO THE STANDING ORGUT100       *
      *   EXPIRE  - ORGUT108  OPEN RELEASE PAST ITS EXPIRY UNUSED      *
      * ST029-OPERATOR-ID IS SPACES FOR A STEP TAKEN BY THE NIGHTLY    *
      * BATCH.  WRITTEN BY THE ORGPX007 U3800 PARAGRAPH, WITH THE FILE *
      * DECLARED AS SHOWN IN ORGST028.                                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST029-RELEASE-AUDIT-RECORD.
           05  ST029-ACTION              PIC X(08).
           05  ST029-PROGRAM-NAME        PIC X(08).
           05  ST029-OPERATOR-ID         PIC X(08).
           05  ST029-AUDIT-DATE          PIC 9(08).
           05  ST029-AUDIT-TIME          PIC 9(08).
           05  ST029-RELEASE-IMAGE       PIC X(225).
