      ******************************************************************
      *    ORGST024 - DUPLICATE GROUP EXTRACT RECORD                   *
      ******************************************************************
      * RECORD LAYOUT OF THE DUPLICATE EXTRACT FILE WRITTEN BY THE     *
      * ORGUT112 DUPLICATE FILE ANALYSIS ALONGSIDE ITS PRINTED REPORT  *
      * - ONE RECORD PER FILE IN EVERY DUPLICATE GROUP IT REPORTS, SO  *
      * LATER STEPS (THE ORGUT123 FINDINGS DISTRIBUTION) CAN USE THE   *
      * GROUPS WITHOUT CHECKSUMMING EVERY FILE AGAIN.  THE FILE IS     *
      * REWRITTEN ON EVERY ANALYSIS RUN; ST024-ANALYSIS-DATE SAYS      *
      * WHICH RUN IT CAME FROM.                                        *
      *                                                                *
      * MEMBER 1 OF A GROUP IS THE COPY THE RECLAIMABLE-BYTES FIGURE   *
      * ASSUMES IS KEPT; EVERY LATER MEMBER'S SIZE IS RECLAIMABLE, SO  *
      * SUMMING ST024-FILE-SIZE OVER MEMBERS 2 AND UP TIES TO THE      *
      * ORGUT112 REPORT'S TOTAL.                                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST024-DUP-EXTRACT-RECORD.
           05  ST024-ANALYSIS-DATE       PIC 9(08).
           05  ST024-GROUP-NUMBER        PIC 9(05).
           05  ST024-MEMBER-NUMBER       PIC 9(03).
           05  ST024-COPY-COUNT          PIC 9(03).
           05  ST024-FILE-SIZE           PIC 9(12).
           05  ST024-FILE-PATH           PIC X(80).
