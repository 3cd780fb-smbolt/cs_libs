      ******************************************************************
      *    ORGST025 - NIGHTLY RUN LEDGER RECORD                        *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) RUN LEDGER.  ONE RECORD   *
      * PER NIGHTLY CYCLE, KEYED ON ST025-CYCLE-DATE - THE RUN DATE    *
      * THE ORGUT108 SCHEDULE SELECTION STEP OPENED THE CYCLE UNDER.   *
      * EVERY STEP OF THE NIGHTLY STREAM POSTS ITS OWN CONTROL TOTALS  *
      * INTO ITS OWN SECTION OF THE RECORD, AND THE ORGUT124 BALANCING *
      * STEP AT THE END OF THE STREAM PROVES EACH HAND-OFF TIES OUT:   *
      *   SKED - ORGUT108  RECORDS SELECTED (AND REJECTED)             *
      *   EDIT - ORGUT103  RECORDS READ, PASSED AND REJECTED           *
      *   SRCH - ORGUT100  PER INSTANCE: CONTROL RECORDS COMPLETED     *
      *                    AND RESULTS WRITTEN                         *
      *   MRG  - ORGUT110  PER INSTANCE RESULTS MERGED, AND THE TOTAL  *
      *   DISP - ORGUT111  RESULTS READ, ACTIONS TAKEN, WITHHELD AND   *
      *                    LEFT ALONE (REPORT-ONLY, DUPLICATE SKIPS,   *
      *                    UNMATCHED)                                  *
      *   RECN - ORGUT105  RESULT ROWS RECONCILED                      *
      * A SECTION WHOSE POSTED FLAG IS NOT 'Y' WAS NEVER POSTED - THE  *
      * STEP DID NOT RUN THAT NIGHT, OR COULD NOT REACH THE LEDGER.    *
      * EVERY COUNT IS AN ABSOLUTE FIGURE, NOT AN INCREMENT, SO A STEP *
      * THAT IS RERUN SIMPLY POSTS OVER ITS EARLIER FIGURES.           *
      *                                                                *
      * THE RECORD KEYED ZEROES IS NOT A CYCLE - IT IS THE POINTER TO  *
      * THE CYCLE ORGUT108 OPENED LAST (ST025-CURRENT-CYCLE), WHICH    *
      * IS HOW THE LATER STEPS FIND TONIGHT'S RECORD EVEN WHEN THE     *
      * NIGHT RUNS PAST MIDNIGHT.                                      *
      *                                                                *
      * THIS COPYBOOK IS COPIED DIRECTLY INTO THE FD OF EVERY PROGRAM  *
      * THAT TOUCHES THE FILE, THE SAME WAY ORGST003 IS FOR THE        *
      * STANDARD LOG RECORD; THE FILE PATH AND STATUS FIELDS ARE IN    *
      * ORGST026.                                                      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST025-LEDGER-RECORD.
           05  ST025-CYCLE-DATE          PIC 9(08).
           05  ST025-CYCLE-DATA.
               10  ST025-CYCLE-STATE     PIC X(01).
                   88  ST025-CYCLE-OPEN      VALUE 'O'.
                   88  ST025-CYCLE-BALANCED  VALUE 'B'.
                   88  ST025-CYCLE-OUT-OF-BALANCE
                                             VALUE 'X'.
               10  ST025-OPENED-DATE     PIC 9(08).
               10  ST025-OPENED-TIME     PIC 9(08).
               10  ST025-SKED-POSTED     PIC X(01).
               10  ST025-SKED-SELECTED   PIC 9(07).
               10  ST025-SKED-REJECTED   PIC 9(07).
               10  ST025-EDIT-POSTED     PIC X(01).
               10  ST025-EDIT-READ       PIC 9(07).
               10  ST025-EDIT-PASSED     PIC 9(07).
               10  ST025-EDIT-REJECTED   PIC 9(07).
               10  ST025-SRCH-INSTANCES  PIC 9(02).
               10  ST025-SRCH-ENTRY      OCCURS 99 TIMES.
                   15  ST025-SRCH-POSTED PIC X(01).
      *                'Y' ONLY WHEN THE INSTANCE RAN ITS SHARE OF
      *                THE CONTROL FILE THROUGH TO END OF FILE.
                   15  ST025-SRCH-COMPLETE
                                         PIC X(01).
                   15  ST025-SRCH-COMPLETED
                                         PIC 9(07).
                   15  ST025-SRCH-RESULTS
                                         PIC 9(09).
                   15  ST025-MRG-MERGED  PIC 9(09).
               10  ST025-MRG-POSTED      PIC X(01).
               10  ST025-MRG-INSTANCES   PIC 9(02).
               10  ST025-MRG-RECORDS     PIC 9(09).
               10  ST025-DISP-POSTED     PIC X(01).
               10  ST025-DISP-READ       PIC 9(09).
               10  ST025-DISP-TAKEN      PIC 9(09).
               10  ST025-DISP-WITHHELD   PIC 9(09).
               10  ST025-DISP-OTHER      PIC 9(09).
               10  ST025-RECN-POSTED     PIC X(01).
               10  ST025-RECN-RESULTS    PIC 9(09).
               10  ST025-RECN-AUDIT-ROWS PIC 9(09).
               10  ST025-RECN-DISCREPANCIES
                                         PIC 9(05).
               10  ST025-BALANCED-DATE   PIC 9(08).
               10  ST025-BALANCED-TIME   PIC 9(08).
               10  ST025-FAILED-CHECKS   PIC 9(03).
           05  ST025-POINTER-DATA REDEFINES ST025-CYCLE-DATA.
               10  ST025-CURRENT-CYCLE   PIC 9(08).
               10  FILLER                PIC X(2813).
