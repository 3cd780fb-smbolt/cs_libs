      ******************************************************************
      *    ORGST027 - ON-DEMAND SEARCH RELEASE RECORD                  *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) SEARCH RELEASE FILE.      *
      * A SCHEDULE RECORD WITH FREQUENCY 'O' (ON-DEMAND) IS NEVER      *
      * SELECTED BY THE NIGHTLY RUN ON ITS OWN - IT RUNS ONLY WHEN AN  *
      * ANALYST RELEASES IT WITH THE ORGUT126 RELEASE UTILITY.  EACH   *
      * RELEASE IS ONE RECORD, KEYED ON ST027-RELEASE-ID, CARRYING A   *
      * COPY OF THE SCHEDULE RECORD AS IT STOOD WHEN IT WAS RELEASED:  *
      *   ST027-RUN-WHEN 'T' - TONIGHT: ORGUT108 SELECTS THE SCHEDULE  *
      *                        RECORD ALONGSIDE THE REGULAR SELECTION  *
      *                        (ONLY WHILE IT STILL MATCHES THE IMAGE  *
      *                        HERE FIELD FOR FIELD - A RECORD CHANGED *
      *                        SINCE IT WAS RELEASED IS NOT RUN)       *
      *   ST027-RUN-WHEN 'I' - IMMEDIATE: SUBMITTED TO THE STANDING    *
      *                        ORGUT100 BY ORGUT114 (RELEASE <ID>)     *
      *                        OVER THE MQ REQUEST PATH                *
      * ST027-RELEASE-STATE:                                           *
      *   'P' - PENDING: THE RECORD CARRIES A MOVE OR DELE             *
      *         DISPOSITION AND WAITS FOR A SECOND, DIFFERENT PERSON   *
      *         TO APPROVE IT                                          *
      *   'R' - READY TO RUN (REPORT-ONLY, OR APPROVED)                *
      *   'U' - USED BY THE RUN IT WAS RELEASED FOR                    *
      *   'X' - EXPIRED UNUSED - ST027-EXPIRY-DATE PASSED FIRST        *
      *   'C' - CANCELLED BY AN ANALYST BEFORE IT WAS USED             *
      * ST027-CLOSED-BY/DATE/TIME SAY WHO (OPERATOR OR PROGRAM) MOVED  *
      * THE RELEASE TO U, X OR C, AND WHEN.  A CLOSED RELEASE STAYS ON *
      * THE FILE; THE ORGST029 RELEASE AUDIT FILE HOLDS EVERY STEP OF  *
      * ITS LIFE.                                                      *
      *                                                                *
      * THE RECORD KEYED ZEROES IS NOT A RELEASE - IT CARRIES THE LAST *
      * RELEASE ID ISSUED (ST027-LAST-RELEASE-ID), THE SAME WAY THE    *
      * ORGST025 RUN LEDGER KEEPS ITS CYCLE POINTER ON KEY ZEROES.     *
      *                                                                *
      * THIS COPYBOOK IS COPIED DIRECTLY INTO THE FD OF EVERY PROGRAM  *
      * THAT TOUCHES THE FILE, THE SAME WAY ORGST003 IS FOR THE        *
      * STANDARD LOG RECORD; THE FILE PATH AND STATUS FIELDS ARE IN    *
      * ORGST028.                                                      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST027-RELEASE-RECORD.
           05  ST027-RELEASE-ID          PIC 9(06).
           05  ST027-RELEASE-DATA.
               10  ST027-RELEASE-STATE   PIC X(01).
                   88  ST027-STATE-PENDING   VALUE 'P'.
                   88  ST027-STATE-READY     VALUE 'R'.
                   88  ST027-STATE-USED      VALUE 'U'.
                   88  ST027-STATE-EXPIRED   VALUE 'X'.
                   88  ST027-STATE-CANCELLED VALUE 'C'.
                   88  ST027-STATE-OPEN      VALUE 'P', 'R'.
               10  ST027-RUN-WHEN        PIC X(01).
                   88  ST027-RUN-TONIGHT     VALUE 'T'.
                   88  ST027-RUN-IMMEDIATE   VALUE 'I'.
               10  ST027-SCHED-RECORD-NUMBER
                                         PIC 9(05).
      *        FIELD-FOR-FIELD THE ORGST014 SCHEDULE RECORD.
               10  ST027-SCHEDULE-IMAGE.
                   15  ST027-IMG-DIRECTORY
                                         PIC X(60).
                   15  ST027-IMG-CONDITION
                                         PIC X(20).
                   15  ST027-IMG-SEARCH-TYPE
                                         PIC X(04).
                   15  ST027-IMG-SEARCH-PATTERN
                                         PIC X(40).
                   15  ST027-IMG-DISPOSITION
                                         PIC X(04).
                   15  ST027-IMG-DELETE-CONFIRM
                                         PIC X(01).
                   15  ST027-IMG-SCHEDULE-FREQ
                                         PIC X(01).
                   15  ST027-IMG-SCHEDULE-DAY
                                         PIC X(02).
               10  ST027-RELEASED-BY     PIC X(08).
               10  ST027-RELEASED-DATE   PIC 9(08).
               10  ST027-RELEASED-TIME   PIC 9(08).
               10  ST027-APPROVED-BY     PIC X(08).
               10  ST027-APPROVED-DATE   PIC 9(08).
               10  ST027-APPROVED-TIME   PIC 9(08).
               10  ST027-EXPIRY-DATE     PIC 9(08).
               10  ST027-CLOSED-BY       PIC X(08).
               10  ST027-CLOSED-DATE     PIC 9(08).
               10  ST027-CLOSED-TIME     PIC 9(08).
           05  ST027-CONTROL-DATA REDEFINES ST027-RELEASE-DATA.
               10  ST027-LAST-RELEASE-ID PIC 9(06).
               10  FILLER                PIC X(213).
