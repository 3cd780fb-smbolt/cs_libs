      ******************************************************************
      *    ORGST018 - LEGAL HOLD / EXEMPTION REGISTRY RECORD           *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) LEGAL HOLD REGISTRY       *
      * MAINTAINED BY THE ORGUT119 HOLD MAINTENANCE UTILITY.  EACH     *
      * RECORD SAYS "NEVER TOUCH THIS" FOR ONE PATH (SCOPE 'E' -       *
      * EXACT MATCH ON THE FULL PATH) OR FOR EVERYTHING UNDER A PATH   *
      * PREFIX (SCOPE 'P' - A DIRECTORY OR ANY LEADING PART OF A       *
      * PATH).  THE FILE IS KEYED ON ST018-HOLD-PATH.                  *
      *                                                                *
      * ST018-HOLD-CLASS RECORDS WHY THE HOLD EXISTS - 'LEGL' FOR A    *
      * LITIGATION OR REGULATORY HOLD, 'EXEM' FOR A KNOWN FALSE        *
      * POSITIVE EXEMPTED FROM DISPOSITION - WITH THE FREE-TEXT        *
      * REASON, WHO PLACED IT AND WHEN.  ST018-EXPIRY-DATE ZERO MEANS  *
      * THE HOLD STANDS UNTIL RELEASED; A HOLD PAST ITS EXPIRY DATE    *
      * IS IGNORED BY EVERY CONSUMER BUT STAYS ON THE FILE UNTIL       *
      * RELEASED, SO THE REGISTRY STILL SHOWS IT WAS THERE.            *
      *                                                                *
      * CONSUMERS LOAD THE ACTIVE HOLDS INTO THE ORGST019 TABLE AND    *
      * TEST PATHS WITH THE ORGPX004 PARAGRAPHS:                       *
      *   ORGUT100 - FLAGS A HELD PATH ON ITS ORGST013 RESULT RECORD   *
      *   ORGUT111 - DOWNGRADES A HELD MOVE/DELE TO REPORT-ONLY        *
      *   ORGUT104 - KEEPS HELD RESULTS FILES AND AUDIT ROWS           *
      *   ORGUT118 - NEVER PURGES A HELD FILE OUT OF QUARANTINE        *
      * THIS COPYBOOK IS COPIED DIRECTLY INTO THE FD OF EVERY PROGRAM  *
      * THAT TOUCHES THE FILE, THE SAME WAY ORGST003 IS FOR THE        *
      * STANDARD LOG RECORD.                                           *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST018-LEGAL-HOLD-RECORD.
           05  ST018-HOLD-PATH           PIC X(80).
           05  ST018-HOLD-SCOPE          PIC X(01).
               88  ST018-SCOPE-EXACT         VALUE 'E'.
               88  ST018-SCOPE-PREFIX        VALUE 'P'.
           05  ST018-HOLD-CLASS          PIC X(04).
               88  ST018-CLASS-LEGAL         VALUE 'LEGL'.
               88  ST018-CLASS-EXEMPT        VALUE 'EXEM'.
           05  ST018-HOLD-REASON         PIC X(60).
           05  ST018-PLACED-BY           PIC X(08).
           05  ST018-PLACED-DATE         PIC 9(08).
           05  ST018-PLACED-TIME         PIC 9(08).
           05  ST018-EXPIRY-DATE         PIC 9(08).
