      ******************************************************************
      *    ORGST020 - PATTERN LIBRARY (NAMED PATTERN SET) RECORD       *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) PATTERN LIBRARY           *
      * MAINTAINED BY THE ORGUT120 PATTERN LIBRARY MAINTENANCE         *
      * UTILITY.  EACH RECORD IS ONE NAMED PATTERN SET (E.G. PII-SSN,  *
      * PCI-CARD) OF UP TO TEN PATTERNS, WITH THE CLASSIFICATION       *
      * CATEGORY AND SENSITIVITY LEVEL EVERY HIT ON THE SET IS TAGGED  *
      * WITH.  THE FILE IS KEYED ON ST020-SET-NAME.                    *
      *                                                                *
      * A 'TEXT' CONTROL RECORD NAMES A SET BY CARRYING 'SET=<NAME>'   *
      * IN ITS SEARCH PATTERN (SEE ORGST011).  ORGUT100 THEN READS     *
      * EACH CANDIDATE FILE ONCE AND TESTS EVERY LINE AGAINST ALL OF   *
      * THE SET'S PATTERNS; A LINE MATCHING ANY OF THEM IS ONE HIT.    *
      *                                                                *
      * ST020-PATTERN-KIND SAYS HOW ST020-PATTERN-TEXT IS COMPARED -   *
      * 'L' AS A LITERAL STRING; 'M' AS A CHARACTER MASK, WHERE EACH   *
      * '9' MATCHES ANY DIGIT, EACH 'A' MATCHES ANY LETTER AND EVERY   *
      * OTHER CHARACTER MATCHES ITSELF (SO '999-99-9999' FINDS A       *
      * SOCIAL SECURITY NUMBER IN ANY DIGITS).  TRAILING SPACES ARE    *
      * NOT PART OF A PATTERN.  ONLY THE FIRST ST020-PATTERN-COUNT     *
      * ENTRIES ARE USED.                                              *
      *                                                                *
      * ST020-SENSITIVITY IS '1' (PUBLIC), '2' (INTERNAL), '3'         *
      * (CONFIDENTIAL) OR '4' (RESTRICTED).  ST020-CATEGORY IS THE     *
      * FREE-FORM CLASSIFICATION TAG (E.G. 'PII', 'PCI') THE ORGUT121  *
      * CLASSIFICATION REPORT ROLLS HITS UP BY.                        *
      *                                                                *
      * THIS COPYBOOK IS COPIED DIRECTLY INTO THE FD OF EVERY PROGRAM  *
      * THAT TOUCHES THE FILE, THE SAME WAY ORGST003 IS FOR THE        *
      * STANDARD LOG RECORD; THE FILE PATH AND STATUS FIELDS ARE IN    *
      * ORGST021.                                                      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST020-PATTERN-SET-RECORD.
           05  ST020-SET-NAME            PIC X(20).
           05  ST020-SET-DESCRIPTION     PIC X(40).
           05  ST020-CATEGORY            PIC X(12).
           05  ST020-SENSITIVITY         PIC X(01).
               88  ST020-SENS-PUBLIC         VALUE '1'.
               88  ST020-SENS-INTERNAL       VALUE '2'.
               88  ST020-SENS-CONFIDENTIAL   VALUE '3'.
               88  ST020-SENS-RESTRICTED     VALUE '4'.
               88  ST020-SENS-VALID          VALUE '1' THRU '4'.
           05  ST020-PATTERN-COUNT       PIC 9(02).
           05  ST020-PATTERN-ENTRY       OCCURS 10 TIMES.
               10  ST020-PATTERN-KIND    PIC X(01).
                   88  ST020-KIND-LITERAL    VALUE 'L'.
                   88  ST020-KIND-MASK       VALUE 'M'.
               10  ST020-PATTERN-TEXT    PIC X(40).
           05  ST020-UPDATED-BY          PIC X(08).
           05  ST020-UPDATED-DATE        PIC 9(08).
           05  ST020-UPDATED-TIME        PIC 9(08).
