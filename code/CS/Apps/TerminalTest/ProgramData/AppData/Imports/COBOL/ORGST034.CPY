      ******************************************************************
      *    ORGST034 - RECORDS-MANAGEMENT INTERFACE EXTRACT RECORD      *
      ******************************************************************
      * RECORD LAYOUT OF THE FIXED-FORMAT OUTBOUND EXTRACT WRITTEN     *
      * EACH NIGHT BY ORGUT129 FOR THE RECORDS-MANAGEMENT SYSTEM.      *
      * EVERY RECORD IS 300 BYTES; ST034-RECORD-TYPE SAYS WHICH VIEW   *
      * OF ST034-RECORD-DATA APPLIES:                                  *
      *   'H' - HEADER, FIRST RECORD OF THE FILE: THE SEARCH RUN DATE, *
      *         THE SOURCE SYSTEM NAME AND THE FILE SEQUENCE NUMBER.   *
      *         SEQUENCE NUMBERS RUN 1, 2, 3 ... ACROSS NIGHTS WITH NO *
      *         GAPS (ORGST035 SENT-FILE LOG), SO THE RECEIVER CAN     *
      *         TELL WHEN A NIGHT HAS NOT ARRIVED.                     *
      *   'F' - FILE FOUND: ONE PER RECORD ON THE NIGHT'S SEARCH       *
      *         RESULTS FILE (ORGST013), WITH THE PATH'S FIRST-FOUND / *
      *         LAST-FOUND HISTORY FROM THE RESULTS MASTER (ORGST010). *
      *         THE HISTORY IS ZEROES IF THE MASTER HAS NO RECORD.     *
      *   'A' - ACTION: ONE PER ACTION MANIFEST RECORD (ORGST015)      *
      *         POSTED THAT NIGHT - MOVE, DELE, RSTR OR PURG.          *
      *   'T' - TRAILER, LAST RECORD OF THE FILE: THE SEQUENCE NUMBER  *
      *         AGAIN, THE COUNT OF 'F' AND 'A' RECORDS, THE COUNT OF  *
      *         ALL RECORDS INCLUDING HEADER AND TRAILER, AND A HASH   *
      *         TOTAL OF THE FILE SIZES ON EVERY 'F' AND 'A' RECORD.   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST034-INTERFACE-RECORD.
           05  ST034-RECORD-TYPE         PIC X(01).
               88  ST034-TYPE-HEADER         VALUE 'H'.
               88  ST034-TYPE-FOUND          VALUE 'F'.
               88  ST034-TYPE-ACTION         VALUE 'A'.
               88  ST034-TYPE-TRAILER        VALUE 'T'.
           05  ST034-RECORD-DATA         PIC X(299).
           05  ST034-HEADER-VIEW REDEFINES ST034-RECORD-DATA.
               10  ST034-HDR-RUN-DATE    PIC 9(08).
               10  ST034-HDR-SOURCE-SYSTEM
                                         PIC X(08).
               10  ST034-HDR-SEQUENCE    PIC 9(08).
               10  ST034-HDR-CREATED-DATE
                                         PIC 9(08).
               10  ST034-HDR-CREATED-TIME
                                         PIC 9(08).
               10  FILLER                PIC X(259).
           05  ST034-FOUND-VIEW REDEFINES ST034-RECORD-DATA.
               10  ST034-FND-MATCHED-PATH
                                         PIC X(80).
               10  ST034-FND-SOURCE-DIRECTORY
                                         PIC X(60).
               10  ST034-FND-SOURCE-CONDITION
                                         PIC X(20).
               10  ST034-FND-SOURCE-TYPE PIC X(04).
               10  ST034-FND-FILE-SIZE   PIC 9(12).
               10  ST034-FND-FILE-MOD-DATE
                                         PIC 9(08).
               10  ST034-FND-FILE-MOD-TIME
                                         PIC 9(08).
               10  ST034-FND-RESULT-DATE PIC 9(08).
               10  ST034-FND-RESULT-TIME PIC 9(08).
               10  ST034-FND-FIRST-FOUND-DATE
                                         PIC 9(08).
               10  ST034-FND-FIRST-FOUND-TIME
                                         PIC 9(08).
               10  ST034-FND-LAST-FOUND-DATE
                                         PIC 9(08).
               10  ST034-FND-LAST-FOUND-TIME
                                         PIC 9(08).
               10  ST034-FND-TIMES-FOUND PIC 9(07).
               10  ST034-FND-LEGAL-HOLD  PIC X(01).
               10  ST034-FND-HIT-CATEGORY
                                         PIC X(12).
               10  ST034-FND-HIT-SENSITIVITY
                                         PIC X(01).
               10  FILLER                PIC X(38).
           05  ST034-ACTION-VIEW REDEFINES ST034-RECORD-DATA.
               10  ST034-ACT-ORIGINAL-PATH
                                         PIC X(80).
               10  ST034-ACT-QUARANTINE-PATH
                                         PIC X(160).
               10  ST034-ACT-ACTION      PIC X(04).
               10  ST034-ACT-FILE-SIZE   PIC 9(12).
               10  ST034-ACT-FILE-MOD-DATE
                                         PIC 9(08).
               10  ST034-ACT-FILE-MOD-TIME
                                         PIC 9(08).
               10  ST034-ACT-ACTION-DATE PIC 9(08).
               10  ST034-ACT-ACTION-TIME PIC 9(08).
               10  FILLER                PIC X(11).
           05  ST034-TRAILER-VIEW REDEFINES ST034-RECORD-DATA.
               10  ST034-TRL-SEQUENCE    PIC 9(08).
               10  ST034-TRL-FOUND-COUNT PIC 9(09).
               10  ST034-TRL-ACTION-COUNT
                                         PIC 9(09).
               10  ST034-TRL-RECORD-COUNT
                                         PIC 9(09).
               10  ST034-TRL-SIZE-HASH   PIC 9(18).
               10  FILLER                PIC X(246).
