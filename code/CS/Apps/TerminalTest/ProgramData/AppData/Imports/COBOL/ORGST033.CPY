      ******************************************************************
      *    ORGST033 - FILE INTEGRITY BASELINE RECORD                   *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) FILE INTEGRITY BASELINE,  *
      * MAINTAINED AND CHECKED BY ORGUT128.  TWO KINDS OF ENTRY SHARE  *
      * THE FILE, TOLD APART BY THE FIRST BYTE OF THE KEY:             *
      *   'W' - A WATCHED CONTROL RECORD.  ST033-ENTRY-VALUE IS THE    *
      *         CONTROL RECORD'S DIRECTORY AND CONDITION (ORGST011),   *
      *         AND EVERY FILE ITS SEARCH MATCHES IS A CRITICAL FILE   *
      *         WHOSE CONTENT IS HELD ON THE BASELINE.  THE FILE       *
      *         FIELDS ARE NOT USED; THE BASELINED-BY/DATE/TIME AND    *
      *         RELEASE REFERENCE SAY WHEN THE RECORD'S FILES WERE     *
      *         LAST TAKEN ONTO THE BASELINE, UNDER WHICH RELEASE.     *
      *   'F' - A BASELINED FILE.  ST033-ENTRY-VALUE IS THE MATCHED    *
      *         PATH (ST013-MATCHED-PATH), ST033-WATCH-DIRECTORY AND   *
      *         ST033-WATCH-CONDITION NAME THE WATCHED RECORD IT CAME  *
      *         FROM, AND THE SIZE, MODIFICATION STAMP AND CONTENT     *
      *         CHECKSUM ARE WHAT THE FILE HELD WHEN IT WAS BASELINED. *
      * THE CHECKSUM IS THE SAME BYTEWISE POLYNOMIAL ROLL ORGUT112     *
      * USES FOR ITS DUPLICATE GROUPING, OVER ST033-FILE-SIZE BYTES.   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST033-BASELINE-RECORD.
           05  ST033-BASE-KEY.
               10  ST033-ENTRY-TYPE      PIC X(01).
                   88  ST033-TYPE-WATCH      VALUE 'W'.
                   88  ST033-TYPE-FILE       VALUE 'F'.
               10  ST033-ENTRY-VALUE     PIC X(80).
               10  ST033-WATCH-KEY-VIEW REDEFINES ST033-ENTRY-VALUE.
                   15  ST033-KEY-DIRECTORY
                                         PIC X(60).
                   15  ST033-KEY-CONDITION
                                         PIC X(20).
           05  ST033-BASE-DATA.
               10  ST033-WATCH-DIRECTORY PIC X(60).
               10  ST033-WATCH-CONDITION PIC X(20).
               10  ST033-FILE-SIZE       PIC 9(12).
               10  ST033-FILE-MOD-DATE   PIC 9(08).
               10  ST033-FILE-MOD-TIME   PIC 9(08).
               10  ST033-FILE-CHECKSUM   PIC 9(09).
               10  ST033-RELEASE-REF     PIC X(20).
               10  ST033-BASELINED-BY    PIC X(08).
               10  ST033-BASELINED-DATE  PIC 9(08).
               10  ST033-BASELINED-TIME  PIC 9(08).
