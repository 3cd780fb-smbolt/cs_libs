      * ALREADY MOVED LAST-FOUND UP TO TONIGHT.  ON A FRESH RECORD     *
      * THEY EQUAL THE FIRST-FOUND STAMP.  NOTE THE RECORD GREW WHEN   *
      * THESE FIELDS WERE APPENDED - A MASTER FILE BUILT ON THE OLD    *
      * 243-BYTE LAYOUT MUST BE REBUILT ONCE (OR A FRESH RESULTS-      *
      * MASTER-PATH STARTED) BEFORE PROGRAMS ON THIS LAYOUT TOUCH IT.  *
      * THE ORGUT125 LAYOUT MIGRATION UTILITY (CONVERT MASTER <PATH>)  *
      * REBUILDS IT FROM AN UNLOAD, PRIOR-FOUND SET TO FIRST-FOUND.    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

