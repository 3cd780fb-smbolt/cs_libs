      * SPACES IN THEM FOR A NAME-ONLY MATCH.  THE ST013-FILE-*        *
      * METADATA FIELDS ARE RETURNED FOR EVERY MATCH REGARDLESS OF     *
      * SEARCH TYPE.                                                   *
      *                                                                *
      * ST013-LEGAL-HOLD IS SET BY ORGUT100 WHEN THE MATCHED PATH IS   *
      * UNDER A LEGAL HOLD OR EXEMPTION ON THE ORGST018 REGISTRY AT    *
      * THE TIME OF THE SEARCH.                                        *
      *                                                                *
      * ST013-HIT-CATEGORY AND ST013-HIT-SENSITIVITY ARE SET ONLY FOR  *
      * A HIT FROM A NAMED PATTERN SET (SOURCE PATTERN 'SET=<NAME>' -  *
      * SEE ORGST011/ORGST020): THE SET'S CLASSIFICATION CATEGORY AND  *
      * ITS SENSITIVITY LEVEL ('1' LOW THRU '4' RESTRICTED).  THEY ARE *
      * SPACES ON EVERY OTHER RESULT.  THE ORGUT121 CLASSIFICATION     *
      * REPORT ROLLS THE NIGHT'S HITS UP BY THEM.                      *
      *                                                                *
      * THE RECORD HAS GROWN BY APPENDED FIELDS - 345 BYTES BEFORE     *
      * THE LEGAL HOLD AND CLASSIFICATION FIELDS, 359 NOW.  LIKE THE   *
      * ORGST011 CONTROL FILE, A RESULTS FILE KEPT IN THE OLDER LAYOUT *
      * MUST BE RE-PADDED TO THE CURRENT LENGTH (NEW FIELDS AS SPACES) *
      * BEFORE ANY CURRENT PROGRAM READS IT, OR EVERY READ AFTER THE   *
      * FIRST MISALIGNS - THE ORGUT125 LAYOUT MIGRATION UTILITY DOES   *
      * IT (CONVERT RESULTS <PATH>).  THE STRAIGHT-IMAGE RECORDS IN    *
      * ORGUT110 AND ORGUT117 MUST BE KEPT THE SAME LENGTH AS THIS     *
      * LAYOUT.                                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

           05  ST013-FILE-ATTRIBUTES     PIC X(10).
           05  ST013-RESULT-DATE         PIC 9(08).
           05  ST013-RESULT-TIME         PIC 9(08).
           05  ST013-LEGAL-HOLD          PIC X(01).
               88  ST013-PATH-HELD           VALUE 'Y'.
           05  ST013-HIT-CATEGORY        PIC X(12).
           05  ST013-HIT-SENSITIVITY     PIC X(01).
