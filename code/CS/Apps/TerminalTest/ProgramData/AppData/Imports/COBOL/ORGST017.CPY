      * EVERY READ AFTER THE FIRST OLD ROW MISALIGNS - THE SAME        *
      * MIGRATION RULE THE ORGST011 CONTROL RECORD CARRIES.  A         *
      * RE-PADDED LEGACY ROW THEN READS AS ZERO START STAMP AND ZERO   *
      * FILES SCANNED WITH NO OTHER CHANGE.  THE ORGUT125 LAYOUT       *
      * MIGRATION UTILITY DOES THE RE-PADDING (CONVERT ARCHIVE <PATH>).*
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

