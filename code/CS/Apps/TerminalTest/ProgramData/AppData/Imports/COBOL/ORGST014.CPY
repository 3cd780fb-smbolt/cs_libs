      * DAY (01=MONDAY THRU 07=SUNDAY); 'M' RUNS ON THE DAY OF MONTH   *
      * IN ST014-SCHEDULE-DAY (01-31; A DAY PAST THE END OF A SHORT    *
      * MONTH RUNS ON THE MONTH'S LAST DAY); 'O' IS ON-DEMAND AND IS   *
      * NEVER SELECTED BY THE NIGHTLY RUN ON ITS OWN - IT RUNS ONLY    *
      * WHEN RELEASED WITH ORGUT126 (SEE ORGST027), TONIGHT THROUGH    *
      * ORGUT108 OR AT ONCE THROUGH ORGUT114.                          *
      *                                                                *
      * A SCHEDULE FILE CUT WHILE THE CONTROL RECORD WAS SHORTER (83   *
      * OR 127 BYTES - AN 80 OR 124-BYTE IMAGE FOLLOWED BY THE         *
      * FREQUENCY AND DAY) IS BROUGHT TO THIS LAYOUT BY THE ORGUT125   *
      * LAYOUT MIGRATION UTILITY (CONVERT SCHEDULE <PATH>), WHICH      *
      * RE-PADS THE IMAGE AND MOVES THE FREQUENCY AND DAY BEHIND IT.   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

