      * ORGUT107 CONFIG AUDIT FILE.  THIS COPYBOOK IS COPIED DIRECTLY  *
      * INTO THE FD OF EVERY PROGRAM THAT TOUCHES THE FILE, THE SAME   *
      * WAY ORGST003 IS FOR THE STANDARD LOG RECORD.                   *
      *                                                                *
      * THE ORGUT118 QUARANTINE RESTORE/EXPIRY UTILITY EXTENDS THE     *
      * SAME FILE WITH ONE REVERSAL RECORD PER MOVE IT UNDOES OR       *
      * EXPIRES - 'RSTR' (MOVED BACK TO THE ORIGINAL PATH) OR 'PURG'   *
      * (QUARANTINED COPY DELETED AFTER THE EXPIRY PERIOD) - CARRYING  *
      * THE SAME ORIGINAL AND QUARANTINE PATHS, SIZE AND MOD STAMP AS  *
      * THE MOVE IT CLOSES, WITH ITS OWN ACTION DATE/TIME.  A MOVE IS  *
      * STILL IN QUARANTINE UNTIL A LATER RSTR OR PURG (OR A LATER     *
      * MOVE) CARRIES THE SAME QUARANTINE PATH.                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

           05  ST015-ACTION              PIC X(04).
               88  ST015-ACTION-MOVE         VALUE 'MOVE'.
               88  ST015-ACTION-DELETE       VALUE 'DELE'.
               88  ST015-ACTION-RESTORE      VALUE 'RSTR'.
               88  ST015-ACTION-PURGE        VALUE 'PURG'.
           05  ST015-ACTION-DATE         PIC 9(08).
           05  ST015-ACTION-TIME         PIC 9(08).
