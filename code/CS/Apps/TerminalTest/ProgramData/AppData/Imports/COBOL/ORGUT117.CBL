      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! RESULT IMAGE WIDENED TO 346 BYTES FOR  *
      *            !          ! THE ST013-LEGAL-HOLD FLAG.             *
      * 10-15-2026 ! SBOLT    ! RESULT IMAGE WIDENED TO 359 BYTES FOR  *
      *            !          ! THE ST013 HIT CATEGORY/SENSITIVITY.    *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
        01 AUDIT-EXTRACT-RECORD            PIC X(158).

        FD RESULTS-EXTRACT-FILE.
      *    STRAIGHT IMAGE OF THE ORGST013 RECORD (359 BYTES), SAME
      *    ARRANGEMENT AS THE ORGUT110 MERGE OUTPUT - POINT A TOOL'S
      *    RESULTS-FILE-PATH HERE TO RUN IT AGAINST RESTORED DATA.
        01 RESULT-EXTRACT-RECORD           PIC X(359).

        FD RETRIEVE-REPORT-FILE.
        01 RETRIEVE-REPORT-RECORD          PIC X(132).
