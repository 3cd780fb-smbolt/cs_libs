      ******************************************************************
      *    ORGST031 - DUAL-CONTROL HELD CHANGE RECORD                  *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) HELD CHANGE FILE.  A      *
      * DESTRUCTIVE CHANGE DOES NOT TAKE EFFECT WHEN IT IS KEYED - IT  *
      * IS WRITTEN HERE AS PENDING AND APPLIED ONLY WHEN A SECOND,     *
      * DIFFERENT OPERATOR HOLDING THE APPROVER ROLE (ORGST030)        *
      * APPROVES IT IN THE PROGRAM THAT OWNS IT:                       *
      *   CONF - ORGUT107: A CHANGE TO QUARANTINE-DIR, RETENTION-DAYS  *
      *          OR ANY DB- CONFIG VALUE                               *
      *   SCHD - ORGUT113: AN ADD OR CHANGE LEAVING A SCHEDULE RECORD  *
      *          SET TO DELE WITH CONFIRM 'Y'                          *
      *   SRCH - ORGUT114: A SEARCH REQUEST AGAINST A PROTECTED ROOT   *
      * ST031-CHANGE-STATE:                                            *
      *   'P' - PENDING SECOND-PERSON APPROVAL                         *
      *   'A' - APPROVED, WAITING TO BE SUBMITTED (SRCH ONLY - THE     *
      *         REQUESTER SUBMITS IT WITH ORGUT114 SUBMIT <ID>)        *
      *   'D' - DONE: APPLIED, OR SUBMITTED                            *
      *   'R' - REJECTED BY AN APPROVER, WITHDRAWN BY THE REQUESTER,   *
      *         OR REFUSED AT APPROVAL BECAUSE WHAT IT CHANGES HAD     *
      *         CHANGED SINCE IT WAS KEYED                             *
      * THE DETAIL AREA IS REDEFINED PER CHANGE TYPE.  A CONF OR SCHD  *
      * CHANGE CARRIES THE BEFORE IMAGE IT WAS KEYED AGAINST, AND IS   *
      * ONLY APPLIED WHILE THE LIVE VALUE OR RECORD STILL MATCHES IT.  *
      *                                                                *
      * THE RECORD KEYED ZEROES IS NOT A CHANGE - IT CARRIES THE LAST  *
      * CHANGE ID ISSUED, THE SAME WAY AS ORGST027.                    *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST031-CHANGE-RECORD.
           05  ST031-CHANGE-ID           PIC 9(06).
           05  ST031-CHANGE-DATA.
               10  ST031-CHANGE-STATE    PIC X(01).
                   88  ST031-STATE-PENDING   VALUE 'P'.
                   88  ST031-STATE-APPROVED  VALUE 'A'.
                   88  ST031-STATE-DONE      VALUE 'D'.
                   88  ST031-STATE-REJECTED  VALUE 'R'.
                   88  ST031-STATE-OPEN      VALUE 'P', 'A'.
               10  ST031-CHANGE-TYPE     PIC X(04).
                   88  ST031-TYPE-CONFIG     VALUE 'CONF'.
                   88  ST031-TYPE-SCHEDULE   VALUE 'SCHD'.
                   88  ST031-TYPE-SEARCH     VALUE 'SRCH'.
               10  ST031-OWNER-PROGRAM   PIC X(08).
               10  ST031-HOLD-REASON     PIC X(40).
               10  ST031-REQUESTED-BY    PIC X(08).
               10  ST031-REQUESTED-DATE  PIC 9(08).
               10  ST031-REQUESTED-TIME  PIC 9(08).
               10  ST031-APPROVED-BY     PIC X(08).
               10  ST031-APPROVED-DATE   PIC 9(08).
               10  ST031-APPROVED-TIME   PIC 9(08).
               10  ST031-CLOSED-BY       PIC X(08).
               10  ST031-CLOSED-DATE     PIC 9(08).
               10  ST031-CLOSED-TIME     PIC 9(08).
               10  ST031-CHANGE-DETAIL   PIC X(275).
      *        CONF - THE ORGUT107 SET AS KEYED.
               10  ST031-CONFIG-DETAIL REDEFINES ST031-CHANGE-DETAIL.
                   15  ST031-CONF-PROGRAM
                                         PIC X(08).
                   15  ST031-CONF-NAME   PIC X(30).
                   15  ST031-CONF-OLD-VALUE
                                         PIC X(30).
                   15  ST031-CONF-NEW-VALUE
                                         PIC X(30).
                   15  FILLER            PIC X(177).
      *        SCHD - THE ORGUT113 ADD OR CHANGE, WITH ORGST014 IMAGES
      *        (OLD IMAGE SPACES FOR AN ADD).
               10  ST031-SCHED-DETAIL REDEFINES ST031-CHANGE-DETAIL.
                   15  ST031-SCHD-ACTION PIC X(06).
                   15  ST031-SCHD-RECORD-NUMBER
                                         PIC 9(05).
                   15  ST031-SCHD-OLD-IMAGE
                                         PIC X(132).
                   15  ST031-SCHD-NEW-IMAGE
                                         PIC X(132).
      *        SRCH - THE ORGUT114 REQUEST AND THE ROOT IT FELL UNDER.
               10  ST031-SEARCH-DETAIL REDEFINES ST031-CHANGE-DETAIL.
                   15  ST031-SRCH-DIRECTORY
                                         PIC X(60).
                   15  ST031-SRCH-CONDITION
                                         PIC X(20).
                   15  ST031-SRCH-TYPE   PIC X(04).
                   15  ST031-SRCH-PATTERN
                                         PIC X(40).
                   15  ST031-SRCH-ROOT   PIC X(80).
                   15  FILLER            PIC X(71).
           05  ST031-CONTROL-DATA REDEFINES ST031-CHANGE-DATA.
               10  ST031-LAST-CHANGE-ID  PIC 9(06).
               10  FILLER                PIC X(394).
