      ******************************************************************
      *    ORGST030 - OPERATOR AUTHORIZATION RECORD                    *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) OPERATOR AUTHORIZATION    *
      * FILE, MAINTAINED WITH ORGUT127 AND CHECKED BY EVERY            *
      * MAINTENANCE AND REQUEST UTILITY (ORGUT107, ORGUT113, ORGUT114, *
      * ORGUT126) THROUGH THE ORGPX008 PARAGRAPHS.  TWO KINDS OF ENTRY *
      * SHARE THE FILE, TOLD APART BY THE FIRST BYTE OF THE KEY:       *
      *   'O' - AN OPERATOR.  ST030-ENTRY-VALUE IS THE OPERATOR ID     *
      *         (THE SIGNED-ON USERNAME), LEFT-JUSTIFIED, AND THE      *
      *         ROLE FLAGS ('Y' OR 'N') SAY WHAT THE OPERATOR MAY DO:  *
      *           INQUIRY  - LIST AND REPORT FUNCTIONS, AND AD HOC     *
      *                      SEARCH REQUESTS THROUGH ORGUT114          *
      *           SCHEDULE - SEARCH SCHEDULE MAINTENANCE (ORGUT113)    *
      *                      AND ON-DEMAND RELEASES (ORGUT126)         *
      *           CONFIG   - DCCM CONFIG MAINTENANCE (ORGUT107)        *
      *           APPROVER - SECOND-PERSON APPROVAL OF HELD CHANGES    *
      *                      (ORGST031) AND PENDING RELEASES, AND      *
      *                      MAINTENANCE OF THIS FILE                  *
      *         ANY ROLE CARRIES INQUIRY WITH IT.  AN OPERATOR WITH NO *
      *         ENTRY MAY DO NOTHING.                                  *
      *   'R' - A PROTECTED ROOT.  ST030-ENTRY-VALUE IS A DIRECTORY    *
      *         PREFIX; A SEARCH REQUEST OR RELEASE AGAINST A          *
      *         DIRECTORY ON OR UNDER IT IS HELD FOR A SECOND,         *
      *         DIFFERENT APPROVER.  THE PREFIX ONLY MATCHES ON A      *
      *         DIRECTORY BOUNDARY, AS IN ORGPX005.  THE ROLE FLAGS    *
      *         ARE NOT USED.                                          *
      * ST030-CHANGED-BY/DATE/TIME SAY WHO LAST SET THE ENTRY, AND     *
      * WHEN.                                                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST030-AUTH-RECORD.
           05  ST030-AUTH-KEY.
               10  ST030-ENTRY-TYPE      PIC X(01).
                   88  ST030-TYPE-OPERATOR   VALUE 'O'.
                   88  ST030-TYPE-PROTECTED-ROOT
                                             VALUE 'R'.
               10  ST030-ENTRY-VALUE     PIC X(80).
           05  ST030-AUTH-DATA.
               10  ST030-ROLE-INQUIRY    PIC X(01).
               10  ST030-ROLE-SCHEDULE   PIC X(01).
               10  ST030-ROLE-CONFIG     PIC X(01).
               10  ST030-ROLE-APPROVER   PIC X(01).
               10  ST030-DESCRIPTION     PIC X(40).
               10  ST030-CHANGED-BY      PIC X(08).
               10  ST030-CHANGED-DATE    PIC 9(08).
               10  ST030-CHANGED-TIME    PIC 9(08).
