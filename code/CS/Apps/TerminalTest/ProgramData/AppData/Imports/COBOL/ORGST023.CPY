      ******************************************************************
      *    ORGST023 - DIRECTORY OWNERSHIP LOOKUP WS FIELDS             *
      ******************************************************************
      * WORKING-STORAGE FIELDS USED BY THE ORGPX005 OWNERSHIP          *
      * PARAGRAPHS.  THE INCLUDING PROGRAM DECLARES THE REGISTRY FILE  *
      * ITSELF AS:                                                     *
      *     SELECT OPTIONAL OWNER-REGISTRY-FILE                        *
      *     ASSIGN TO ST023-OWNER-FILE-PATH                            *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST022-OWNER-PREFIX                           *
      *     FILE STATUS IS ST023-OWNER-STATUS.                         *
      * WITH ORGST022 COPIED INTO ITS FD, RESOLVES ST023-OWNER-FILE-   *
      * PATH FROM THE OWNER-REGISTRY-PATH DCCM CONFIG VALUE (DEFAULT   *
      * ST023-OWNER-PATH-DFLT), AND PERFORMS U3500-LOAD-OWNERS ONCE AT *
      * START-UP.                                                      *
      *                                                                *
      * THE PREFIX TABLE HOLDS EVERY REGISTRY ENTRY; THE OWNER TABLE   *
      * HOLDS ONE ENTRY PER DISTINCT DEPARTMENT/DELIVERY PAIR, AND     *
      * EACH PREFIX POINTS AT ITS OWNER.  WHEN THE REGISTRY EXISTS BUT *
      * CANNOT BE READ IN FULL (HARD I/O ERROR, MORE THAN 500 PREFIXES *
      * OR 200 OWNERS) ST023-OWNERS-USABLE IS OFF AND NOTHING SHOULD   *
      * BE DISTRIBUTED - A PARTIAL REGISTRY WOULD SEND FINDINGS TO THE *
      * WRONG OWNER.  A REGISTRY THAT DOES NOT EXIST YET IS EMPTY.     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST023-OWNER-WORK-FIELDS.
           05  ST023-OWNER-PATH-LIT      PIC X(30)
                                          VALUE 'OWNER-REGISTRY-PATH'.
           05  ST023-OWNER-PATH-DFLT     PIC X(81)
                                          VALUE 'C:\OWNERREG.DAT'.
           05  ST023-OWNER-FILE-PATH     PIC X(81) VALUE SPACES.
           05  ST023-OWNER-STATUS        PIC X(02) VALUE SPACES.
           05  ST023-OWNER-USABLE        PIC X(01) VALUE 'Y'.
               88  ST023-OWNERS-USABLE       VALUE 'Y'.
           05  ST023-OWNER-EOF           PIC X(01) VALUE 'N'.
               88  ST023-OWNER-FILE-EOF      VALUE 'Y'.
           05  ST023-CHECK-PATH          PIC X(80) VALUE SPACES.
      *    PATH AND PREFIX ARE COMPARED IN UPPER CASE - THE FILE
      *    SYSTEM DOES NOT CARE, SO NEITHER DOES THE LOOKUP.
           05  ST023-CHECK-UPPER         PIC X(80) VALUE SPACES.
           05  ST023-KEY-UPPER           PIC X(80) VALUE SPACES.
           05  ST023-OWNER-HIT           PIC 9(03) VALUE ZEROES.
           05  ST023-PREFIX-HIT          PIC 9(03) VALUE ZEROES.
           05  ST023-BEST-LENGTH         PIC 9(03) VALUE ZEROES.
           05  ST023-PREFIX-IDX          PIC 9(03) VALUE ZEROES.
           05  ST023-OWNER-IDX           PIC 9(03) VALUE ZEROES.
           05  ST023-PREFIX-POS          PIC 9(03) VALUE ZEROES.
           05  ST023-NEXT-CHAR           PIC X(01) VALUE SPACE.

       01  ST023-PREFIX-TABLE.
           05  ST023-PREFIX-ENTRY        OCCURS 500 TIMES.
               10  ST023-PREFIX-KEY      PIC X(80).
               10  ST023-PREFIX-LENGTH   PIC 9(03).
               10  ST023-PREFIX-OWNER    PIC 9(03).
           05  ST023-PREFIX-COUNT        PIC 9(03) VALUE ZEROES.

       01  ST023-OWNER-TABLE.
           05  ST023-OWNER-ENTRY         OCCURS 200 TIMES.
               10  ST023-OWN-DEPARTMENT  PIC X(30).
               10  ST023-OWN-CONTACT     PIC X(40).
               10  ST023-OWN-DELIVERY-TYPE
                                         PIC X(01).
               10  ST023-OWN-DELIVERY-DEST
                                         PIC X(80).
           05  ST023-OWNER-COUNT         PIC 9(03) VALUE ZEROES.
