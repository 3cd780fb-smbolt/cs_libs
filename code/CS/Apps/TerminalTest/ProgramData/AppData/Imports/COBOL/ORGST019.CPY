      ******************************************************************
      *    ORGST019 - LEGAL HOLD LOOKUP WS FIELDS                      *
      ******************************************************************
      * WORKING-STORAGE FIELDS USED BY THE ORGPX004 LEGAL HOLD         *
      * PARAGRAPHS.  THE INCLUDING PROGRAM DECLARES THE REGISTRY FILE  *
      * ITSELF AS:                                                     *
      *     SELECT OPTIONAL LEGAL-HOLD-FILE                            *
      *     ASSIGN TO ST019-HOLD-FILE-PATH                             *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST018-HOLD-PATH                              *
      *     FILE STATUS IS ST019-HOLD-STATUS.                          *
      * WITH ORGST018 COPIED INTO ITS FD, RESOLVES ST019-HOLD-FILE-    *
      * PATH FROM THE LEGAL-HOLD-PATH DCCM CONFIG VALUE (DEFAULT       *
      * ST019-HOLD-PATH-DFLT), AND PERFORMS U3000-LOAD-LEGAL-HOLDS     *
      * ONCE AT START-UP.                                              *
      *                                                                *
      * THE TABLE HOLDS ONLY THE HOLDS IN FORCE TODAY.  WHEN THE       *
      * REGISTRY EXISTS BUT CANNOT BE READ IN FULL (HARD I/O ERROR OR  *
      * MORE THAN 500 ACTIVE HOLDS) ST019-HOLDS-USABLE IS OFF AND THE  *
      * CALLER MUST TREAT EVERY PATH AS POSSIBLY HELD - A HOLD THAT    *
      * COULD NOT BE READ IS STILL A HOLD.  A REGISTRY THAT DOES NOT   *
      * EXIST YET IS SIMPLY EMPTY.                                     *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST019-HOLD-WORK-FIELDS.
           05  ST019-HOLD-PATH-LIT       PIC X(30)
                                          VALUE 'LEGAL-HOLD-PATH'.
           05  ST019-HOLD-PATH-DFLT      PIC X(81)
                                          VALUE 'C:\LEGALHOLD.DAT'.
           05  ST019-HOLD-FILE-PATH      PIC X(81) VALUE SPACES.
           05  ST019-HOLD-STATUS         PIC X(02) VALUE SPACES.
           05  ST019-HOLD-USABLE         PIC X(01) VALUE 'Y'.
               88  ST019-HOLDS-USABLE        VALUE 'Y'.
           05  ST019-HOLD-EOF            PIC X(01) VALUE 'N'.
               88  ST019-HOLD-FILE-EOF       VALUE 'Y'.
           05  ST019-CHECK-PATH          PIC X(80) VALUE SPACES.
           05  ST019-CHECK-LENGTH        PIC 9(03) VALUE ZEROES.
      *    PATH AND HOLD KEY ARE COMPARED IN UPPER CASE - THE FILE
      *    SYSTEM DOES NOT CARE, SO NEITHER DOES THE CHECK.
           05  ST019-CHECK-UPPER         PIC X(80) VALUE SPACES.
           05  ST019-KEY-UPPER           PIC X(80) VALUE SPACES.
           05  ST019-HOLD-SWITCH         PIC X(01) VALUE 'N'.
               88  ST019-PATH-HELD           VALUE 'Y'.
           05  ST019-HOLD-HIT            PIC 9(03) VALUE ZEROES.
           05  ST019-HOLD-IDX            PIC 9(03) VALUE ZEROES.
           05  ST019-HOLD-POS            PIC 9(03) VALUE ZEROES.

       01  ST019-HOLD-TABLE.
           05  ST019-HOLD-ENTRY          OCCURS 500 TIMES.
               10  ST019-HOLD-KEY        PIC X(80).
               10  ST019-HOLD-KEY-LENGTH PIC 9(03).
               10  ST019-HOLD-KEY-SCOPE  PIC X(01).
               10  ST019-HOLD-KEY-CLASS  PIC X(04).
               10  ST019-HOLD-KEY-REASON PIC X(60).
           05  ST019-HOLD-COUNT          PIC 9(03) VALUE ZEROES.
