      ******************************************************************
      *    ORGST028 - ON-DEMAND SEARCH RELEASE WS FIELDS               *
      ******************************************************************
      * WORKING-STORAGE FIELDS SHARED BY EVERY PROGRAM THAT TOUCHES    *
      * THE SEARCH RELEASE FILE (ORGST027) AND ITS AUDIT FILE          *
      * (ORGST029).  THE INCLUDING PROGRAM DECLARES THE FILES AS:      *
      *     SELECT OPTIONAL RELEASE-FILE                               *
      *     ASSIGN TO ST028-RELEASE-FILE-PATH                          *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST027-RELEASE-ID                             *
      *     FILE STATUS IS ST028-RELEASE-STATUS.                       *
      *     SELECT OPTIONAL RELEASE-AUDIT-FILE                         *
      *     ASSIGN TO ST028-AUDIT-FILE-PATH                            *
      *     ORGANIZATION IS SEQUENTIAL                                 *
      *     FILE STATUS IS ST028-AUDIT-STATUS.                         *
      * WITH ORGST027 AND ORGST029 COPIED INTO THE FDS, RESOLVES BOTH  *
      * PATHS FROM THE SEARCH-RELEASE-PATH AND RELEASE-AUDIT-PATH DCCM *
      * CONFIG VALUES (DEFAULTS BELOW), AND WRITES AUDIT RECORDS WITH  *
      * THE ORGPX007 U3800 PARAGRAPH.                                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST028-RELEASE-WORK-FIELDS.
           05  ST028-RELEASE-PATH-LIT    PIC X(30)
                                          VALUE 'SEARCH-RELEASE-PATH'.
           05  ST028-RELEASE-PATH-DFLT   PIC X(81)
                                          VALUE 'C:\RELEASE.DAT'.
           05  ST028-RELEASE-FILE-PATH   PIC X(81) VALUE SPACES.
           05  ST028-RELEASE-STATUS      PIC X(02) VALUE SPACES.
           05  ST028-AUDIT-PATH-LIT      PIC X(30)
                                          VALUE 'RELEASE-AUDIT-PATH'.
           05  ST028-AUDIT-PATH-DFLT     PIC X(81)
                                          VALUE 'C:\RELAUDIT.DAT'.
           05  ST028-AUDIT-FILE-PATH     PIC X(81) VALUE SPACES.
           05  ST028-AUDIT-STATUS        PIC X(02) VALUE SPACES.
      *    SET BY THE CALLER BEFORE U3800: THE ACTION (SEE ORGST029)
      *    AND THE OPERATOR OF RECORD (SPACES FOR THE NIGHTLY BATCH).
           05  ST028-AUDIT-ACTION        PIC X(08) VALUE SPACES.
           05  ST028-AUDIT-OPERATOR      PIC X(08) VALUE SPACES.
           05  ST028-AUDIT-SWITCH        PIC X(01) VALUE 'N'.
               88  ST028-AUDIT-WRITTEN       VALUE 'Y'.
