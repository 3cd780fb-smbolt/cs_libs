      ******************************************************************
      *    ORGST021 - PATTERN LIBRARY WS FIELDS                        *
      ******************************************************************
      * WORKING-STORAGE FIELDS SHARED BY EVERY PROGRAM THAT READS OR   *
      * MAINTAINS THE PATTERN LIBRARY.  THE INCLUDING PROGRAM          *
      * DECLARES THE LIBRARY FILE ITSELF AS:                           *
      *     SELECT OPTIONAL PATTERN-LIBRARY-FILE                       *
      *     ASSIGN TO ST021-LIB-FILE-PATH                              *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS RANDOM (DYNAMIC TO LIST IT)                 *
      *     RECORD KEY IS ST020-SET-NAME                               *
      *     FILE STATUS IS ST021-LIB-STATUS.                           *
      * WITH ORGST020 COPIED INTO ITS FD, AND RESOLVES ST021-LIB-      *
      * FILE-PATH FROM THE PATTERN-LIBRARY-PATH DCCM CONFIG VALUE      *
      * (DEFAULT ST021-LIB-PATH-DFLT), SO THE MAINTENANCE UTILITY,     *
      * THE EDITS AND THE SEARCH ALL LAND ON THE SAME FILE.            *
      *                                                                *
      * ST021-LIB-AVAILABLE IS ON ONLY WHILE THE LIBRARY IS OPEN AND   *
      * READABLE.  A LIBRARY THAT DOES NOT EXIST YET HOLDS NO SETS, SO *
      * EVERY SET NAMED AGAINST IT IS "NOT ON THE LIBRARY".            *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST021-PATTERN-LIB-FIELDS.
           05  ST021-LIB-PATH-LIT        PIC X(30)
                                          VALUE 'PATTERN-LIBRARY-PATH'.
           05  ST021-LIB-PATH-DFLT       PIC X(81)
                                          VALUE 'C:\PATTERNLIB.DAT'.
           05  ST021-LIB-FILE-PATH       PIC X(81) VALUE SPACES.
           05  ST021-LIB-STATUS          PIC X(02) VALUE SPACES.
           05  ST021-LIB-AVAILABLE-SW    PIC X(01) VALUE 'N'.
               88  ST021-LIB-AVAILABLE       VALUE 'Y'.
           05  ST021-SET-FOUND-SW        PIC X(01) VALUE 'N'.
               88  ST021-SET-FOUND           VALUE 'Y'.
