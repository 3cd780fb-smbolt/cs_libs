      *   - A TEXT SEARCH MUST CARRY A NON-BLANK PATTERN; A DATE       *
      *     SEARCH A VALID YYYYMMDD DATE; A SIZE SEARCH A NON-ZERO     *
      *     NUMERIC BYTE COUNT                                         *
      *   - A TEXT SEARCH WHOSE PATTERN NAMES A PATTERN SET            *
      *     ('SET=<NAME>') MUST NAME A SET THAT IS ON THE PATTERN      *
      *     LIBRARY (ORGST020) WITH AT LEAST ONE PATTERN               *
      *   - THE DISPOSITION MUST BE ONE OF REPT/MOVE/DELE (OR SPACES,  *
      *     WHICH RUNS AS REPORT-ONLY), AND A DELE DISPOSITION MUST    *
      *     ALSO CARRY THE 'Y' DELETE-CONFIRM FLAG - NOBODY MASS-      *
      *            !          ! ST011-DISPOSITION/DELETE-CONFIRM       *
      *            !          ! FIELDS (SEE ORGUT111); SEEN-TABLE      *
      *            !          ! WIDENED TO THE 129-BYTE RECORD.        *
      * 10-15-2026 ! SBOLT    ! A TEXT RECORD NAMING A PATTERN SET IS  *
      *            !          ! CHECKED AGAINST THE PATTERN LIBRARY    *
      *            !          ! (ORGST020) - AN UNKNOWN OR EMPTY SET   *
      *            !          ! IS REJECTED.                           *
      * 10-15-2026 ! SBOLT    ! RECORDS READ, PASSED AND REJECTED ARE  *
      *            !          ! POSTED TO TONIGHT'S CYCLE ON THE       *
      *            !          ! NIGHTLY RUN LEDGER (ORGST025) FOR THE  *
      *            !          ! ORGUT124 BALANCING STEP.               *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PATTERN-LIBRARY-FILE
           ASSIGN TO ST021-LIB-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST020-SET-NAME
           FILE STATUS IS ST021-LIB-STATUS.

           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD EDIT-REPORT-FILE.
        01 EDIT-REPORT-RECORD              PIC X(132).

        FD PATTERN-LIBRARY-FILE.
      *    READ ONLY, TO CONFIRM A PATTERN SET NAMED BY A TEXT
      *    RECORD EXISTS; MAINTAINED BY THE ORGUT120 UTILITY.
               COPY 'ORGST020.CPY'.

        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP.
               COPY 'ORGST025.CPY'.


       EJECT
      ******************************************************************

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD PATTERN LIBRARY WS FIELDS             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST021.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD NIGHTLY RUN LEDGER WS FIELDS          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST026.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 104000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 104999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 104005.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'DUPLICATE-CHECK TABLE OVERFLOW                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-104004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN PATTERN LIBRARY                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-104005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT POST EDIT TOTALS TO THE RUN LEDGER      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 06.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
               MOVE 104001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.

      *    SAME KEY AND DEFAULT (ORGST021) AS ORGUT100 USES, SO THE
      *    EDIT CHECKS THE LIBRARY THE SEARCH WILL ACTUALLY READ.
           MOVE ST021-LIB-PATH-DFLT       TO ST021-LIB-FILE-PATH.
           MOVE WSC-ORGUT103              TO ST009-PROGRAM-NAME.
           MOVE ST021-LIB-PATH-LIT        TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST021-LIB-FILE-PATH
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE WSC-ORGUT103              TO ST009-PROGRAM-NAME.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10200-OPEN-FILES.
           OPEN INPUT CONTROL-FILE.
           OPEN OUTPUT EDIT-REPORT-FILE.

      *    A LIBRARY THAT DOES NOT EXIST YET (STATUS 05) HOLDS NO
      *    SETS, AND ONE THAT CANNOT BE OPENED IS LOGGED; EITHER WAY
      *    EVERY RECORD NAMING A SET IS REJECTED BY 40237.
           MOVE STC-N                     TO ST021-LIB-AVAILABLE-SW.
           OPEN INPUT PATTERN-LIBRARY-FILE.
           EVALUATE ST021-LIB-STATUS
               WHEN '00'
                   MOVE STC-Y             TO ST021-LIB-AVAILABLE-SW
               WHEN '05'
                   CLOSE PATTERN-LIBRARY-FILE
               WHEN OTHER
                   MOVE 104004            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
           END-EVALUATE.
       10200-EXIT.
           EXIT.

                       MOVE STC-N         TO WSC-RECORD-OK
                       MOVE 'TEXT SEARCH PATTERN IS BLANK'
                                          TO WSC-REJECT-REASON
                   ELSE
                       IF ST011-NAMES-PATTERN-SET
                           PERFORM 40237-EDIT-PATTERN-SET
                                   THRU 40237-EXIT
                       END-IF
                   END-IF
               WHEN ST011-TYPE-DATE
                   PERFORM 40235-EDIT-DATE-PATTERN THRU 40235-EXIT
       40236-EXIT.
           EXIT.

       40237-EDIT-PATTERN-SET.
      *    ORGUT100 SKIPS A RECORD WHOSE SET IT CANNOT FIND, SO A
      *    MISKEYED SET NAME IS CAUGHT HERE INSTEAD OF QUIETLY
      *    SEARCHING FOR NOTHING ALL NIGHT.  A SET WITH NO PATTERNS
      *    IS REJECTED FOR THE SAME REASON.
           IF ST011-SET-NAME = SPACES
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET NAME IS BLANK'
                                          TO WSC-REJECT-REASON
               GO TO 40237-EXIT
           END-IF.

           MOVE STC-N                     TO ST021-SET-FOUND-SW.
           IF ST021-LIB-AVAILABLE
               MOVE ST011-SET-NAME        TO ST020-SET-NAME
               READ PATTERN-LIBRARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STC-Y         TO ST021-SET-FOUND-SW
               END-READ
           END-IF.

           IF NOT ST021-SET-FOUND
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET NOT ON PATTERN LIBRARY'
                                          TO WSC-REJECT-REASON
               GO TO 40237-EXIT
           END-IF.
           IF ST020-PATTERN-COUNT = ZEROES
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 'PATTERN SET HAS NO PATTERNS'
                                          TO WSC-REJECT-REASON
           END-IF.
       40237-EXIT.
           EXIT.

       40240-EDIT-DUPLICATE.
      *    ONLY THE SEARCH DEFINITION (THE FIRST 124 BYTES) IS
      *    COMPARED - SEE THE WSC-SEEN-TABLE NOTES.

           CLOSE CONTROL-FILE.
           CLOSE EDIT-REPORT-FILE.
           IF ST021-LIB-AVAILABLE
               CLOSE PATTERN-LIBRARY-FILE
           END-IF.

           PERFORM 90100-POST-RUN-LEDGER THRU 90100-EXIT.

           IF WSC-REJECT-COUNT > ZEROES
               MOVE 104002                TO SCB-REASON-CODE
       90000-EXIT.
           EXIT.

       90100-POST-RUN-LEDGER.
      *    EVERY RECORD READ IS EITHER ACCEPTED OR REJECTED, AND THE
      *    BALANCING STEP PROVES BOTH THAT AND THAT THE RECORDS READ
      *    ARE THE RECORDS THE SELECTION STEP CUT.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.
           IF ST026-CYCLE-FOUND
               MOVE STC-Y                 TO ST025-EDIT-POSTED
               MOVE WSC-RECORD-NUMBER     TO ST025-EDIT-READ
               MOVE WSC-ACCEPT-COUNT      TO ST025-EDIT-PASSED
               MOVE WSC-REJECT-COUNT      TO ST025-EDIT-REJECTED
               PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 104005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       90100-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD NIGHTLY RUN LEDGER POSTING              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX006.CPY'.
