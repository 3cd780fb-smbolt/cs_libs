      * TO ACT ON A GROUP, KEY ITS DIRECTORY INTO A CONTROL RECORD     *
      * WITH A MOVE DISPOSITION AND LET THE ORGUT111 DISPOSITION STEP  *
      * QUARANTINE THE EXTRA COPIES UNDER ITS ACTION MANIFEST.         *
      * EVERY REPORTED GROUP MEMBER IS ALSO WRITTEN TO THE DUPLICATE   *
      * EXTRACT FILE (ORGST024) SO THE ORGUT123 FINDINGS DISTRIBUTION  *
      * CAN CHARGE EACH OWNER WITH THE DUPLICATE SPACE IN ITS OWN      *
      * DIRECTORIES.                                                   *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *------------!----------!----------------------------------------*
      * 09-02-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      *            !          !                                        *
      * 10-15-2026 ! SBOLT    ! WRITE EVERY GROUP MEMBER TO THE NEW    *
      *            !          ! DUPLICATE EXTRACT FILE (ORGST024) FOR  *
      *            !          ! PER-OWNER FINDINGS DISTRIBUTION.       *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT DUP-EXTRACT-FILE
           ASSIGN TO WSC-EXTRACT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-EXTRACT-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD DUP-REPORT-FILE.
        01 DUP-REPORT-RECORD               PIC X(132).

        FD DUP-EXTRACT-FILE.
      *    SAME RECORD LAYOUT ORGUT123 READS, SO THIS PROGRAM COPIES
      *    ORGST024 DIRECTLY.
               COPY 'ORGST024.CPY'.


       EJECT
      ******************************************************************
                                          VALUE 'DUP-REPORT-PATH'.
           05  STC-DUP-REPORT-DFLT       PIC X(81)
                                          VALUE 'C:\DUPS.RPT'.
           05  STC-DUP-EXTRACT-LIT       PIC X(30)
                                          VALUE 'DUP-EXTRACT-PATH'.
           05  STC-DUP-EXTRACT-DFLT      PIC X(81)
                                          VALUE 'C:\DUPEXTRACT.DAT'.
      *    THE CHECKSUM IS A BYTEWISE POLYNOMIAL ROLL KEPT UNDER A
      *    LARGE PRIME - CHEAP TO COMPUTE AND, TOGETHER WITH THE
      *    EXACT-SIZE MATCH, MORE THAN SELECTIVE ENOUGH TO GROUP
           05  WSC-SEARCH-RESULTS-PATH   PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-EXTRACT-FILE-PATH     PIC X(81) VALUE SPACES.
           05  WSC-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-EXTRACT-OPEN          PIC X(01) VALUE 'N'.
               88  EXTRACT-OPEN              VALUE 'Y'.
           05  WSC-RESULTS-EOF           PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-EOF          VALUE 'Y'.
           05  WSC-RESULT-COUNT          PIC 9(07) VALUE ZEROES.
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 113000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 113999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 113003.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'FILE UNREADABLE FOR CHECKSUM - LEFT UNGROUPED     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-113003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN DUPLICATE EXTRACT - REPORT ONLY    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 04.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE STC-DUP-EXTRACT-DFLT      TO WSC-EXTRACT-FILE-PATH.
           MOVE STC-DUP-EXTRACT-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-EXTRACT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

               MOVE STC-Y                 TO WSC-RESULTS-EOF
           END-IF.
           OPEN OUTPUT DUP-REPORT-FILE.

      *    THE EXTRACT IS REWRITTEN EVERY RUN.  IF IT CANNOT BE
      *    OPENED THE PRINTED REPORT STILL GOES OUT, BUT THE RUN ENDS
      *    RC 8 SO THE DISTRIBUTION DOES NOT QUIETLY USE A STALE ONE.
           OPEN OUTPUT DUP-EXTRACT-FILE.
           IF WSC-EXTRACT-STATUS = '00'
               MOVE STC-Y                 TO WSC-EXTRACT-OPEN
           ELSE
               MOVE 113003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       10200-EXIT.
           EXIT.

                   DELIMITED BY SIZE INTO DUP-REPORT-RECORD
           END-STRING.
           WRITE DUP-REPORT-RECORD.

      *    MEMBER 1 IS THE COPY THE RECLAIM FIGURE ASSUMES IS KEPT.
           IF EXTRACT-OPEN
               MOVE WSC-DATE-HOLD         TO ST024-ANALYSIS-DATE
               MOVE WSC-GROUP-COUNT       TO ST024-GROUP-NUMBER
               MOVE WSC-MEMBER-IDX        TO ST024-MEMBER-NUMBER
               MOVE WSC-GROUP-MEMBERS     TO ST024-COPY-COUNT
               MOVE WSC-FILE-SIZE (WSC-ENTRY-IDX)
                                          TO ST024-FILE-SIZE
               MOVE WSC-FILE-PATH (WSC-ENTRY-IDX)
                                          TO ST024-FILE-PATH
               WRITE ST024-DUP-EXTRACT-RECORD
           END-IF.
       50400-EXIT.
           EXIT.

           WRITE DUP-REPORT-RECORD.

           CLOSE DUP-REPORT-FILE.
           IF EXTRACT-OPEN
               CLOSE DUP-EXTRACT-FILE
           END-IF.
       90000-EXIT.
           EXIT.

