      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 08-21-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      * 10-15-2026 ! SBOLT    ! RESULT ROWS RECONCILED ARE POSTED TO   *
      *            !          ! TONIGHT'S CYCLE ON THE NIGHTLY RUN     *
      *            !          ! LEDGER (ORGST025) FOR THE ORGUT124     *
      *            !          ! BALANCING STEP.                        *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUN-LEDGER-FILE
           ASSIGN TO ST026-LEDGER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST025-CYCLE-DATE
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS ST026-LEDGER-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD RECON-REPORT-FILE.
        01 RECON-REPORT-RECORD             PIC X(132).

        FD RUN-LEDGER-FILE.
      *    TONIGHT'S CYCLE, OPENED BY THE ORGUT108 SELECTION STEP.
               COPY 'ORGST025.CPY'.


       EJECT
      ******************************************************************

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD NIGHTLY RUN LEDGER WS FIELDS          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST026.CPY'.

       EJECT
      ******************************************************************
      *  THE CODE BELOW IS RELATED TO THE INTERFACE WITH ORACLE        *
      ******************************************************************

       77  PGMMSG-LOW                  PIC 9(06)  VALUE 106000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 106999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 106005.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
               'RESULTS AND AUDIT LOG OUT OF BALANCE              '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-106005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT POST RECONCILE TOTALS TO THE RUN LEDGER '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 06.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-DB-PASSWORD
           END-IF.

           MOVE ST026-LEDGER-PATH-DFLT    TO ST026-LEDGER-FILE-PATH.
           MOVE WSC-ORGUT105              TO ST009-PROGRAM-NAME.
           MOVE ST026-LEDGER-PATH-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST026-LEDGER-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

               MOVE STC-N                 TO SCB-DB-CONNECTED
           END-IF.

           PERFORM 90100-POST-RUN-LEDGER THRU 90100-EXIT.

           IF WSC-DISCREPANCY-COUNT > ZEROES
               MOVE 106004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
       90000-EXIT.
           EXIT.

       90100-POST-RUN-LEDGER.
      *    THE RESULTS READ HERE MUST MATCH WHAT THE DISPOSITION STEP
      *    READ FROM THE SAME FILE; THE DISCREPANCY COUNT IS CARRIED
      *    ONTO THE LEDGER SO THE NIGHT'S BALANCING REPORT SHOWS IT.
           PERFORM U3720-READ-CYCLE THRU U3720-EXIT.
           IF ST026-CYCLE-FOUND
               MOVE STC-Y                 TO ST025-RECN-POSTED
               MOVE WSC-RESULT-COUNT      TO ST025-RECN-RESULTS
               MOVE WSC-AUDIT-ROW-COUNT   TO ST025-RECN-AUDIT-ROWS
               MOVE WSC-DISCREPANCY-COUNT TO ST025-RECN-DISCREPANCIES
               PERFORM U3730-REWRITE-CYCLE THRU U3730-EXIT
           END-IF.
           IF NOT ST026-LEDGER-POSTED
               MOVE 106005                TO SCB-REASON-CODE
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
