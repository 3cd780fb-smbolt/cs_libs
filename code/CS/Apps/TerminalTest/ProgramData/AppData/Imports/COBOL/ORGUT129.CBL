       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT129.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT129 - RECORDS-MANAGEMENT OUTBOUND INTERFACE               *
      ******************************************************************
      * SENDS THE NIGHT'S FINDINGS TO THE RECORDS-MANAGEMENT SYSTEM AS *
      * A FIXED-FORMAT EXTRACT (ORGST034), AND MATCHES THE RECEIVER'S  *
      * ACKNOWLEDGEMENTS BACK.  ONE COMMAND FROM THE COMMAND LINE:     *
      *   SEND (OR BLANK) - THE NIGHTLY STEP, AFTER THE ORGUT111       *
      *                     DISPOSITION STEP.  WRITES A HEADER (RUN    *
      *                     DATE, SOURCE SYSTEM, SEQUENCE NUMBER), ONE *
      *                     'F' RECORD PER SEARCH RESULT (ORGST013)    *
      *                     WITH ITS FIRST/LAST-FOUND HISTORY FROM THE *
      *                     RESULTS MASTER (ORGST010), ONE 'A' RECORD  *
      *                     PER ACTION POSTED TO THE MANIFEST          *
      *                     (ORGST015) THAT NIGHT, AND A TRAILER WITH  *
      *                     THE RECORD COUNTS BY TYPE AND A HASH TOTAL *
      *                     OF THE FILE SIZES.  THE FILE AND ITS       *
      *                     TOTALS ARE RECORDED ON THE SENT-FILE LOG   *
      *                     (ORGST035).                                *
      *   ACKNOWLEDGE     - THE MORNING RUN.  MATCHES EACH RECORD ON   *
      *                     THE INBOUND ACKNOWLEDGEMENT FILE (ORGST036)*
      *                     TO THE SENT-FILE LOG BY SEQUENCE NUMBER,   *
      *                     THEN REPORTS EVERY NIGHT STILL NOT         *
      *                     ACKNOWLEDGED, ACKNOWLEDGED WITH DIFFERENT  *
      *                     TOTALS, OR REJECTED, EACH LOGGED AT ALERT  *
      *                     SEVERITY FOR ORGUT106 (RC 8).              *
      * SEQUENCE NUMBERS RUN WITHOUT GAPS ACROSS NIGHTS: THE NEXT ONE  *
      * IS TAKEN FROM THE SENT-FILE LOG ONLY ONCE A COMPLETE EXTRACT   *
      * HAS BEEN WRITTEN, AND A NIGHT RERUN BEFORE IT IS ACKNOWLEDGED  *
      * IS REBUILT UNDER ITS ORIGINAL NUMBER.  A NIGHT ALREADY         *
      * ACKNOWLEDGED, OR OLDER THAN THE LAST NIGHT SENT, IS NOT SENT   *
      * AGAIN.  WITHOUT THE RESULTS FILE OR THE RESULTS MASTER NOTHING *
      * IS SENT (RC 8) - AN EXTRACT MISSING THE HISTORY WOULD LOAD AS  *
      * IF EVERY FILE WERE NEW.                                        *
      ******************************************************************
      *                       PROGRAM HISTORY                          *
      ******************************************************************
      *   DATE     !  PGMR    !     DESCRIPTION OF CHANGE              *
      *------------!----------!----------------------------------------*
      * 10-15-2026 ! SBOLT    ! INITIAL PROGRAM CODING.                *
      *            !          !                                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEARCH-RESULTS-FILE
           ASSIGN TO WSC-SEARCH-RESULTS-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-RESULTS-STATUS.

           SELECT RESULTS-MASTER-FILE
           ASSIGN TO WSC-RESULTS-MASTER-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST010-MATCHED-PATH
           FILE STATUS IS WSC-MASTER-STATUS.

           SELECT ACTION-MANIFEST-FILE
           ASSIGN TO WSC-MANIFEST-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-MANIFEST-STATUS.

           SELECT RM-EXTRACT-FILE
           ASSIGN TO WSC-EXTRACT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-EXTRACT-STATUS.

           SELECT OPTIONAL SENT-LOG-FILE
           ASSIGN TO WSC-SENT-LOG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST035-SEQUENCE
           FILE STATUS IS WSC-SENT-LOG-STATUS.

           SELECT ACK-FILE
           ASSIGN TO WSC-ACK-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-ACK-STATUS.

           SELECT RM-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
        FD SEARCH-RESULTS-FILE.
      *    SAME RECORD LAYOUT ORGUT100'S 40300-WRITE-SEARCH-RESULT
      *    WRITES, SO THIS PROGRAM COPIES ORGST013 DIRECTLY.
               COPY 'ORGST013.CPY'.

        FD RESULTS-MASTER-FILE.
               COPY 'ORGST010.CPY'.

        FD ACTION-MANIFEST-FILE.
               COPY 'ORGST015.CPY'.

        FD RM-EXTRACT-FILE.
               COPY 'ORGST034.CPY'.

        FD SENT-LOG-FILE.
               COPY 'ORGST035.CPY'.

        FD ACK-FILE.
               COPY 'ORGST036.CPY'.

        FD RM-REPORT-FILE.
        01 RM-REPORT-RECORD                PIC X(132).


       EJECT
      ******************************************************************
       WORKING-STORAGE SECTION.
      *************************************************************WSX**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD CONTROL BLOCK                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST001.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD LOG SUBPROGRAM LINKAGE                *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST004.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD LOG MESSAGES                          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST005.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DATE MODULE WS FIELDS                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST006.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DATE MODULE LINKAGE                   *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST007.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DCCM INTERFACE WS FIELDS              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST008.CPY'.

       EJECT
      ******************************************************************
      *    COPYCODE FOR STANDARD DCCM INTERFACE LINKAGE FIELDS         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST009.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT129              PIC X(08) VALUE 'ORGUT129'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  THE RESULTS, MASTER
      *    AND MANIFEST KEYS AND DEFAULTS MATCH ORGUT111'S AND
      *    ORGUT123'S SO THIS STEP SENDS WHAT THE NIGHT PRODUCED.
           05  STC-RESULTS-FILE-LIT      PIC X(30)
                                          VALUE 'RESULTS-FILE-PATH'.
           05  STC-RESULTS-FILE-DFLT     PIC X(81)
                                          VALUE 'C:\SEARCHRESULTS.DAT'.
           05  STC-MASTER-FILE-LIT       PIC X(30)
                                          VALUE 'RESULTS-MASTER-PATH'.
           05  STC-MASTER-FILE-DFLT      PIC X(81)
                                          VALUE 'C:\SEARCHMASTER.DAT'.
           05  STC-MANIFEST-LIT          PIC X(30)
                                          VALUE 'ACTION-MANIFEST-PATH'.
           05  STC-MANIFEST-DFLT         PIC X(81)
                                          VALUE 'C:\ACTMANIFEST.DAT'.
           05  STC-EXTRACT-LIT           PIC X(30)
                                          VALUE 'RM-EXTRACT-PATH'.
           05  STC-EXTRACT-DFLT          PIC X(81)
                                          VALUE 'C:\RMEXTRACT.DAT'.
           05  STC-SENT-LOG-LIT          PIC X(30)
                                          VALUE 'RM-SENT-LOG-PATH'.
           05  STC-SENT-LOG-DFLT         PIC X(81)
                                          VALUE 'C:\RMSENTLOG.DAT'.
           05  STC-ACK-FILE-LIT          PIC X(30)
                                          VALUE 'RM-ACK-PATH'.
           05  STC-ACK-FILE-DFLT         PIC X(81)
                                          VALUE 'C:\RMACK.DAT'.
           05  STC-RM-REPORT-LIT         PIC X(30)
                                          VALUE 'RM-REPORT-PATH'.
           05  STC-RM-REPORT-DFLT        PIC X(81)
                                          VALUE 'C:\RMINTERFACE.RPT'.
           05  STC-SOURCE-SYSTEM-LIT     PIC X(30)
                                          VALUE 'RM-SOURCE-SYSTEM'.
           05  STC-SOURCE-SYSTEM-DFLT    PIC X(08) VALUE 'FILESRCH'.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05  WSC-SOURCE-SYSTEM         PIC X(08) VALUE SPACES.
           05  WSC-SEARCH-RESULTS-PATH   PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-RESULTS-MASTER-PATH   PIC X(81) VALUE SPACES.
           05  WSC-MASTER-STATUS         PIC X(02) VALUE SPACES.
           05  WSC-MANIFEST-PATH         PIC X(81) VALUE SPACES.
           05  WSC-MANIFEST-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-EXTRACT-FILE-PATH     PIC X(81) VALUE SPACES.
           05  WSC-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-SENT-LOG-PATH         PIC X(81) VALUE SPACES.
           05  WSC-SENT-LOG-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-ACK-FILE-PATH         PIC X(81) VALUE SPACES.
           05  WSC-ACK-STATUS            PIC X(02) VALUE SPACES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-COMMAND               PIC X(12) VALUE SPACES.
               88  WSC-CMD-SEND              VALUE 'SEND', SPACES.
               88  WSC-CMD-ACKNOWLEDGE       VALUE 'ACKNOWLEDGE'.
           05  WSC-SENT-LOG-OPEN         PIC X(01) VALUE 'N'.
               88  SENT-LOG-OPEN             VALUE 'Y'.
           05  WSC-REPORT-OPEN           PIC X(01) VALUE 'N'.
               88  REPORT-OPEN               VALUE 'Y'.
           05  WSC-RESULTS-EOF           PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-EOF          VALUE 'Y'.
           05  WSC-MANIFEST-EOF          PIC X(01) VALUE 'N'.
               88  MANIFEST-FILE-EOF         VALUE 'Y'.
           05  WSC-ACK-EOF               PIC X(01) VALUE 'N'.
               88  ACK-FILE-EOF              VALUE 'Y'.
           05  WSC-LOG-EOF               PIC X(01) VALUE 'N'.
               88  SENT-LOG-EOF              VALUE 'Y'.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
      *    'Y' WHEN TONIGHT'S RUN DATE IS ALREADY ON THE LOG (A RERUN)
      *    AND THE EXTRACT IS REBUILT UNDER ITS ORIGINAL SEQUENCE.
           05  WSC-RESEND                PIC X(01) VALUE 'N'.
               88  NIGHT-IS-RESEND           VALUE 'Y'.
           05  WSC-SEQUENCE              PIC 9(08) VALUE ZEROES.
           05  WSC-LAST-SEQUENCE         PIC 9(08) VALUE ZEROES.
           05  WSC-LAST-RUN-DATE         PIC 9(08) VALUE ZEROES.
           05  WSC-SEND-COUNT            PIC 9(03) VALUE ZEROES.
           05  WSC-STATE-TEXT            PIC X(24) VALUE SPACES.

      *    TONIGHT'S CONTROL TOTALS, CARRIED TO THE TRAILER AND THE
      *    SENT-FILE LOG.
       01  WSC-EXTRACT-TOTALS.
           05  WSC-FOUND-COUNT           PIC 9(09) VALUE ZEROES.
           05  WSC-ACTION-COUNT          PIC 9(09) VALUE ZEROES.
           05  WSC-RECORD-COUNT          PIC 9(09) VALUE ZEROES.
           05  WSC-SIZE-HASH             PIC 9(18) VALUE ZEROES.
           05  WSC-NO-HISTORY-COUNT      PIC 9(09) VALUE ZEROES.

      *    MORNING TOTALS FOR THE FOOT OF THE ACKNOWLEDGEMENT REPORT.
       01  WSC-ACK-TOTALS.
           05  WSC-ACKS-READ             PIC 9(07) VALUE ZEROES.
           05  WSC-ACKS-MATCHED          PIC 9(07) VALUE ZEROES.
           05  WSC-ACKS-MISMATCHED       PIC 9(07) VALUE ZEROES.
           05  WSC-ACKS-REJECTED         PIC 9(07) VALUE ZEROES.
           05  WSC-ACKS-ALREADY          PIC 9(07) VALUE ZEROES.
           05  WSC-ACKS-UNKNOWN          PIC 9(07) VALUE ZEROES.
           05  WSC-NIGHTS-OUTSTANDING    PIC 9(07) VALUE ZEROES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 130000-130999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 130000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 130999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 130011.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-130000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN RECORDS-MANAGEMENT SENT-FILE LOG   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RECORDS-MANAGEMENT SENT-FILE LOG UPDATE FAILED    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RESULTS UNAVAILABLE - RM EXTRACT NOT SENT  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RESULTS MASTER UNAVAILABLE - RM EXTRACT NOT SENT  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RM EXTRACT COULD NOT BE WRITTEN - NOT SENT        '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130006.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RM EXTRACT NOT SENT - NIGHT ACKNOWLEDGED OR PASSED'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130007.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'RECORDS-MANAGEMENT INTERFACE EXTRACT SENT         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130008.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'RM EXTRACT NOT ACKNOWLEDGED - SEE REPORT          '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130009.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'RM ACKNOWLEDGEMENT TOTALS DIFFER - SEE REPORT     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130010.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'RM EXTRACT REJECTED BY RECEIVER - SEE REPORT      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-130011.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'RM ACKNOWLEDGEMENT FOR A SEQUENCE NEVER SENT      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 12.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT129.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           IF SENT-LOG-OPEN
               PERFORM 40000-MAIN-PROCESSING THRU 40000-EXIT
           END-IF.
           PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT.
           GOBACK.


       EJECT
      ******************************************************************
      * 10000  PARAGRAPHS IN THIS LEVEL PERFORM THE INITIALIZATION     *
      *        FUNCTIONS FOR THIS PROGRAM.                             *
      *************************************************************PX1**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT129              TO SCB-PROGRAM-NAME.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
           PERFORM 30000-OPEN-SENT-LOG THRU 30000-EXIT.
       10000-EXIT.
           EXIT.

      *    A ONE-PASS NIGHTLY STEP, SO THE STANDARD DCCM SUBPROGRAM IS
      *    CALLED DIRECTLY THE SAME WAY ORGUT123 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE WSC-ORGUT129              TO ST009-PROGRAM-NAME.

           MOVE STC-RESULTS-FILE-DFLT     TO WSC-SEARCH-RESULTS-PATH.
           MOVE STC-RESULTS-FILE-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SEARCH-RESULTS-PATH
           END-IF.

           MOVE STC-MASTER-FILE-DFLT      TO WSC-RESULTS-MASTER-PATH.
           MOVE STC-MASTER-FILE-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-RESULTS-MASTER-PATH
           END-IF.

           MOVE STC-MANIFEST-DFLT         TO WSC-MANIFEST-PATH.
           MOVE STC-MANIFEST-LIT          TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-MANIFEST-PATH
           END-IF.

           MOVE STC-EXTRACT-DFLT          TO WSC-EXTRACT-FILE-PATH.
           MOVE STC-EXTRACT-LIT           TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-EXTRACT-FILE-PATH
           END-IF.

           MOVE STC-SENT-LOG-DFLT         TO WSC-SENT-LOG-PATH.
           MOVE STC-SENT-LOG-LIT          TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SENT-LOG-PATH
           END-IF.

           MOVE STC-ACK-FILE-DFLT         TO WSC-ACK-FILE-PATH.
           MOVE STC-ACK-FILE-LIT          TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-ACK-FILE-PATH
           END-IF.

           MOVE STC-RM-REPORT-DFLT        TO WSC-REPORT-FILE-PATH.
           MOVE STC-RM-REPORT-LIT         TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE STC-SOURCE-SYSTEM-DFLT    TO WSC-SOURCE-SYSTEM.
           MOVE STC-SOURCE-SYSTEM-LIT     TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SOURCE-SYSTEM
           END-IF.
       10060-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL OBTAIN THE COMMAND FROM THE    *
      *        COMMAND LINE (THE STEP PARM IN BATCH).                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-GET-COMMAND.
           MOVE SPACES                    TO WSC-CMDLINE-TEXT
                                             WSC-COMMAND.
           ACCEPT WSC-CMDLINE-TEXT FROM COMMAND-LINE.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
           END-UNSTRING.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE SENT-FILE LOG AND THE *
      *        REPORT.                                                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-SENT-LOG.
      *    A LOG THAT DOES NOT EXIST YET IS CREATED EMPTY - THE FIRST
      *    NIGHT EVER SENT IS SEQUENCE 1.  A HARD OPEN ERROR ENDS THE
      *    RUN WITH NOTHING SENT.
           OPEN I-O SENT-LOG-FILE.
           IF WSC-SENT-LOG-STATUS = '35'
               OPEN OUTPUT SENT-LOG-FILE
               CLOSE SENT-LOG-FILE
               OPEN I-O SENT-LOG-FILE
           END-IF.
           IF WSC-SENT-LOG-STATUS NOT = '00'
              AND WSC-SENT-LOG-STATUS NOT = '05'
               DISPLAY 'RM SENT-FILE LOG COULD NOT BE OPENED - '
                       'STATUS ' WSC-SENT-LOG-STATUS
               MOVE 130001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-SENT-LOG-OPEN.
       30000-EXIT.
           EXIT.

       31000-OPEN-REPORT.
           OPEN OUTPUT RM-REPORT-FILE.
           MOVE STC-Y                     TO WSC-REPORT-OPEN.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           IF WSC-CMD-ACKNOWLEDGE
               STRING 'RECORDS-MANAGEMENT INTERFACE - ACKNOWLEDGEMENT '
                      'RECONCILIATION - PRODUCED '
                      WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'RECORDS-MANAGEMENT INTERFACE - OUTBOUND '
                      'EXTRACT - PRODUCED '
                      WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING 'SOURCE SYSTEM ' WSC-SOURCE-SYSTEM
                  '  SENT-FILE LOG ' WSC-SENT-LOG-PATH
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           WRITE RM-REPORT-RECORD.
       31000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL DISPATCH THE COMMAND.          *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
           EVALUATE TRUE
               WHEN WSC-CMD-SEND
                   PERFORM 31000-OPEN-REPORT THRU 31000-EXIT
                   PERFORM 50000-SEND-EXTRACT THRU 50000-EXIT
               WHEN WSC-CMD-ACKNOWLEDGE
                   PERFORM 31000-OPEN-REPORT THRU 31000-EXIT
                   PERFORM 60000-MATCH-ACKS THRU 60000-EXIT
                   PERFORM 70000-REPORT-OUTSTANDING THRU 70000-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
                   DISPLAY 'COMMANDS ARE SEND / ACKNOWLEDGE'
                   MOVE 8                 TO RETURN-CODE
           END-EVALUATE.
       40000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL BUILD AND SEND THE NIGHT'S     *
      *        EXTRACT AND RECORD IT ON THE SENT-FILE LOG.             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-SEND-EXTRACT.
           PERFORM 51000-GET-RUN-DATE THRU 51000-EXIT.
           IF WSC-RUN-DATE = ZEROES
               GO TO 50000-EXIT
           END-IF.
           PERFORM 52000-ASSIGN-SEQUENCE THRU 52000-EXIT.
           IF WSC-SEQUENCE = ZEROES
               GO TO 50000-EXIT
           END-IF.

           OPEN INPUT RESULTS-MASTER-FILE.
           IF WSC-MASTER-STATUS NOT = '00'
               MOVE 130004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  RESULTS MASTER UNAVAILABLE - STATUS '
                      WSC-MASTER-STATUS ' - NOTHING SENT'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               GO TO 50000-EXIT
           END-IF.

           OPEN OUTPUT RM-EXTRACT-FILE.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF WSC-EXTRACT-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
           ELSE
               PERFORM 53000-WRITE-HEADER THRU 53000-EXIT
               PERFORM 54000-WRITE-FOUND THRU 54000-EXIT
               PERFORM 55000-WRITE-ACTIONS THRU 55000-EXIT
               PERFORM 56000-WRITE-TRAILER THRU 56000-EXIT
               CLOSE RM-EXTRACT-FILE
           END-IF.
           CLOSE RESULTS-MASTER-FILE.

      *    THE SEQUENCE NUMBER IS ONLY TAKEN ONCE THE WHOLE FILE IS
      *    WRITTEN, SO A FAILED NIGHT LEAVES NO GAP.
           IF NOT RECORD-OK
               MOVE 130005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  EXTRACT ' WSC-EXTRACT-FILE-PATH
                      ' COULD NOT BE WRITTEN - STATUS '
                      WSC-EXTRACT-STATUS ' - NOTHING SENT'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               GO TO 50000-EXIT
           END-IF.

           PERFORM 57000-RECORD-SENT THRU 57000-EXIT.
           IF NOT RECORD-OK
               GO TO 50000-EXIT
           END-IF.
           MOVE 130007                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           PERFORM 58000-WRITE-SEND-SUMMARY THRU 58000-EXIT.
       50000-EXIT.
           EXIT.

       51000-GET-RUN-DATE.
      *    THE NIGHT BEING SENT IS THE RUN DATE ON THE RESULTS FILE.
      *    A NIGHT WITH NO RESULTS STILL GOES OUT (HEADER, ACTIONS AND
      *    TRAILER) UNDER THIS RUN'S OWN DATE, THE SAME WAY ORGUT123
      *    FALLS BACK.
           MOVE ZEROES                    TO WSC-RUN-DATE.
           OPEN INPUT SEARCH-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '00'
               MOVE 130003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  SEARCH RESULTS UNAVAILABLE - STATUS '
                      WSC-RESULTS-STATUS ' - NOTHING SENT'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               GO TO 51000-EXIT
           END-IF.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE WSC-DATE-HOLD     TO WSC-RUN-DATE
               NOT AT END
                   MOVE ST013-RESULT-DATE TO WSC-RUN-DATE
           END-READ.
           CLOSE SEARCH-RESULTS-FILE.
       51000-EXIT.
           EXIT.

       52000-ASSIGN-SEQUENCE.
      *    THE LAST SEQUENCE ISSUED LIVES ON THE RECORD KEYED ZEROES.
      *    TONIGHT GETS THE NEXT ONE - UNLESS TONIGHT WAS ALREADY SENT,
      *    WHEN A RERUN REBUILDS IT UNDER ITS OWN NUMBER, PROVIDED THE
      *    RECEIVER HAS NOT ACKNOWLEDGED IT.  THE NUMBER IS ONLY
      *    COMMITTED BY 57000.
           MOVE ZEROES                    TO WSC-SEQUENCE
                                             WSC-LAST-SEQUENCE
                                             WSC-LAST-RUN-DATE.
           MOVE STC-N                     TO WSC-RESEND.
           MOVE ZEROES                    TO ST035-SEQUENCE.
           READ SENT-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WSC-SENT-LOG-STATUS = '00'
               MOVE ST035-LAST-SEQUENCE   TO WSC-LAST-SEQUENCE
               MOVE ST035-LAST-RUN-DATE   TO WSC-LAST-RUN-DATE
           END-IF.

           IF WSC-RUN-DATE < WSC-LAST-RUN-DATE
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  RESULTS RUN DATE ' WSC-RUN-DATE
                      ' IS BEFORE THE LAST NIGHT SENT ('
                      WSC-LAST-RUN-DATE ') - NOTHING SENT'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               MOVE 130006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 52000-EXIT
           END-IF.

           IF WSC-RUN-DATE = WSC-LAST-RUN-DATE
              AND WSC-LAST-SEQUENCE > ZEROES
               MOVE WSC-LAST-SEQUENCE     TO ST035-SEQUENCE
               READ SENT-LOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WSC-SENT-LOG-STATUS = '00'
                  AND ST035-ACK-MATCHED
                   MOVE SPACES            TO RM-REPORT-RECORD
                   STRING '  RUN DATE ' WSC-RUN-DATE
                          ' WAS SENT AS SEQUENCE ' WSC-LAST-SEQUENCE
                          ' AND ACKNOWLEDGED - NOT SENT AGAIN'
                           DELIMITED BY SIZE INTO RM-REPORT-RECORD
                   END-STRING
                   WRITE RM-REPORT-RECORD
                   MOVE 130006            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
                   GO TO 52000-EXIT
               END-IF
               MOVE STC-Y                 TO WSC-RESEND
               MOVE WSC-LAST-SEQUENCE     TO WSC-SEQUENCE
           ELSE
               COMPUTE WSC-SEQUENCE = WSC-LAST-SEQUENCE + 1
           END-IF.
       52000-EXIT.
           EXIT.

       53000-WRITE-HEADER.
           MOVE SPACES                    TO ST034-INTERFACE-RECORD.
           MOVE 'H'                       TO ST034-RECORD-TYPE.
           MOVE WSC-RUN-DATE              TO ST034-HDR-RUN-DATE.
           MOVE WSC-SOURCE-SYSTEM         TO ST034-HDR-SOURCE-SYSTEM.
           MOVE WSC-SEQUENCE              TO ST034-HDR-SEQUENCE.
           MOVE WSC-DATE-HOLD             TO ST034-HDR-CREATED-DATE.
           MOVE WSC-TIME-HOLD             TO ST034-HDR-CREATED-TIME.
           PERFORM 59000-WRITE-EXTRACT THRU 59000-EXIT.
       53000-EXIT.
           EXIT.

       54000-WRITE-FOUND.
           MOVE STC-N                     TO WSC-RESULTS-EOF.
           OPEN INPUT SEARCH-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
               GO TO 54000-EXIT
           END-IF.
           PERFORM 54100-WRITE-ONE-FOUND THRU 54100-EXIT
                   UNTIL RESULTS-FILE-EOF
                      OR NOT RECORD-OK.
           CLOSE SEARCH-RESULTS-FILE.
       54000-EXIT.
           EXIT.

       54100-WRITE-ONE-FOUND.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
                   GO TO 54100-EXIT
           END-READ.

           MOVE SPACES                    TO ST034-INTERFACE-RECORD.
           MOVE 'F'                       TO ST034-RECORD-TYPE.
           MOVE ST013-MATCHED-PATH        TO ST034-FND-MATCHED-PATH.
           MOVE ST013-SOURCE-DIRECTORY    TO ST034-FND-SOURCE-DIRECTORY.
           MOVE ST013-SOURCE-CONDITION    TO ST034-FND-SOURCE-CONDITION.
           MOVE ST013-SOURCE-TYPE         TO ST034-FND-SOURCE-TYPE.
           MOVE ST013-FILE-SIZE           TO ST034-FND-FILE-SIZE.
           MOVE ST013-FILE-MOD-DATE       TO ST034-FND-FILE-MOD-DATE.
           MOVE ST013-FILE-MOD-TIME       TO ST034-FND-FILE-MOD-TIME.
           MOVE ST013-RESULT-DATE         TO ST034-FND-RESULT-DATE.
           MOVE ST013-RESULT-TIME         TO ST034-FND-RESULT-TIME.
           MOVE ST013-LEGAL-HOLD          TO ST034-FND-LEGAL-HOLD.
           MOVE ST013-HIT-CATEGORY        TO ST034-FND-HIT-CATEGORY.
           MOVE ST013-HIT-SENSITIVITY     TO ST034-FND-HIT-SENSITIVITY.

      *    THE PATH'S CROSS-RUN HISTORY.  THE SEARCH STEP UPDATES THE
      *    MASTER FOR EVERY RESULT IT WRITES, SO A PATH WITHOUT ONE IS
      *    COUNTED ON THE REPORT AND SENT WITH ZERO HISTORY.
           MOVE ST013-MATCHED-PATH        TO ST010-MATCHED-PATH.
           READ RESULTS-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WSC-MASTER-STATUS = '00'
               MOVE ST010-FIRST-FOUND-DATE
                                       TO ST034-FND-FIRST-FOUND-DATE
               MOVE ST010-FIRST-FOUND-TIME
                                       TO ST034-FND-FIRST-FOUND-TIME
               MOVE ST010-LAST-FOUND-DATE
                                       TO ST034-FND-LAST-FOUND-DATE
               MOVE ST010-LAST-FOUND-TIME
                                       TO ST034-FND-LAST-FOUND-TIME
               MOVE ST010-TIMES-FOUND  TO ST034-FND-TIMES-FOUND
           ELSE
               MOVE ZEROES             TO ST034-FND-FIRST-FOUND-DATE
                                          ST034-FND-FIRST-FOUND-TIME
                                          ST034-FND-LAST-FOUND-DATE
                                          ST034-FND-LAST-FOUND-TIME
                                          ST034-FND-TIMES-FOUND
               ADD 1                   TO WSC-NO-HISTORY-COUNT
           END-IF.

           PERFORM 59000-WRITE-EXTRACT THRU 59000-EXIT.
           IF RECORD-OK
               ADD 1                      TO WSC-FOUND-COUNT
               ADD ST013-FILE-SIZE        TO WSC-SIZE-HASH
           END-IF.
       54100-EXIT.
           EXIT.

       55000-WRITE-ACTIONS.
      *    THE MANIFEST IS CUMULATIVE AND MAY NOT EXIST YET; A MISSING
      *    MANIFEST IS A NIGHT WITH NO ACTIONS.
           IF NOT RECORD-OK
               GO TO 55000-EXIT
           END-IF.
           MOVE STC-N                     TO WSC-MANIFEST-EOF.
           OPEN INPUT ACTION-MANIFEST-FILE.
           IF WSC-MANIFEST-STATUS NOT = '00'
               GO TO 55000-EXIT
           END-IF.
           PERFORM 55100-WRITE-ONE-ACTION THRU 55100-EXIT
                   UNTIL MANIFEST-FILE-EOF
                      OR NOT RECORD-OK.
           CLOSE ACTION-MANIFEST-FILE.
       55000-EXIT.
           EXIT.

       55100-WRITE-ONE-ACTION.
           READ ACTION-MANIFEST-FILE
               AT END
                   MOVE STC-Y             TO WSC-MANIFEST-EOF
                   GO TO 55100-EXIT
           END-READ.
      *    TONIGHT'S ACTIONS ARE THOSE DATED ON OR AFTER THE RUN DATE,
      *    THE SAME TEST ORGUT123 USES.  RESTORES GO TOO - THE
      *    RECORDS SYSTEM MUST SEE A FILE COME BACK AS WELL AS GO.
           IF ST015-ACTION-DATE < WSC-RUN-DATE
               GO TO 55100-EXIT
           END-IF.

           MOVE SPACES                    TO ST034-INTERFACE-RECORD.
           MOVE 'A'                       TO ST034-RECORD-TYPE.
           MOVE ST015-ORIGINAL-PATH       TO ST034-ACT-ORIGINAL-PATH.
           MOVE ST015-QUARANTINE-PATH     TO ST034-ACT-QUARANTINE-PATH.
           MOVE ST015-ACTION              TO ST034-ACT-ACTION.
           MOVE ST015-FILE-SIZE           TO ST034-ACT-FILE-SIZE.
           MOVE ST015-FILE-MOD-DATE       TO ST034-ACT-FILE-MOD-DATE.
           MOVE ST015-FILE-MOD-TIME       TO ST034-ACT-FILE-MOD-TIME.
           MOVE ST015-ACTION-DATE         TO ST034-ACT-ACTION-DATE.
           MOVE ST015-ACTION-TIME         TO ST034-ACT-ACTION-TIME.
           PERFORM 59000-WRITE-EXTRACT THRU 59000-EXIT.
           IF RECORD-OK
               ADD 1                      TO WSC-ACTION-COUNT
               ADD ST015-FILE-SIZE        TO WSC-SIZE-HASH
           END-IF.
       55100-EXIT.
           EXIT.

       56000-WRITE-TRAILER.
           IF NOT RECORD-OK
               GO TO 56000-EXIT
           END-IF.
      *    THE RECORD COUNT INCLUDES THE TRAILER ITSELF.
           MOVE SPACES                    TO ST034-INTERFACE-RECORD.
           MOVE 'T'                       TO ST034-RECORD-TYPE.
           MOVE WSC-SEQUENCE              TO ST034-TRL-SEQUENCE.
           MOVE WSC-FOUND-COUNT           TO ST034-TRL-FOUND-COUNT.
           MOVE WSC-ACTION-COUNT          TO ST034-TRL-ACTION-COUNT.
           COMPUTE ST034-TRL-RECORD-COUNT = WSC-RECORD-COUNT + 1.
           MOVE WSC-SIZE-HASH             TO ST034-TRL-SIZE-HASH.
           PERFORM 59000-WRITE-EXTRACT THRU 59000-EXIT.
       56000-EXIT.
           EXIT.

       57000-RECORD-SENT.
      *    WRITE (OR, FOR A RERUN, REWRITE) TONIGHT'S ENTRY, THEN MOVE
      *    THE LAST-SEQUENCE RECORD ON TO IT.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           MOVE ZEROES                    TO WSC-SEND-COUNT.
           IF NIGHT-IS-RESEND
               MOVE WSC-SEQUENCE          TO ST035-SEQUENCE
               READ SENT-LOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WSC-SENT-LOG-STATUS = '00'
                   MOVE ST035-SEND-COUNT  TO WSC-SEND-COUNT
               ELSE
                   MOVE STC-N             TO WSC-RESEND
               END-IF
           END-IF.
           ADD 1                          TO WSC-SEND-COUNT.

           MOVE SPACES                    TO ST035-SENT-DATA.
           MOVE WSC-SEQUENCE              TO ST035-SEQUENCE.
           MOVE WSC-RUN-DATE              TO ST035-RUN-DATE.
           MOVE WSC-DATE-HOLD             TO ST035-SENT-DATE.
           MOVE WSC-TIME-HOLD             TO ST035-SENT-TIME.
           MOVE WSC-SEND-COUNT            TO ST035-SEND-COUNT.
           MOVE WSC-EXTRACT-FILE-PATH     TO ST035-EXTRACT-PATH.
           MOVE WSC-FOUND-COUNT           TO ST035-FOUND-COUNT.
           MOVE WSC-ACTION-COUNT          TO ST035-ACTION-COUNT.
           COMPUTE ST035-RECORD-COUNT = WSC-RECORD-COUNT.
           MOVE WSC-SIZE-HASH             TO ST035-SIZE-HASH.
           MOVE 'P'                       TO ST035-ACK-STATE.
           MOVE ZEROES                    TO ST035-ACK-DATE
                                             ST035-ACK-TIME
                                             ST035-ACK-FOUND-COUNT
                                             ST035-ACK-ACTION-COUNT
                                             ST035-ACK-RECORD-COUNT
                                             ST035-ACK-SIZE-HASH.
           IF NIGHT-IS-RESEND
               REWRITE ST035-SENT-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ST035-SENT-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WSC-SENT-LOG-STATUS NOT = '00'
               GO TO 57000-FAILED
           END-IF.

           MOVE ZEROES                    TO ST035-SEQUENCE.
           READ SENT-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES                    TO ST035-CONTROL-DATA.
           MOVE ZEROES                    TO ST035-SEQUENCE.
           MOVE WSC-SEQUENCE              TO ST035-LAST-SEQUENCE.
           MOVE WSC-RUN-DATE              TO ST035-LAST-RUN-DATE.
           IF WSC-SENT-LOG-STATUS = '00'
               REWRITE ST035-SENT-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ST035-SENT-LOG-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WSC-SENT-LOG-STATUS NOT = '00'
               GO TO 57000-FAILED
           END-IF.
           GO TO 57000-EXIT.

       57000-FAILED.
           MOVE STC-N                     TO WSC-RECORD-OK.
           MOVE 130002                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  EXTRACT WRITTEN BUT SENT-FILE LOG NOT UPDATED - '
                  'STATUS ' WSC-SENT-LOG-STATUS
                  ' - HOLD THE FILE, DO NOT TRANSMIT'
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
       57000-EXIT.
           EXIT.

       58000-WRITE-SEND-SUMMARY.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           IF NIGHT-IS-RESEND
               STRING '  RUN DATE ' WSC-RUN-DATE
                      ' REBUILT AS SEQUENCE ' WSC-SEQUENCE
                      ' (SEND ' WSC-SEND-COUNT
                      ' - NOT YET ACKNOWLEDGED)'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
           ELSE
               STRING '  RUN DATE ' WSC-RUN-DATE
                      ' SENT AS SEQUENCE ' WSC-SEQUENCE
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  EXTRACT ' WSC-EXTRACT-FILE-PATH
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  FILES FOUND (F): ' WSC-FOUND-COUNT
                  '  ACTIONS (A): ' WSC-ACTION-COUNT
                  '  RECORDS INCL HEADER/TRAILER: ' WSC-RECORD-COUNT
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  FILE SIZE HASH TOTAL: ' WSC-SIZE-HASH
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           IF WSC-NO-HISTORY-COUNT > ZEROES
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  FILES SENT WITHOUT MASTER HISTORY: '
                      WSC-NO-HISTORY-COUNT
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
           END-IF.
       58000-EXIT.
           EXIT.

       59000-WRITE-EXTRACT.
           WRITE ST034-INTERFACE-RECORD.
           IF WSC-EXTRACT-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
           ELSE
               ADD 1                      TO WSC-RECORD-COUNT
           END-IF.
       59000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL MATCH THE RECEIVER'S           *
      *        ACKNOWLEDGEMENTS BACK TO THE SENT-FILE LOG.             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60000-MATCH-ACKS.
      *    NO ACKNOWLEDGEMENT FILE MEANS NOTHING CAME BACK - EVERY
      *    NIGHT STILL PENDING IS REPORTED BY 70000.
           MOVE STC-N                     TO WSC-ACK-EOF.
           OPEN INPUT ACK-FILE.
           IF WSC-ACK-STATUS NOT = '00'
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '  NO ACKNOWLEDGEMENT FILE AT '
                      WSC-ACK-FILE-PATH
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               GO TO 60000-EXIT
           END-IF.
           PERFORM 61000-MATCH-ONE-ACK THRU 61000-EXIT
                   UNTIL ACK-FILE-EOF.
           CLOSE ACK-FILE.

           MOVE SPACES                    TO RM-REPORT-RECORD.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING 'ACKNOWLEDGEMENTS READ: ' WSC-ACKS-READ
                  '  MATCHED: ' WSC-ACKS-MATCHED
                  '  TOTALS DIFFER: ' WSC-ACKS-MISMATCHED
                  '  REJECTED: ' WSC-ACKS-REJECTED
                  '  ALREADY APPLIED: ' WSC-ACKS-ALREADY
                  '  NEVER SENT: ' WSC-ACKS-UNKNOWN
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
       60000-EXIT.
           EXIT.

       61000-MATCH-ONE-ACK.
           READ ACK-FILE
               AT END
                   MOVE STC-Y             TO WSC-ACK-EOF
                   GO TO 61000-EXIT
           END-READ.
           ADD 1                          TO WSC-ACKS-READ.

      *    ANOTHER SYSTEM'S ACKNOWLEDGEMENT, OR A SEQUENCE THIS LOG
      *    NEVER ISSUED, CANNOT CLOSE ANY NIGHT.
           IF ST036-SOURCE-SYSTEM NOT = WSC-SOURCE-SYSTEM
              OR ST036-SEQUENCE = ZEROES
               GO TO 61000-UNKNOWN
           END-IF.
           MOVE ST036-SEQUENCE            TO ST035-SEQUENCE.
           READ SENT-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WSC-SENT-LOG-STATUS NOT = '00'
               GO TO 61000-UNKNOWN
           END-IF.

      *    A NIGHT ALREADY CLOSED STAYS CLOSED - THE FILE MAY STILL
      *    CARRY AN EARLIER MORNING'S ACKNOWLEDGEMENTS.  SO DOES AN
      *    ACKNOWLEDGEMENT RECEIVED BEFORE THE NIGHT WAS LAST SENT: IT
      *    ANSWERS THE SEND A RERUN REPLACED, NOT THE ONE PENDING NOW.
           IF ST035-ACK-MATCHED
               ADD 1                      TO WSC-ACKS-ALREADY
               GO TO 61000-EXIT
           END-IF.
           IF ST036-RECEIVED-DATE < ST035-SENT-DATE
              OR (ST036-RECEIVED-DATE = ST035-SENT-DATE
                  AND ST036-RECEIVED-TIME < ST035-SENT-TIME)
               ADD 1                      TO WSC-ACKS-ALREADY
               GO TO 61000-EXIT
           END-IF.

           MOVE ST036-RECEIVED-DATE       TO ST035-ACK-DATE.
           MOVE ST036-RECEIVED-TIME       TO ST035-ACK-TIME.
           MOVE ST036-FOUND-COUNT         TO ST035-ACK-FOUND-COUNT.
           MOVE ST036-ACTION-COUNT        TO ST035-ACK-ACTION-COUNT.
           MOVE ST036-RECORD-COUNT        TO ST035-ACK-RECORD-COUNT.
           MOVE ST036-SIZE-HASH           TO ST035-ACK-SIZE-HASH.
           MOVE ST036-REASON              TO ST035-ACK-REASON.
           EVALUATE TRUE
               WHEN NOT ST036-ACCEPTED
                   MOVE 'R'               TO ST035-ACK-STATE
                   ADD 1                  TO WSC-ACKS-REJECTED
               WHEN ST036-RUN-DATE = ST035-RUN-DATE
                AND ST036-FOUND-COUNT = ST035-FOUND-COUNT
                AND ST036-ACTION-COUNT = ST035-ACTION-COUNT
                AND ST036-RECORD-COUNT = ST035-RECORD-COUNT
                AND ST036-SIZE-HASH = ST035-SIZE-HASH
                   MOVE 'A'               TO ST035-ACK-STATE
                   ADD 1                  TO WSC-ACKS-MATCHED
               WHEN OTHER
                   MOVE 'M'               TO ST035-ACK-STATE
                   ADD 1                  TO WSC-ACKS-MISMATCHED
           END-EVALUATE.
           REWRITE ST035-SENT-LOG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WSC-SENT-LOG-STATUS NOT = '00'
               MOVE 130002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
           GO TO 61000-EXIT.

       61000-UNKNOWN.
           ADD 1                          TO WSC-ACKS-UNKNOWN.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  ACKNOWLEDGEMENT FOR ' ST036-SOURCE-SYSTEM
                  ' SEQUENCE ' ST036-SEQUENCE
                  ' RUN DATE ' ST036-RUN-DATE
                  ' MATCHES NOTHING SENT'
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           MOVE 130011                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       61000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 70000  PARAGRAPHS IN THIS LEVEL REPORT EVERY NIGHT SENT THAT   *
      *        IS NOT YET CLOSED BY A MATCHING ACKNOWLEDGEMENT.        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       70000-REPORT-OUTSTANDING.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING 'NIGHTS NOT CLOSED BY A MATCHING ACKNOWLEDGEMENT'
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.

      *    KEY ZEROES IS THE LAST-SEQUENCE RECORD, SO THE PASS STARTS
      *    AT SEQUENCE 1.
           MOVE STC-N                     TO WSC-LOG-EOF.
           MOVE 1                         TO ST035-SEQUENCE.
           START SENT-LOG-FILE
               KEY IS NOT LESS THAN ST035-SEQUENCE
               INVALID KEY
                   MOVE STC-Y             TO WSC-LOG-EOF
           END-START.
           PERFORM 71000-CHECK-ONE-NIGHT THRU 71000-EXIT
                   UNTIL SENT-LOG-EOF.

           MOVE SPACES                    TO RM-REPORT-RECORD.
           IF WSC-NIGHTS-OUTSTANDING = ZEROES
               STRING '  NONE - EVERY NIGHT SENT HAS BEEN ACKNOWLEDGED'
                      ' WITH MATCHING TOTALS'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
           ELSE
               STRING '  *** NIGHTS OUTSTANDING: '
                      WSC-NIGHTS-OUTSTANDING ' ***'
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               MOVE 8                     TO RETURN-CODE
           END-IF.
           WRITE RM-REPORT-RECORD.
       70000-EXIT.
           EXIT.

       71000-CHECK-ONE-NIGHT.
           READ SENT-LOG-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-LOG-EOF
                   GO TO 71000-EXIT
           END-READ.
           IF WSC-SENT-LOG-STATUS NOT = '00'
               MOVE 130001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE STC-Y                 TO WSC-LOG-EOF
               GO TO 71000-EXIT
           END-IF.
           IF ST035-ACK-MATCHED
               GO TO 71000-EXIT
           END-IF.

           ADD 1                          TO WSC-NIGHTS-OUTSTANDING.
           EVALUATE TRUE
               WHEN ST035-ACK-MISMATCH
                   MOVE 'TOTALS DIFFER'   TO WSC-STATE-TEXT
                   MOVE 130009            TO SCB-REASON-CODE
               WHEN ST035-ACK-REJECTED
                   MOVE 'REJECTED'        TO WSC-STATE-TEXT
                   MOVE 130010            TO SCB-REASON-CODE
               WHEN OTHER
                   MOVE 'NOT ACKNOWLEDGED'
                                          TO WSC-STATE-TEXT
                   MOVE 130008            TO SCB-REASON-CODE
           END-EVALUATE.
           PERFORM U9900-LOG THRU U9900-EXIT.

           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '  SEQUENCE ' ST035-SEQUENCE
                  '  RUN DATE ' ST035-RUN-DATE
                  '  SENT ' ST035-SENT-DATE ' ' ST035-SENT-TIME
                  '  ' WSC-STATE-TEXT
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           MOVE SPACES                    TO RM-REPORT-RECORD.
           STRING '      SENT      F ' ST035-FOUND-COUNT
                  '  A ' ST035-ACTION-COUNT
                  '  RECORDS ' ST035-RECORD-COUNT
                  '  SIZE HASH ' ST035-SIZE-HASH
                   DELIMITED BY SIZE INTO RM-REPORT-RECORD
           END-STRING.
           WRITE RM-REPORT-RECORD.
           IF NOT ST035-ACK-PENDING
               MOVE SPACES                TO RM-REPORT-RECORD
               STRING '      RECEIVED  F ' ST035-ACK-FOUND-COUNT
                      '  A ' ST035-ACK-ACTION-COUNT
                      '  RECORDS ' ST035-ACK-RECORD-COUNT
                      '  SIZE HASH ' ST035-ACK-SIZE-HASH
                      '  ON ' ST035-ACK-DATE
                       DELIMITED BY SIZE INTO RM-REPORT-RECORD
               END-STRING
               WRITE RM-REPORT-RECORD
               IF ST035-ACK-REASON NOT = SPACES
                   MOVE SPACES            TO RM-REPORT-RECORD
                   STRING '      REASON    ' ST035-ACK-REASON
                           DELIMITED BY SIZE INTO RM-REPORT-RECORD
                   END-STRING
                   WRITE RM-REPORT-RECORD
               END-IF
           END-IF.
       71000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF SENT-LOG-OPEN
               CLOSE SENT-LOG-FILE
           END-IF.
           IF REPORT-OPEN
               CLOSE RM-REPORT-FILE
           END-IF.
       90000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * U0000  PARAGRAPHS IN THIS LEVEL PERFORM UTILITY FUNCTIONS      *
      *        FOR THIS PROGRAM.                                       *
      *************************************************************PXU**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U1100-GET-DATE-TIME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT       TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT       TO WSC-TIME-HOLD
           END-IF.
       U1100-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.
