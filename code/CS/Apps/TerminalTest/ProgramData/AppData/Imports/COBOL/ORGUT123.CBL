       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT123.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT123 - PER-OWNER FINDINGS DISTRIBUTION                     *
      ******************************************************************
      * RUNS AFTER THE NIGHTLY SEARCH AND DISPOSITION STEPS AND SENDS  *
      * EACH DEPARTMENT ONLY ITS OWN FINDINGS.  EVERY PATH ON THE      *
      * NIGHT'S SEARCH RESULTS FILE (ORGST013), EVERY MOVE, DELETE AND *
      * PURGE ORGUT111/ORGUT118 POSTED TO THE ACTION MANIFEST          *
      * (ORGST015) TONIGHT, AND EVERY COPY IN THE LATEST DUPLICATE     *
      * EXTRACT (ORGST024, WRITTEN BY ORGUT112) IS RESOLVED TO ITS     *
      * OWNER ON THE DIRECTORY OWNERSHIP REGISTRY (ORGST022) BY        *
      * LONGEST-PREFIX MATCH (ORGPX005).  EACH OWNER WITH ANYTHING TO  *
      * REPORT GETS ONE FINDINGS PACKAGE, DELIVERED TO THE FILE OR MQ  *
      * QUEUE NAMED ON ITS REGISTRY ENTRY, IN THREE SECTIONS:          *
      *   NEW FILES       - PATHS FIRST FOUND TONIGHT (THE SAME TEST   *
      *                     ORGUT109 USES AGAINST THE RESULTS MASTER)  *
      *   QUARANTINED OR  - TONIGHT'S MOVE, DELE AND PURG ACTIONS      *
      *   DELETED                                                      *
      *   DUPLICATE SPACE - DUPLICATE COPIES UNDER THE OWNER, WITH THE *
      *                     BYTES RECLAIMABLE (EVERY COPY BUT THE      *
      *                     FIRST OF ITS GROUP, AS ORGUT112 COUNTS)    *
      * A FINDING NO REGISTRY PREFIX COVERS GOES TO THE UNOWNED        *
      * EXCEPTION LIST INSTEAD, FOR OPERATIONS TO CHASE AN OWNER FOR.  *
      * A DISTRIBUTION REPORT SHOWS EVERY OWNER'S COUNTS AND WHETHER   *
      * ITS PACKAGE WENT OUT.  THE RUN ENDS WITH RETURN CODE 8 WHEN    *
      * THE REGISTRY CANNOT BE READ (NOTHING IS DISTRIBUTED - A        *
      * PARTIAL REGISTRY WOULD MISROUTE FINDINGS), WHEN THE RESULTS    *
      * MASTER IS UNAVAILABLE, OR WHEN ANY PACKAGE COULD NOT BE        *
      * DELIVERED.                                                     *
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

           SELECT DUP-EXTRACT-FILE
           ASSIGN TO WSC-EXTRACT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-EXTRACT-STATUS.

           SELECT OPTIONAL OWNER-REGISTRY-FILE
           ASSIGN TO ST023-OWNER-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST022-OWNER-PREFIX
           FILE STATUS IS ST023-OWNER-STATUS.

           SELECT PACKAGE-FILE
           ASSIGN TO WSC-PACKAGE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-PACKAGE-STATUS.

           SELECT UNOWNED-REPORT-FILE
           ASSIGN TO WSC-UNOWNED-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT DISTRIB-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
        FD SEARCH-RESULTS-FILE.
      *    SAME RECORD LAYOUT ORGUT100'S 40300-WRITE-SEARCH-RESULT
      *    WRITES, SO THIS PROGRAM COPIES ORGST013 DIRECTLY.  LIKE
      *    ORGUT109, THE FILE IS READ IN SEVERAL PASSES (CLOSED AND
      *    REOPENED BETWEEN THEM) RATHER THAN BUFFERED IN STORAGE.
               COPY 'ORGST013.CPY'.

        FD RESULTS-MASTER-FILE.
               COPY 'ORGST010.CPY'.

        FD ACTION-MANIFEST-FILE.
               COPY 'ORGST015.CPY'.

        FD DUP-EXTRACT-FILE.
               COPY 'ORGST024.CPY'.

        FD OWNER-REGISTRY-FILE.
               COPY 'ORGST022.CPY'.

        FD PACKAGE-FILE.
        01 PACKAGE-RECORD                  PIC X(132).

        FD UNOWNED-REPORT-FILE.
        01 UNOWNED-REPORT-RECORD           PIC X(132).

        FD DISTRIB-REPORT-FILE.
        01 DISTRIB-REPORT-RECORD           PIC X(132).


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
      *    COPYCODE FOR STANDARD DIRECTORY OWNERSHIP LOOKUP WS FIELDS  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST023.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT123              PIC X(08) VALUE 'ORGUT123'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  THE RESULTS, MASTER,
      *    MANIFEST, EXTRACT AND MQ KEYS AND DEFAULTS MATCH THE
      *    PROGRAMS THAT WRITE THOSE FILES, SO ALL THE NIGHTLY STEPS
      *    LAND ON THE SAME PHYSICAL FILES AND QUEUE MANAGER.
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
           05  STC-DUP-EXTRACT-LIT       PIC X(30)
                                          VALUE 'DUP-EXTRACT-PATH'.
           05  STC-DUP-EXTRACT-DFLT      PIC X(81)
                                          VALUE 'C:\DUPEXTRACT.DAT'.
           05  STC-UNOWNED-REPORT-LIT    PIC X(30)
                                          VALUE 'UNOWNED-REPORT-PATH'.
           05  STC-UNOWNED-REPORT-DFLT   PIC X(81)
                                          VALUE 'C:\UNOWNED.RPT'.
           05  STC-DISTRIB-REPORT-LIT    PIC X(30)
                                          VALUE 'DISTRIB-REPORT-PATH'.
           05  STC-DISTRIB-REPORT-DFLT   PIC X(81)
                                          VALUE 'C:\DISTRIB.RPT'.
           05  STC-MQ-QMGR-LIT           PIC X(30)
                                          VALUE 'MQ-QUEUE-MANAGER'.
           05  STC-MQ-OPEN-OUTPUT        PIC S9(09) COMP VALUE 2.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-SEARCH-RESULTS-PATH   PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-RESULTS-MASTER-PATH   PIC X(81) VALUE SPACES.
           05  WSC-MASTER-STATUS         PIC X(02) VALUE SPACES.
           05  WSC-MASTER-AVAILABLE      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE          VALUE 'Y'.
           05  WSC-MANIFEST-PATH         PIC X(81) VALUE SPACES.
           05  WSC-MANIFEST-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-EXTRACT-FILE-PATH     PIC X(81) VALUE SPACES.
           05  WSC-EXTRACT-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-PACKAGE-PATH          PIC X(81) VALUE SPACES.
           05  WSC-PACKAGE-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-UNOWNED-FILE-PATH     PIC X(81) VALUE SPACES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-EOF           PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-EOF          VALUE 'Y'.
           05  WSC-MANIFEST-EOF          PIC X(01) VALUE 'N'.
               88  MANIFEST-FILE-EOF         VALUE 'Y'.
           05  WSC-EXTRACT-EOF           PIC X(01) VALUE 'N'.
               88  EXTRACT-FILE-EOF          VALUE 'Y'.
           05  WSC-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05  WSC-DUP-ANALYSIS-DATE     PIC 9(08) VALUE ZEROES.
           05  WSC-NEW-SWITCH            PIC X(01) VALUE 'N'.
               88  PATH-IS-NEW               VALUE 'Y'.
           05  WSC-TONIGHT-SWITCH        PIC X(01) VALUE 'N'.
               88  ACTION-TONIGHT            VALUE 'Y'.
           05  WSC-OWNER-SUB             PIC 9(03) VALUE ZEROES.
           05  WSC-PRIOR-SUB             PIC 9(03) VALUE ZEROES.
           05  WSC-DEST-REUSED           PIC X(01) VALUE 'N'.
               88  DEST-REUSED               VALUE 'Y'.
           05  WSC-DELIVERY-OPEN         PIC X(01) VALUE 'N'.
               88  DELIVERY-OPEN             VALUE 'Y'.
           05  WSC-DELIVERY-FAILED       PIC X(01) VALUE 'N'.
               88  DELIVERY-FAILED           VALUE 'Y'.
           05  WSC-PKG-LINE              PIC X(132) VALUE SPACES.
           05  WSC-SECTION-COUNT         PIC 9(07) VALUE ZEROES.
           05  WSC-SECTION-BYTES         PIC 9(15) VALUE ZEROES.
           05  WSC-RESULT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WSC-UNOWNED-RESULTS       PIC 9(07) VALUE ZEROES.
           05  WSC-UNOWNED-ACTIONS       PIC 9(07) VALUE ZEROES.
           05  WSC-UNOWNED-DUPS          PIC 9(07) VALUE ZEROES.
           05  WSC-PACKAGES-SENT         PIC 9(03) VALUE ZEROES.
           05  WSC-PACKAGES-FAILED       PIC 9(03) VALUE ZEROES.

      *    WHAT EACH OWNER HAS TONIGHT, SUBSCRIPTED IN STEP WITH THE
      *    ORGST023 OWNER TABLE.  WSC-OT-STATE IS WHAT BECAME OF ITS
      *    PACKAGE FOR THE DISTRIBUTION REPORT.
       01  WSC-OWNER-TOTALS.
           05  WSC-OT-ENTRY              OCCURS 200 TIMES.
               10  WSC-OT-RESULTS        PIC 9(07).
               10  WSC-OT-NEW            PIC 9(07).
               10  WSC-OT-ACTIONS        PIC 9(07).
               10  WSC-OT-DUPS           PIC 9(07).
               10  WSC-OT-DUP-BYTES      PIC 9(15).
               10  WSC-OT-STATE          PIC X(12).

      *    MQI STRUCTURES FOR QUEUE DELIVERY - THE SAME HAND-ROLLED
      *    VERSION-1 MQOD/MQMD/MQPMO LAYOUTS ORGUT114 CARRIES.  ONE
      *    CONNECTION SERVES THE RUN; EACH OWNER'S QUEUE IS OPENED,
      *    PUT TO, AND CLOSED IN TURN.
       01  WSC-MQ-VARIABLES.
           05  WSC-MQ-QMGR-NAME          PIC X(48) VALUE SPACES.
           05  WSC-MQ-HCONN              PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-HOBJ-PACKAGE       PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-COMPCODE           PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-REASON             PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-LINE-LENGTH        PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-CLOSE-OPTIONS      PIC S9(09) COMP VALUE ZERO.
           05  WSC-MQ-CONNECTED          PIC X(01) VALUE 'N'.
               88  MQ-CONNECTED              VALUE 'Y'.
           05  WSC-MQ-TRIED              PIC X(01) VALUE 'N'.
               88  MQ-TRIED                  VALUE 'Y'.
           05  WSC-MQOD-PACKAGE.
               10  WSC-MQOD-PK-STRUCID       PIC X(04) VALUE 'OD  '.
               10  WSC-MQOD-PK-VERSION       PIC S9(09) COMP VALUE 1.
               10  WSC-MQOD-PK-OBJECTTYPE    PIC S9(09) COMP VALUE 1.
               10  WSC-MQOD-PK-OBJECTNAME    PIC X(48) VALUE SPACES.
               10  WSC-MQOD-PK-OBJECTQMGR    PIC X(48) VALUE SPACES.
               10  WSC-MQOD-PK-DYNAMICQNAME  PIC X(48) VALUE SPACES.
               10  WSC-MQOD-PK-ALTUSERID     PIC X(12) VALUE SPACES.
           05  WSC-MQMD.
               10  WSC-MQMD-STRUCID          PIC X(04) VALUE 'MD  '.
               10  WSC-MQMD-VERSION          PIC S9(09) COMP VALUE 1.
               10  WSC-MQMD-REPORT           PIC S9(09) COMP VALUE 0.
               10  WSC-MQMD-MSGTYPE          PIC S9(09) COMP VALUE 8.
               10  WSC-MQMD-EXPIRY           PIC S9(09) COMP VALUE -1.
               10  WSC-MQMD-FEEDBACK         PIC S9(09) COMP VALUE 0.
               10  WSC-MQMD-ENCODING         PIC S9(09) COMP VALUE 0.
               10  WSC-MQMD-CODEDCHARSETID   PIC S9(09) COMP VALUE 0.
               10  WSC-MQMD-FORMAT           PIC X(08) VALUE 'MQSTR   '.
               10  WSC-MQMD-PRIORITY         PIC S9(09) COMP VALUE -1.
               10  WSC-MQMD-PERSISTENCE      PIC S9(09) COMP VALUE 1.
               10  WSC-MQMD-MSGID            PIC X(24) VALUE SPACES.
               10  WSC-MQMD-CORRELID         PIC X(24) VALUE SPACES.
               10  WSC-MQMD-BACKOUTCOUNT     PIC S9(09) COMP VALUE 0.
               10  WSC-MQMD-REPLYTOQ         PIC X(48) VALUE SPACES.
               10  WSC-MQMD-REPLYTOQMGR      PIC X(48) VALUE SPACES.
               10  WSC-MQMD-USERIDENTIFIER   PIC X(12) VALUE SPACES.
               10  WSC-MQMD-ACCOUNTINGTOKEN  PIC X(32) VALUE SPACES.
               10  WSC-MQMD-APPLIDENTITYDATA PIC X(32) VALUE SPACES.
           05  WSC-MQPMO.
               10  WSC-MQPMO-STRUCID         PIC X(04) VALUE 'PMO '.
               10  WSC-MQPMO-VERSION         PIC S9(09) COMP VALUE 1.
               10  WSC-MQPMO-OPTIONS         PIC S9(09) COMP VALUE 0.
               10  WSC-MQPMO-TIMEOUT         PIC S9(09) COMP VALUE -1.
               10  WSC-MQPMO-CONTEXT         PIC S9(09) COMP VALUE 0.
               10  WSC-MQPMO-KNOWNDESTCOUNT  PIC S9(09) COMP VALUE 0.
               10  WSC-MQPMO-UNKNODESTCOUNT  PIC S9(09) COMP VALUE 0.
               10  WSC-MQPMO-INVALDESTCOUNT  PIC S9(09) COMP VALUE 0.
               10  WSC-MQPMO-RESOLVEDQNAME   PIC X(48) VALUE SPACES.
               10  WSC-MQPMO-RESOLVEDQMGR    PIC X(48) VALUE SPACES.

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 124000-124999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 124000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 124999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 124006.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-124000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OWNERSHIP REGISTRY UNREADABLE - NOTHING SENT      '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN RESULTS MASTER - NO NEW FILES SHOWN'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'FINDINGS PACKAGE COULD NOT BE DELIVERED           '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'MQ UNAVAILABLE FOR QUEUE DELIVERY OF PACKAGES     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124005.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'FINDINGS WITH NO DIRECTORY OWNER - SEE UNOWNED RPT'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-124006.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'FINDINGS DISTRIBUTION COMPLETE                    '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 07.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT123.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           IF ST023-OWNERS-USABLE
               PERFORM 20000-TALLY-FINDINGS THRU 20000-EXIT
               PERFORM 50000-DELIVER-PACKAGES THRU 50000-EXIT
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
           MOVE WSC-ORGUT123              TO SCB-PROGRAM-NAME.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 10200-OPEN-FILES THRU 10200-EXIT.

      *    THE WHOLE REGISTRY IS TABLED ONCE UP FRONT.  IF IT CANNOT
      *    BE READ IN FULL NOTHING IS DISTRIBUTED AT ALL.
           PERFORM U3500-LOAD-OWNERS THRU U3500-EXIT.
           IF NOT ST023-OWNERS-USABLE
               MOVE 124001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
           INITIALIZE WSC-OWNER-TOTALS.
       10000-EXIT.
           EXIT.

      *    THIS PROGRAM DOES NOT NEED THE FULL DCCM PAUSE/RESUME
      *    APPARATUS FROM ORGPX001 (IT IS A ONE-PASS NIGHTLY STEP,
      *    NOT A STANDING EXECUTABLE), SO IT CALLS THE STANDARD DCCM
      *    SUBPROGRAM DIRECTLY HERE THE SAME WAY ORGUT109 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE WSC-ORGUT123              TO ST009-PROGRAM-NAME.

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

           MOVE STC-DUP-EXTRACT-DFLT      TO WSC-EXTRACT-FILE-PATH.
           MOVE STC-DUP-EXTRACT-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-EXTRACT-FILE-PATH
           END-IF.

           MOVE ST023-OWNER-PATH-DFLT     TO ST023-OWNER-FILE-PATH.
           MOVE ST023-OWNER-PATH-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST023-OWNER-FILE-PATH
           END-IF.

           MOVE STC-UNOWNED-REPORT-DFLT   TO WSC-UNOWNED-FILE-PATH.
           MOVE STC-UNOWNED-REPORT-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-UNOWNED-FILE-PATH
           END-IF.

           MOVE STC-DISTRIB-REPORT-DFLT   TO WSC-REPORT-FILE-PATH.
           MOVE STC-DISTRIB-REPORT-LIT    TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

      *    NO QUEUE MANAGER IS ONLY A PROBLEM IF SOME OWNER ACTUALLY
      *    TAKES ITS PACKAGE BY QUEUE - SEE 61000.
           MOVE STC-MQ-QMGR-LIT           TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-MQ-QMGR-NAME
           END-IF.
       10060-EXIT.
           EXIT.

       10200-OPEN-FILES.
      *    WITHOUT THE MASTER THERE IS NO WAY TO TELL A NEW FILE FROM
      *    AN OLD ONE - THE OTHER SECTIONS STILL GO OUT, BUT THE RUN
      *    IS FLAGGED RC 8 SO NOBODY READS AN EMPTY NEW-FILES SECTION
      *    AS "NOTHING NEW TONIGHT".
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WSC-MASTER-STATUS = '00'
               MOVE STC-Y                 TO WSC-MASTER-AVAILABLE
           ELSE
               MOVE STC-N                 TO WSC-MASTER-AVAILABLE
               MOVE 124002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
           OPEN OUTPUT UNOWNED-REPORT-FILE.
           OPEN OUTPUT DISTRIB-REPORT-FILE.
       10200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL MAKE THE TALLY PASS - EVERY    *
      *        FINDING IS RESOLVED TO ITS OWNER AND COUNTED THERE, OR  *
      *        WRITTEN TO THE UNOWNED EXCEPTION LIST.                  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-TALLY-FINDINGS.
           PERFORM 21000-TALLY-RESULTS THRU 21000-EXIT.
           PERFORM 20100-WRITE-UNOWNED-HEADER THRU 20100-EXIT.
           PERFORM 22000-TALLY-ACTIONS THRU 22000-EXIT.
           PERFORM 23000-TALLY-DUPLICATES THRU 23000-EXIT.
       20000-EXIT.
           EXIT.

       20100-WRITE-UNOWNED-HEADER.
      *    WRITTEN AFTER THE RESULTS TALLY HAS SETTLED THE RUN DATE.
      *    THE UNOWNED RESULT LINES ARE HELD BACK UNTIL THEN BY
      *    21000 MAKING ITS OWN SECOND PASS - SEE 21300.
           MOVE SPACES                    TO UNOWNED-REPORT-RECORD.
           STRING 'UNOWNED FINDINGS - NO OWNER ON THE REGISTRY - '
                  'RUN DATE ' WSC-RUN-DATE
                   DELIMITED BY SIZE INTO UNOWNED-REPORT-RECORD
           END-STRING.
           WRITE UNOWNED-REPORT-RECORD.
           MOVE SPACES                    TO UNOWNED-REPORT-RECORD.
           WRITE UNOWNED-REPORT-RECORD.

           PERFORM 41000-OPEN-RESULTS-FILE THRU 41000-EXIT.
           PERFORM UNTIL RESULTS-FILE-EOF
               PERFORM 21300-LIST-UNOWNED-RESULT THRU 21300-EXIT
           END-PERFORM.
           PERFORM 42000-CLOSE-RESULTS-FILE THRU 42000-EXIT.
       20100-EXIT.
           EXIT.

       21000-TALLY-RESULTS.
           PERFORM 41000-OPEN-RESULTS-FILE THRU 41000-EXIT.
           PERFORM UNTIL RESULTS-FILE-EOF
               PERFORM 21100-TALLY-ONE-RESULT THRU 21100-EXIT
           END-PERFORM.
           PERFORM 42000-CLOSE-RESULTS-FILE THRU 42000-EXIT.

      *    A NIGHT WITH NO RESULTS STILL NEEDS A RUN DATE TO PICK
      *    TONIGHT'S MANIFEST ACTIONS - FALL BACK TO THIS RUN'S OWN
      *    DATE, THE SAME WAY ORGUT109 DOES.
           IF WSC-RUN-DATE = ZEROES
               MOVE WSC-DATE-HOLD         TO WSC-RUN-DATE
           END-IF.
       21000-EXIT.
           EXIT.

       21100-TALLY-ONE-RESULT.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
                   GO TO 21100-EXIT
           END-READ.
           ADD 1                          TO WSC-RESULT-COUNT.
           IF WSC-RUN-DATE = ZEROES
               MOVE ST013-RESULT-DATE     TO WSC-RUN-DATE
           END-IF.

           MOVE ST013-MATCHED-PATH        TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT = ZEROES
               ADD 1                      TO WSC-UNOWNED-RESULTS
               GO TO 21100-EXIT
           END-IF.

           ADD 1                    TO WSC-OT-RESULTS (ST023-OWNER-HIT).
           PERFORM 25000-JUDGE-NEW THRU 25000-EXIT.
           IF PATH-IS-NEW
               ADD 1                TO WSC-OT-NEW (ST023-OWNER-HIT)
           END-IF.
       21100-EXIT.
           EXIT.

       21300-LIST-UNOWNED-RESULT.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
                   GO TO 21300-EXIT
           END-READ.
           MOVE ST013-MATCHED-PATH        TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT = ZEROES
               MOVE SPACES                TO UNOWNED-REPORT-RECORD
               STRING 'RESULT ' ST013-MATCHED-PATH
                      ' ' ST013-SOURCE-CONDITION
                       DELIMITED BY SIZE INTO UNOWNED-REPORT-RECORD
               END-STRING
               WRITE UNOWNED-REPORT-RECORD
           END-IF.
       21300-EXIT.
           EXIT.

       22000-TALLY-ACTIONS.
           PERFORM 43000-OPEN-MANIFEST THRU 43000-EXIT.
           PERFORM UNTIL MANIFEST-FILE-EOF
               PERFORM 22100-TALLY-ONE-ACTION THRU 22100-EXIT
           END-PERFORM.
           PERFORM 44000-CLOSE-MANIFEST THRU 44000-EXIT.
       22000-EXIT.
           EXIT.

       22100-TALLY-ONE-ACTION.
           READ ACTION-MANIFEST-FILE
               AT END
                   MOVE STC-Y             TO WSC-MANIFEST-EOF
                   GO TO 22100-EXIT
           END-READ.
           PERFORM 26000-JUDGE-TONIGHT THRU 26000-EXIT.
           IF NOT ACTION-TONIGHT
               GO TO 22100-EXIT
           END-IF.

           MOVE ST015-ORIGINAL-PATH       TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT = ZEROES
               ADD 1                      TO WSC-UNOWNED-ACTIONS
               MOVE SPACES                TO UNOWNED-REPORT-RECORD
               STRING ST015-ACTION '   ' ST015-ORIGINAL-PATH
                       DELIMITED BY SIZE INTO UNOWNED-REPORT-RECORD
               END-STRING
               WRITE UNOWNED-REPORT-RECORD
           ELSE
               ADD 1                TO WSC-OT-ACTIONS (ST023-OWNER-HIT)
           END-IF.
       22100-EXIT.
           EXIT.

       23000-TALLY-DUPLICATES.
           PERFORM 45000-OPEN-DUP-EXTRACT THRU 45000-EXIT.
           PERFORM UNTIL EXTRACT-FILE-EOF
               PERFORM 23100-TALLY-ONE-DUPLICATE THRU 23100-EXIT
           END-PERFORM.
           PERFORM 46000-CLOSE-DUP-EXTRACT THRU 46000-EXIT.
       23000-EXIT.
           EXIT.

       23100-TALLY-ONE-DUPLICATE.
           READ DUP-EXTRACT-FILE
               AT END
                   MOVE STC-Y             TO WSC-EXTRACT-EOF
                   GO TO 23100-EXIT
           END-READ.
           IF WSC-DUP-ANALYSIS-DATE = ZEROES
               MOVE ST024-ANALYSIS-DATE   TO WSC-DUP-ANALYSIS-DATE
           END-IF.

      *    MEMBER 1 OF A GROUP IS THE COPY THAT STAYS; ONLY THE LATER
      *    COPIES ARE RECLAIMABLE SPACE.
           MOVE ST024-FILE-PATH           TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT = ZEROES
               ADD 1                      TO WSC-UNOWNED-DUPS
               MOVE SPACES                TO UNOWNED-REPORT-RECORD
               STRING 'DUP    ' ST024-FILE-PATH
                      ' GROUP ' ST024-GROUP-NUMBER
                       DELIMITED BY SIZE INTO UNOWNED-REPORT-RECORD
               END-STRING
               WRITE UNOWNED-REPORT-RECORD
           ELSE
               ADD 1                TO WSC-OT-DUPS (ST023-OWNER-HIT)
               IF ST024-MEMBER-NUMBER > 1
                   ADD ST024-FILE-SIZE
                                    TO WSC-OT-DUP-BYTES
                                       (ST023-OWNER-HIT)
               END-IF
           END-IF.
       23100-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 25000  PARAGRAPHS IN THIS LEVEL JUDGE ONE FINDING - IS THE     *
      *        RESULT NEW TONIGHT, WAS THE ACTION TAKEN TONIGHT.       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       25000-JUDGE-NEW.
      *    SAME TEST AS ORGUT109'S 50200: ONLY THE OCCURRENCE WHOSE
      *    SOURCE PAIR MATCHES THE MASTER'S OWN IS JUDGED, SO A PATH
      *    MATCHED BY TWO CONTROL RECORDS COUNTS AS NEW ONCE.
           MOVE STC-N                     TO WSC-NEW-SWITCH.
           IF NOT MASTER-AVAILABLE
               GO TO 25000-EXIT
           END-IF.
           MOVE ST013-MATCHED-PATH        TO ST010-MATCHED-PATH.
           READ RESULTS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ST013-SOURCE-DIRECTORY = ST010-SOURCE-DIRECTORY
                      AND ST013-SOURCE-CONDITION
                           = ST010-SOURCE-CONDITION
                      AND ST010-FIRST-FOUND-DATE >= WSC-RUN-DATE
                       MOVE STC-Y         TO WSC-NEW-SWITCH
                   END-IF
           END-READ.
       25000-EXIT.
           EXIT.

       26000-JUDGE-TONIGHT.
      *    THE MANIFEST IS CUMULATIVE; ONLY TONIGHT'S QUARANTINES,
      *    DELETES AND PURGES ARE FINDINGS.  A RESTORE PUTS A FILE
      *    BACK AND IS NOT REPORTED.
           MOVE STC-N                     TO WSC-TONIGHT-SWITCH.
           IF ST015-ACTION-DATE >= WSC-RUN-DATE
              AND (ST015-ACTION-MOVE
                OR ST015-ACTION-DELETE
                OR ST015-ACTION-PURGE)
               MOVE STC-Y                 TO WSC-TONIGHT-SWITCH
           END-IF.
       26000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL OPEN AND CLOSE THE INPUT FILES *
      *        FOR EACH PASS.  A MISSING OR UNREADABLE INPUT IS AN     *
      *        EMPTY ONE, NOT AN ERROR - ITS SECTIONS COME OUT EMPTY.  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       41000-OPEN-RESULTS-FILE.
           MOVE STC-N                     TO WSC-RESULTS-EOF.
           OPEN INPUT SEARCH-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '00'
               MOVE STC-Y                 TO WSC-RESULTS-EOF
           END-IF.
       41000-EXIT.
           EXIT.

       42000-CLOSE-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '35'
               CLOSE SEARCH-RESULTS-FILE
           END-IF.
       42000-EXIT.
           EXIT.

       43000-OPEN-MANIFEST.
           MOVE STC-N                     TO WSC-MANIFEST-EOF.
           OPEN INPUT ACTION-MANIFEST-FILE.
           IF WSC-MANIFEST-STATUS NOT = '00'
               MOVE STC-Y                 TO WSC-MANIFEST-EOF
           END-IF.
       43000-EXIT.
           EXIT.

       44000-CLOSE-MANIFEST.
           IF WSC-MANIFEST-STATUS NOT = '35'
               CLOSE ACTION-MANIFEST-FILE
           END-IF.
       44000-EXIT.
           EXIT.

       45000-OPEN-DUP-EXTRACT.
           MOVE STC-N                     TO WSC-EXTRACT-EOF.
           OPEN INPUT DUP-EXTRACT-FILE.
           IF WSC-EXTRACT-STATUS NOT = '00'
               MOVE STC-Y                 TO WSC-EXTRACT-EOF
           END-IF.
       45000-EXIT.
           EXIT.

       46000-CLOSE-DUP-EXTRACT.
           IF WSC-EXTRACT-STATUS NOT = '35'
               CLOSE DUP-EXTRACT-FILE
           END-IF.
       46000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL BUILD AND DELIVER ONE FINDINGS *
      *        PACKAGE PER OWNER THAT HAS ANYTHING TO REPORT.  EACH    *
      *        PACKAGE IS A FRESH PASS OVER THE INPUTS, KEEPING ONLY   *
      *        THE FINDINGS THAT RESOLVE TO THAT OWNER.                *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-DELIVER-PACKAGES.
           PERFORM 50100-DELIVER-ONE-OWNER THRU 50100-EXIT
                   VARYING WSC-OWNER-SUB FROM 1 BY 1
                   UNTIL WSC-OWNER-SUB > ST023-OWNER-COUNT.
       50000-EXIT.
           EXIT.

       50100-DELIVER-ONE-OWNER.
           IF WSC-OT-NEW (WSC-OWNER-SUB) = ZEROES
              AND WSC-OT-ACTIONS (WSC-OWNER-SUB) = ZEROES
              AND WSC-OT-DUPS (WSC-OWNER-SUB) = ZEROES
               MOVE 'NOTHING SENT'        TO WSC-OT-STATE
                                             (WSC-OWNER-SUB)
               GO TO 50100-EXIT
           END-IF.

           MOVE STC-N                     TO WSC-DELIVERY-FAILED.
           PERFORM 51000-OPEN-DELIVERY THRU 51000-EXIT.
           IF DELIVERY-OPEN
               PERFORM 52000-PACKAGE-HEADER THRU 52000-EXIT
               PERFORM 53000-PACKAGE-NEW-FILES THRU 53000-EXIT
               PERFORM 54000-PACKAGE-ACTIONS THRU 54000-EXIT
               PERFORM 55000-PACKAGE-DUPLICATES THRU 55000-EXIT
               PERFORM 56000-PACKAGE-TRAILER THRU 56000-EXIT
               PERFORM 57000-CLOSE-DELIVERY THRU 57000-EXIT
           END-IF.

           IF DELIVERY-FAILED
               ADD 1                      TO WSC-PACKAGES-FAILED
               MOVE 'FAILED'              TO WSC-OT-STATE
                                             (WSC-OWNER-SUB)
               MOVE 124003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           ELSE
               ADD 1                      TO WSC-PACKAGES-SENT
               MOVE 'SENT'                TO WSC-OT-STATE
                                             (WSC-OWNER-SUB)
           END-IF.
       50100-EXIT.
           EXIT.

       51000-OPEN-DELIVERY.
           MOVE STC-N                     TO WSC-DELIVERY-OPEN.
           IF ST023-OWN-DELIVERY-TYPE (WSC-OWNER-SUB) = 'Q'
               PERFORM 61000-OPEN-OWNER-QUEUE THRU 61000-EXIT
               GO TO 51000-EXIT
           END-IF.

      *    TWO OWNERS MAY SHARE ONE DROP FILE; THE SECOND AND LATER
      *    PACKAGES ARE APPENDED RATHER THAN WRITTEN OVER THE FIRST.
           MOVE STC-N                     TO WSC-DEST-REUSED.
           PERFORM VARYING WSC-PRIOR-SUB FROM 1 BY 1
                   UNTIL WSC-PRIOR-SUB >= WSC-OWNER-SUB
                      OR DEST-REUSED
               IF ST023-OWN-DELIVERY-TYPE (WSC-PRIOR-SUB) = 'F'
                  AND ST023-OWN-DELIVERY-DEST (WSC-PRIOR-SUB)
                       = ST023-OWN-DELIVERY-DEST (WSC-OWNER-SUB)
                  AND WSC-OT-STATE (WSC-PRIOR-SUB) = 'SENT'
                   MOVE STC-Y             TO WSC-DEST-REUSED
               END-IF
           END-PERFORM.

           MOVE ST023-OWN-DELIVERY-DEST (WSC-OWNER-SUB)
                                          TO WSC-PACKAGE-PATH.
           IF DEST-REUSED
               OPEN EXTEND PACKAGE-FILE
           ELSE
               OPEN OUTPUT PACKAGE-FILE
           END-IF.
           IF WSC-PACKAGE-STATUS = '00'
               MOVE STC-Y                 TO WSC-DELIVERY-OPEN
           ELSE
               MOVE STC-Y                 TO WSC-DELIVERY-FAILED
           END-IF.
       51000-EXIT.
           EXIT.

       52000-PACKAGE-HEADER.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING 'FINDINGS PACKAGE - '
                  ST023-OWN-DEPARTMENT (WSC-OWNER-SUB)
                  ' - RUN DATE ' WSC-RUN-DATE
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING 'CONTACT: '
                  ST023-OWN-CONTACT (WSC-OWNER-SUB)
                  ' PRODUCED ' WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       52000-EXIT.
           EXIT.

       53000-PACKAGE-NEW-FILES.
           MOVE 'NEW FILES - FIRST FOUND TONIGHT'
                                          TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           IF NOT MASTER-AVAILABLE
               MOVE SPACES                TO WSC-PKG-LINE
               STRING '  NOT AVAILABLE TONIGHT - '
                      'RESULTS MASTER COULD NOT BE READ'
                       DELIMITED BY SIZE INTO WSC-PKG-LINE
               END-STRING
               PERFORM 58000-EMIT-LINE THRU 58000-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-SECTION-COUNT.
           PERFORM 41000-OPEN-RESULTS-FILE THRU 41000-EXIT.
           PERFORM UNTIL RESULTS-FILE-EOF
               PERFORM 53100-PACKAGE-ONE-RESULT THRU 53100-EXIT
           END-PERFORM.
           PERFORM 42000-CLOSE-RESULTS-FILE THRU 42000-EXIT.

           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING '  NEW FILES: ' WSC-SECTION-COUNT
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       53000-EXIT.
           EXIT.

       53100-PACKAGE-ONE-RESULT.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
                   GO TO 53100-EXIT
           END-READ.
           MOVE ST013-MATCHED-PATH        TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT NOT = WSC-OWNER-SUB
               GO TO 53100-EXIT
           END-IF.
           PERFORM 25000-JUDGE-NEW THRU 25000-EXIT.
           IF PATH-IS-NEW
               ADD 1                      TO WSC-SECTION-COUNT
               MOVE SPACES                TO WSC-PKG-LINE
               STRING '  ' ST013-MATCHED-PATH
                      ' ' ST013-FILE-SIZE ' BYTES'
                      '  MODIFIED ' ST013-FILE-MOD-DATE
                       DELIMITED BY SIZE INTO WSC-PKG-LINE
               END-STRING
               PERFORM 58000-EMIT-LINE THRU 58000-EXIT
           END-IF.
       53100-EXIT.
           EXIT.

       54000-PACKAGE-ACTIONS.
           MOVE 'QUARANTINED OR DELETED TONIGHT'
                                          TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.

           MOVE ZEROES                    TO WSC-SECTION-COUNT.
           PERFORM 43000-OPEN-MANIFEST THRU 43000-EXIT.
           PERFORM UNTIL MANIFEST-FILE-EOF
               PERFORM 54100-PACKAGE-ONE-ACTION THRU 54100-EXIT
           END-PERFORM.
           PERFORM 44000-CLOSE-MANIFEST THRU 44000-EXIT.

           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING '  FILES QUARANTINED OR DELETED: ' WSC-SECTION-COUNT
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       54000-EXIT.
           EXIT.

       54100-PACKAGE-ONE-ACTION.
           READ ACTION-MANIFEST-FILE
               AT END
                   MOVE STC-Y             TO WSC-MANIFEST-EOF
                   GO TO 54100-EXIT
           END-READ.
           PERFORM 26000-JUDGE-TONIGHT THRU 26000-EXIT.
           IF NOT ACTION-TONIGHT
               GO TO 54100-EXIT
           END-IF.
           MOVE ST015-ORIGINAL-PATH       TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT NOT = WSC-OWNER-SUB
               GO TO 54100-EXIT
           END-IF.

           ADD 1                          TO WSC-SECTION-COUNT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING '  ' ST015-ACTION ' ' ST015-ORIGINAL-PATH
                  ' ' ST015-FILE-SIZE ' BYTES'
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.

      *    A QUARANTINED FILE CAN STILL BE RESTORED - SAY WHERE IT IS.
           IF ST015-ACTION-MOVE
               MOVE SPACES                TO WSC-PKG-LINE
               STRING '       NOW AT '
                      FUNCTION TRIM(ST015-QUARANTINE-PATH)
                       DELIMITED BY SIZE INTO WSC-PKG-LINE
               END-STRING
               PERFORM 58000-EMIT-LINE THRU 58000-EXIT
           END-IF.
       54100-EXIT.
           EXIT.

       55000-PACKAGE-DUPLICATES.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING 'DUPLICATE COPIES - ANALYSIS OF '
                  WSC-DUP-ANALYSIS-DATE
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.

           MOVE ZEROES                    TO WSC-SECTION-COUNT
                                             WSC-SECTION-BYTES.
           PERFORM 45000-OPEN-DUP-EXTRACT THRU 45000-EXIT.
           PERFORM UNTIL EXTRACT-FILE-EOF
               PERFORM 55100-PACKAGE-ONE-DUPLICATE THRU 55100-EXIT
           END-PERFORM.
           PERFORM 46000-CLOSE-DUP-EXTRACT THRU 46000-EXIT.

           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING '  DUPLICATE COPIES: ' WSC-SECTION-COUNT
                  '  BYTES RECLAIMABLE: ' WSC-SECTION-BYTES
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       55000-EXIT.
           EXIT.

       55100-PACKAGE-ONE-DUPLICATE.
           READ DUP-EXTRACT-FILE
               AT END
                   MOVE STC-Y             TO WSC-EXTRACT-EOF
                   GO TO 55100-EXIT
           END-READ.
           MOVE ST024-FILE-PATH           TO ST023-CHECK-PATH.
           PERFORM U3600-FIND-OWNER THRU U3600-EXIT.
           IF ST023-OWNER-HIT NOT = WSC-OWNER-SUB
               GO TO 55100-EXIT
           END-IF.

           ADD 1                          TO WSC-SECTION-COUNT.
           IF ST024-MEMBER-NUMBER > 1
               ADD ST024-FILE-SIZE        TO WSC-SECTION-BYTES
           END-IF.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING '  GROUP ' ST024-GROUP-NUMBER
                  ' COPY ' ST024-MEMBER-NUMBER
                  ' OF ' ST024-COPY-COUNT
                  ' ' ST024-FILE-SIZE ' BYTES '
                  ST024-FILE-PATH
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       55100-EXIT.
           EXIT.

       56000-PACKAGE-TRAILER.
           MOVE SPACES                    TO WSC-PKG-LINE.
           STRING 'RESULTS MATCHED IN YOUR DIRECTORIES TONIGHT: '
                  WSC-OT-RESULTS (WSC-OWNER-SUB)
                   DELIMITED BY SIZE INTO WSC-PKG-LINE
           END-STRING.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE 'END OF FINDINGS PACKAGE'  TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
           MOVE SPACES                    TO WSC-PKG-LINE.
           PERFORM 58000-EMIT-LINE THRU 58000-EXIT.
       56000-EXIT.
           EXIT.

       57000-CLOSE-DELIVERY.
           IF ST023-OWN-DELIVERY-TYPE (WSC-OWNER-SUB) = 'Q'
               CALL 'MQCLOSE' USING WSC-MQ-HCONN
                                    WSC-MQ-HOBJ-PACKAGE
                                    WSC-MQ-CLOSE-OPTIONS
                                    WSC-MQ-COMPCODE
                                    WSC-MQ-REASON
           ELSE
               CLOSE PACKAGE-FILE
           END-IF.
           MOVE STC-N                     TO WSC-DELIVERY-OPEN.
       57000-EXIT.
           EXIT.

       58000-EMIT-LINE.
      *    ONE PACKAGE LINE TO THE OWNER'S FILE, OR ONE MESSAGE TO ITS
      *    QUEUE.  THE FIRST FAILURE MARKS THE PACKAGE FAILED; LATER
      *    LINES ARE STILL ATTEMPTED SO A FILE IS NOT LEFT TRUNCATED
      *    FOR ONE BAD WRITE.
           IF ST023-OWN-DELIVERY-TYPE (WSC-OWNER-SUB) = 'Q'
               MOVE LOW-VALUES            TO WSC-MQMD-MSGID
               MOVE ST023-OWN-DEPARTMENT (WSC-OWNER-SUB)
                                          TO WSC-MQMD-CORRELID
               MOVE LENGTH OF WSC-PKG-LINE
                                          TO WSC-MQ-LINE-LENGTH
               CALL 'MQPUT' USING WSC-MQ-HCONN
                                   WSC-MQ-HOBJ-PACKAGE
                                   WSC-MQMD
                                   WSC-MQPMO
                                   WSC-MQ-LINE-LENGTH
                                   WSC-PKG-LINE
                                   WSC-MQ-COMPCODE
                                   WSC-MQ-REASON
               IF WSC-MQ-COMPCODE NOT = ZERO
                   MOVE STC-Y             TO WSC-DELIVERY-FAILED
               END-IF
           ELSE
               WRITE PACKAGE-RECORD FROM WSC-PKG-LINE
               IF WSC-PACKAGE-STATUS NOT = '00'
                   MOVE STC-Y             TO WSC-DELIVERY-FAILED
               END-IF
           END-IF.
           MOVE SPACES                    TO WSC-PKG-LINE.
       58000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL HANDLE MQ DELIVERY - ONE       *
      *        CONNECTION FOR THE RUN, MADE THE FIRST TIME AN OWNER    *
      *        TAKES ITS PACKAGE BY QUEUE.                             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60000-CONNECT-MQ.
           MOVE STC-Y                     TO WSC-MQ-TRIED.
           IF WSC-MQ-QMGR-NAME = SPACES
               MOVE 124004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 60000-EXIT
           END-IF.

           CALL 'MQCONN' USING WSC-MQ-QMGR-NAME
                               WSC-MQ-HCONN
                               WSC-MQ-COMPCODE
                               WSC-MQ-REASON.
           IF WSC-MQ-COMPCODE NOT = ZERO
               MOVE 124004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 60000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-MQ-CONNECTED.
       60000-EXIT.
           EXIT.

       61000-OPEN-OWNER-QUEUE.
           IF NOT MQ-TRIED
               PERFORM 60000-CONNECT-MQ THRU 60000-EXIT
           END-IF.
           IF NOT MQ-CONNECTED
               MOVE STC-Y                 TO WSC-DELIVERY-FAILED
               GO TO 61000-EXIT
           END-IF.

           MOVE ST023-OWN-DELIVERY-DEST (WSC-OWNER-SUB)
                                          TO WSC-MQOD-PK-OBJECTNAME.
           CALL 'MQOPEN' USING WSC-MQ-HCONN
                               WSC-MQOD-PACKAGE
                               STC-MQ-OPEN-OUTPUT
                               WSC-MQ-HOBJ-PACKAGE
                               WSC-MQ-COMPCODE
                               WSC-MQ-REASON.
           IF WSC-MQ-COMPCODE = ZERO
               MOVE STC-Y                 TO WSC-DELIVERY-OPEN
           ELSE
               MOVE STC-Y                 TO WSC-DELIVERY-FAILED
           END-IF.
       61000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           PERFORM 91000-WRITE-DISTRIB-REPORT THRU 91000-EXIT.

           MOVE SPACES                    TO UNOWNED-REPORT-RECORD.
           WRITE UNOWNED-REPORT-RECORD.
           MOVE SPACES                    TO UNOWNED-REPORT-RECORD.
           STRING 'UNOWNED RESULTS: ' WSC-UNOWNED-RESULTS
                  '  ACTIONS: ' WSC-UNOWNED-ACTIONS
                  '  DUPLICATE COPIES: ' WSC-UNOWNED-DUPS
                   DELIMITED BY SIZE INTO UNOWNED-REPORT-RECORD
           END-STRING.
           WRITE UNOWNED-REPORT-RECORD.

           IF WSC-UNOWNED-RESULTS > ZEROES
              OR WSC-UNOWNED-ACTIONS > ZEROES
              OR WSC-UNOWNED-DUPS > ZEROES
               MOVE 124005                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.

           IF MQ-CONNECTED
               CALL 'MQDISC' USING WSC-MQ-HCONN
                                    WSC-MQ-COMPCODE
                                    WSC-MQ-REASON
               MOVE STC-N                 TO WSC-MQ-CONNECTED
           END-IF.
           IF MASTER-AVAILABLE
               CLOSE RESULTS-MASTER-FILE
           END-IF.
           CLOSE UNOWNED-REPORT-FILE.
           CLOSE DISTRIB-REPORT-FILE.

           MOVE 124006                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
       90000-EXIT.
           EXIT.

       91000-WRITE-DISTRIB-REPORT.
           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           STRING 'FINDINGS DISTRIBUTION - ' WSC-DATE-HOLD
                  ' AT ' WSC-TIME-HOLD
                  '  RUN DATE ' WSC-RUN-DATE
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-RECORD
           END-STRING.
           WRITE DISTRIB-REPORT-RECORD.
           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           WRITE DISTRIB-REPORT-RECORD.

           IF NOT ST023-OWNERS-USABLE
               MOVE '*** OWNERSHIP REGISTRY UNREADABLE - NOTHING SENT'
                                          TO DISTRIB-REPORT-RECORD
               WRITE DISTRIB-REPORT-RECORD
               GO TO 91000-EXIT
           END-IF.

           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           STRING 'DEPARTMENT                      RESULTS     NEW '
                  'ACTIONS    DUPS       DUP BYTES DELIVERY'
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-RECORD
           END-STRING.
           WRITE DISTRIB-REPORT-RECORD.
           PERFORM 91100-REPORT-ONE-OWNER THRU 91100-EXIT
                   VARYING WSC-OWNER-SUB FROM 1 BY 1
                   UNTIL WSC-OWNER-SUB > ST023-OWNER-COUNT.

           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           WRITE DISTRIB-REPORT-RECORD.
           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           STRING 'RESULT RECORDS READ: ' WSC-RESULT-COUNT
                  '  PACKAGES SENT: ' WSC-PACKAGES-SENT
                  '  FAILED: ' WSC-PACKAGES-FAILED
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-RECORD
           END-STRING.
           WRITE DISTRIB-REPORT-RECORD.
           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           STRING 'UNOWNED - RESULTS: ' WSC-UNOWNED-RESULTS
                  '  ACTIONS: ' WSC-UNOWNED-ACTIONS
                  '  DUPLICATE COPIES: ' WSC-UNOWNED-DUPS
                  ' - SEE UNOWNED EXCEPTION LIST'
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-RECORD
           END-STRING.
           WRITE DISTRIB-REPORT-RECORD.
       91000-EXIT.
           EXIT.

       91100-REPORT-ONE-OWNER.
           MOVE SPACES                    TO DISTRIB-REPORT-RECORD.
           STRING ST023-OWN-DEPARTMENT (WSC-OWNER-SUB)
                  ' ' WSC-OT-RESULTS (WSC-OWNER-SUB)
                  ' ' WSC-OT-NEW (WSC-OWNER-SUB)
                  ' ' WSC-OT-ACTIONS (WSC-OWNER-SUB)
                  ' ' WSC-OT-DUPS (WSC-OWNER-SUB)
                  ' ' WSC-OT-DUP-BYTES (WSC-OWNER-SUB)
                  ' ' WSC-OT-STATE (WSC-OWNER-SUB)
                   DELIMITED BY SIZE INTO DISTRIB-REPORT-RECORD
           END-STRING.
           WRITE DISTRIB-REPORT-RECORD.
       91100-EXIT.
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
      *  COPYCODE FOR STANDARD DIRECTORY OWNERSHIP LOOKUP              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX005.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.
