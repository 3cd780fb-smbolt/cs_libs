       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT128.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT128 - FILE INTEGRITY BASELINE AND CHANGE DETECTION        *
      ******************************************************************
      * KEEPS A BASELINE (ORGST033) OF THE SIZE, MODIFICATION STAMP    *
      * AND CONTENT CHECKSUM OF EVERY CRITICAL FILE, AND CHECKS EACH   *
      * NIGHT'S SEARCH RESULTS (ORGST013) AGAINST IT.  A CRITICAL FILE *
      * IS ANY FILE MATCHED BY A WATCHED CONTROL RECORD - A DIRECTORY  *
      * AND CONDITION PAIR NAMED ON THE BASELINE WITH WATCH.  THE      *
      * CHECKSUM IS THE SAME BYTEWISE ROLL ORGUT112 USES FOR ITS       *
      * DUPLICATE GROUPING.  ONE COMMAND FROM THE COMMAND LINE:        *
      *   COMPARE (OR BLANK)        - THE NIGHTLY RUN.  EVERY FILE A   *
      *                               WATCHED RECORD MATCHED TONIGHT   *
      *                               IS CHECKSUMMED AND COMPARED WITH *
      *                               ITS BASELINE; FILES CHANGED,     *
      *                               ADDED AND MISSING ARE REPORTED   *
      *                               WITH THEIR OLD AND NEW SIZE,     *
      *                               STAMP AND CHECKSUM, AND EACH ONE *
      *                               IS LOGGED AT ALERT SEVERITY SO   *
      *                               ORGUT106 RAISES IT (RC 8).       *
      *   LIST                      - DISPLAY THE WATCHED RECORDS      *
      *   WATCH <DIRECTORY> <CONDITION>                                *
      *                             - START WATCHING A CONTROL RECORD  *
      *   UNWATCH <DIRECTORY> <CONDITION>                              *
      *                             - STOP WATCHING ONE, DROPPING ITS  *
      *                               FILES FROM THE BASELINE          *
      *   REBASELINE <RELEASE> [<DIRECTORY> <CONDITION>]               *
      *                             - ACCEPT WHAT THE LAST SEARCH      *
      *                               FOUND AS THE NEW BASELINE, FOR   *
      *                               EVERY WATCHED RECORD OR JUST     *
      *                               ONE, AS THE RESULT OF THE        *
      *                               SANCTIONED RELEASE NAMED.  ALSO  *
      *                               TAKES A NEWLY WATCHED RECORD'S   *
      *                               FIRST BASELINE.                  *
      * LIST NEEDS ANY ROLE ON THE OPERATOR AUTHORIZATION FILE; WATCH, *
      * UNWATCH AND REBASELINE NEED THE APPROVER ROLE.  A FILE IS ONLY *
      * REPORTED MISSING WHEN ITS WATCHED RECORD IS ON TONIGHT'S       *
      * CONTROL FILE, SO A RECORD NOT SCHEDULED TONIGHT RAISES NOTHING.*
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
           SELECT OPTIONAL BASELINE-FILE
           ASSIGN TO WSC-BASELINE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST033-BASE-KEY
           FILE STATUS IS WSC-BASELINE-STATUS.

           SELECT SEARCH-RESULTS-FILE
           ASSIGN TO WSC-SEARCH-RESULTS-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-RESULTS-STATUS.

           SELECT CONTROL-FILE
           ASSIGN TO WSC-CONTROL-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WSC-CONTROL-STATUS.

           SELECT INTEGRITY-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-AUTH-FILE
           ASSIGN TO ST032-AUTH-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST030-AUTH-KEY
           FILE STATUS IS ST032-AUTH-STATUS.

           SELECT OPTIONAL HELD-CHANGE-FILE
           ASSIGN TO ST032-CHANGE-FILE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST031-CHANGE-ID
           FILE STATUS IS ST032-CHANGE-STATUS.

       DATA DIVISION.

       FILE SECTION.
        FD BASELINE-FILE.
               COPY 'ORGST033.CPY'.

        FD SEARCH-RESULTS-FILE.
      *    SAME RECORD LAYOUT ORGUT100'S 40300-WRITE-SEARCH-RESULT
      *    WRITES, SO THIS PROGRAM COPIES ORGST013 DIRECTLY.
               COPY 'ORGST013.CPY'.

        FD CONTROL-FILE.
      *    TONIGHT'S CONTROL FILE, AS CUT BY THE ORGUT108 SCHEDULE
      *    SELECTION STEP - WHICH WATCHED RECORDS RAN TONIGHT.
               COPY 'ORGST011.CPY'.

        FD INTEGRITY-REPORT-FILE.
        01 INTEGRITY-REPORT-RECORD         PIC X(132).

        FD OPERATOR-AUTH-FILE.
               COPY 'ORGST030.CPY'.

        FD HELD-CHANGE-FILE.
               COPY 'ORGST031.CPY'.


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
      *    COPYCODE FOR STANDARD OPERATOR AUTHORIZATION WS FIELDS      *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGST032.CPY'.

       EJECT
      ******************************************************************
      *  WORK FIELDS SPECIFIC TO THIS PROGRAM.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  WSC-CONSTANTS.
           05  WSC-ORGUT128              PIC X(08) VALUE 'ORGUT128'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  RESULTS-FILE-PATH,
      *    SEARCH-ROOT AND SEARCH-MASK CARRY THE SAME KEYS AND
      *    DEFAULTS AS ORGUT100'S SO THIS STEP READS THE SAME RESULTS
      *    AND CONTROL FILES THE SEARCH DID.
           05  STC-BASELINE-LIT          PIC X(30)
                                    VALUE 'INTEGRITY-BASELINE-PATH'.
           05  STC-BASELINE-DFLT         PIC X(81)
                                          VALUE 'C:\BASELINE.DAT'.
           05  STC-INTEGRITY-REPORT-LIT  PIC X(30)
                                          VALUE 'INTEGRITY-REPORT-PATH'.
           05  STC-INTEGRITY-REPORT-DFLT PIC X(81)
                                          VALUE 'C:\INTEGRITY.RPT'.
           05  STC-RESULTS-FILE-LIT      PIC X(30)
                                          VALUE 'RESULTS-FILE-PATH'.
           05  STC-RESULTS-FILE-DFLT     PIC X(81)
                                          VALUE 'C:\SEARCHRESULTS.DAT'.
           05  STC-SEARCH-ROOT-LIT       PIC X(30)
                                          VALUE 'SEARCH-ROOT'.
           05  STC-SEARCH-MASK-LIT       PIC X(30)
                                          VALUE 'SEARCH-MASK'.
           05  STC-SEARCH-ROOT-DFLT      PIC X(60)
                                          VALUE 'C:'.
           05  STC-SEARCH-MASK-DFLT      PIC X(20)
                                          VALUE 'CONTROL.DAT'.
      *    THE SAME CHECKSUM AS ORGUT112 - A BYTEWISE POLYNOMIAL ROLL
      *    KEPT UNDER A LARGE PRIME.  WITH THE SIZE AND MODIFICATION
      *    STAMP ALONGSIDE IT, ANY EDIT TO A CRITICAL FILE SHOWS.
           05  STC-CHECKSUM-PRIME        PIC S9(09) COMP
                                          VALUE 999999937.
           05  STC-CHECKSUM-FACTOR       PIC S9(09) COMP VALUE 31.
           05  STC-WATCH-MAX             PIC 9(03) VALUE 200.
           05  STC-SEEN-MAX              PIC 9(04) VALUE 2000.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-OPERATOR-ID           PIC X(08) VALUE SPACES.
           05  WSC-BASELINE-FILE-PATH    PIC X(81) VALUE SPACES.
           05  WSC-BASELINE-STATUS       PIC X(02) VALUE SPACES.
           05  WSC-SEARCH-RESULTS-PATH   PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-SEARCH-ROOT-HOLD      PIC X(60) VALUE SPACES.
           05  WSC-SEARCH-MASK-HOLD      PIC X(20) VALUE SPACES.
           05  WSC-CONTROL-FILE-PATH     PIC X(81) VALUE SPACES.
           05  WSC-CONTROL-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-CMDLINE-TEXT          PIC X(120) VALUE SPACES.
           05  WSC-COMMAND               PIC X(10) VALUE SPACES.
               88  WSC-CMD-COMPARE           VALUE 'COMPARE', SPACES.
               88  WSC-CMD-LIST              VALUE 'LIST'.
               88  WSC-CMD-WATCH             VALUE 'WATCH'.
               88  WSC-CMD-UNWATCH           VALUE 'UNWATCH'.
               88  WSC-CMD-REBASELINE        VALUE 'REBASELINE'.
           05  WSC-ARG-RELEASE           PIC X(20) VALUE SPACES.
           05  WSC-ARG-DIRECTORY         PIC X(60) VALUE SPACES.
           05  WSC-ARG-CONDITION         PIC X(20) VALUE SPACES.
           05  WSC-CONFIRM-ANSWER        PIC X(01) VALUE SPACES.
           05  WSC-BASELINE-OPEN         PIC X(01) VALUE 'N'.
               88  BASELINE-OPEN             VALUE 'Y'.
           05  WSC-REPORT-OPEN           PIC X(01) VALUE 'N'.
               88  REPORT-OPEN               VALUE 'Y'.
           05  WSC-RESULTS-EOF           PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-EOF          VALUE 'Y'.
           05  WSC-CONTROL-EOF           PIC X(01) VALUE 'N'.
               88  CONTROL-FILE-EOF          VALUE 'Y'.
      *    THE MISSING-FILE CHECK NEEDS BOTH TONIGHT'S CONTROL FILE
      *    (WHICH RECORDS RAN) AND TONIGHT'S RESULTS (WHAT THEY FOUND).
           05  WSC-CONTROL-READ          PIC X(01) VALUE 'N'.
               88  CONTROL-FILE-READ         VALUE 'Y'.
           05  WSC-RESULTS-READ          PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-READ         VALUE 'Y'.
           05  WSC-BASE-EOF              PIC X(01) VALUE 'N'.
               88  BASE-FILE-EOF             VALUE 'Y'.
           05  WSC-RECORD-EXISTS         PIC X(01) VALUE 'N'.
               88  RECORD-EXISTS             VALUE 'Y'.
           05  WSC-RECORD-OK             PIC X(01) VALUE 'Y'.
               88  RECORD-OK                 VALUE 'Y'.
           05  WSC-WATCH-OVERFLOW        PIC X(01) VALUE 'N'.
               88  WATCH-TABLE-FULL          VALUE 'Y'.
           05  WSC-SEEN-OVERFLOW         PIC X(01) VALUE 'N'.
               88  SEEN-TABLE-FULL           VALUE 'Y'.
           05  WSC-EVENT-TYPE            PIC X(10) VALUE SPACES.
           05  WSC-RESULT-COUNT          PIC 9(09) VALUE ZEROES.
           05  WSC-LIST-COUNT            PIC 9(05) VALUE ZEROES.
           05  WSC-DROPPED-COUNT         PIC 9(05) VALUE ZEROES.
      *    RUN TOTALS FOR THE FOOT OF THE REPORT.  ON A REBASELINE
      *    CHANGED/ADDED/MISSING ARE THE CHANGES ACCEPTED, FILES TAKEN
      *    ON AND FILES DROPPED.
           05  WSC-TOTAL-CHECKED         PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-UNCHANGED       PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-CHANGED         PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-ADDED           PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-MISSING         PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-UNREADABLE      PIC 9(07) VALUE ZEROES.
           05  WSC-REBASELINED-COUNT     PIC 9(03) VALUE ZEROES.
      *    CBL_OPEN_FILE / CBL_READ_FILE INTERFACE FIELDS - THE
      *    BYTE-STREAM API NEEDS COMP-X SIZES AND OFFSETS, UNLIKE
      *    THE REST OF THIS SHOP'S COMP FIELDS.
           05  WSC-CBL-HANDLE            PIC X(04).
           05  WSC-CBL-ACCESS            PIC X(01) COMP-X VALUE 1.
           05  WSC-CBL-DENY              PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-DEVICE            PIC X(01) COMP-X VALUE 0.
           05  WSC-CBL-OFFSET            PIC X(08) COMP-X.
           05  WSC-CBL-NBYTES            PIC X(04) COMP-X.
           05  WSC-CBL-FLAGS             PIC X(01) COMP-X VALUE 0.
           05  WSC-IO-BUFFER             PIC X(256).
           05  WSC-FILE-RC               PIC S9(09) COMP VALUE ZERO.
           05  WSC-BYTES-LEFT            PIC 9(12) VALUE ZEROES.
           05  WSC-CHUNK-SIZE            PIC 9(04) VALUE ZEROES.
           05  WSC-BYTE-IDX              PIC 9(04) VALUE ZEROES.
           05  WSC-CHECKSUM-WORK         PIC S9(18) COMP VALUE ZERO.
           05  WSC-CHECKSUM-OK           PIC X(01) VALUE 'N'.
               88  CHECKSUM-OK               VALUE 'Y'.
           05  WSC-CHECKSUM-PATH         PIC X(81) VALUE SPACES.
      *    THE PATH BEING LOOKED UP AND REPORTED - SET FROM THE
      *    RESULTS RECORD WHILE THE RESULTS FILE IS READ, AND FROM THE
      *    BASELINE ENTRY ONCE IT HAS BEEN CLOSED.
           05  WSC-FIND-PATH             PIC X(80) VALUE SPACES.

      *    THE FILE AS TONIGHT'S SEARCH AND CHECKSUM SAW IT, SET BY
      *    54000 FOR THE REPORT'S TONIGHT LINE.
       01  WSC-TONIGHT-AREA.
           05  WSC-NEW-SIZE              PIC 9(12) VALUE ZEROES.
           05  WSC-NEW-MOD-DATE          PIC 9(08) VALUE ZEROES.
           05  WSC-NEW-MOD-TIME          PIC 9(08) VALUE ZEROES.
           05  WSC-NEW-CHECKSUM          PIC 9(09) VALUE ZEROES.
           05  WSC-NEW-READABLE          PIC X(01) VALUE 'N'.
               88  NEW-FILE-READABLE         VALUE 'Y'.
           05  WSC-CHECKSUM-TEXT         PIC X(10) VALUE SPACES.

      *    ONE ENTRY PER WATCHED CONTROL RECORD ('W' ENTRY) ON THE
      *    BASELINE.  SELECTED = IN THIS RUN'S SCOPE; RAN = ON
      *    TONIGHT'S CONTROL FILE; BASELINED = HAS HAD ITS FIRST
      *    BASELINE TAKEN.  THE COUNTS FEED THE PER-RECORD SUMMARY.
       01  WSC-WATCH-TABLE.
           05  WSC-WATCH-COUNT           PIC 9(03) VALUE ZEROES.
           05  WSC-WATCH-IDX             PIC 9(03) VALUE ZEROES.
           05  WSC-WATCH-HIT             PIC 9(03) VALUE ZEROES.
           05  WSC-WATCH-ENTRY           OCCURS 200 TIMES.
               10  WSC-WATCH-DIRECTORY   PIC X(60).
               10  WSC-WATCH-CONDITION   PIC X(20).
               10  WSC-WATCH-SELECTED    PIC X(01).
               10  WSC-WATCH-RAN         PIC X(01).
               10  WSC-WATCH-BASELINED   PIC X(01).
               10  WSC-WATCH-CHECKED     PIC 9(05).
               10  WSC-WATCH-CHANGED     PIC 9(05).
               10  WSC-WATCH-ADDED       PIC 9(05).
               10  WSC-WATCH-MISSING     PIC 9(05).

      *    EVERY DISTINCT PATH TONIGHT'S RESULTS GAVE FOR A SELECTED
      *    WATCHED RECORD - A FILE FOUND BY MORE THAN ONE CONDITION IS
      *    CHECKED ONCE, AND A BASELINED FILE NOT IN HERE WAS NOT
      *    FOUND TONIGHT.
       01  WSC-SEEN-TABLE.
           05  WSC-SEEN-COUNT            PIC 9(04) VALUE ZEROES.
           05  WSC-SEEN-IDX              PIC 9(04) VALUE ZEROES.
           05  WSC-SEEN-HIT              PIC 9(04) VALUE ZEROES.
           05  WSC-SEEN-PATH             OCCURS 2000 TIMES
                                          PIC X(80).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 129000-129999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 129000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 129999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 129012.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-129000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'COULD NOT OPEN FILE INTEGRITY BASELINE            '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129002.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'FILE INTEGRITY BASELINE UPDATE FAILED             '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129003.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'SEARCH RESULTS UNAVAILABLE - INTEGRITY NOT CHECKED'.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129004.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'CONTROL FILE UNAVAILABLE - MISSING CHECK SKIPPED  '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129005.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'CRITICAL FILE CHANGED SINCE BASELINE - SEE REPORT '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129006.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'CRITICAL FILE ADDED SINCE BASELINE - SEE REPORT   '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129007.
               10  FILLER                  PIC X(03) VALUE '24A'.
               10  FILLER                  PIC X(50) VALUE
               'CRITICAL FILE MISSING SINCE BASELINE - SEE REPORT '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129008.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'OPERATOR NOT AUTHORIZED FOR THIS FUNCTION         '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129009.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'CRITICAL FILES REBASELINED FOR SANCTIONED RELEASE '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129010.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'CONTROL RECORD ADDED TO INTEGRITY WATCH           '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129011.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'CONTROL RECORD REMOVED FROM INTEGRITY WATCH       '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-129012.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'INTEGRITY TABLE FULL - SOME FILES NOT CHECKED     '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 13.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT128.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           IF BASELINE-OPEN
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
           MOVE WSC-ORGUT128              TO SCB-PROGRAM-NAME.
           PERFORM U1100-GET-DATE-TIME THRU U1100-EXIT.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           PERFORM 20000-GET-COMMAND THRU 20000-EXIT.
           IF NOT WSC-CMD-COMPARE
               PERFORM 10080-GET-OPERATOR-ID THRU 10080-EXIT
           END-IF.
           PERFORM 30000-OPEN-BASELINE THRU 30000-EXIT.
       10000-EXIT.
           EXIT.

      *    A SHORT ONE-PASS STEP, SO THE STANDARD DCCM SUBPROGRAM IS
      *    CALLED DIRECTLY THE SAME WAY ORGUT112 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE STC-BASELINE-DFLT         TO WSC-BASELINE-FILE-PATH.
           MOVE WSC-ORGUT128              TO ST009-PROGRAM-NAME.
           MOVE STC-BASELINE-LIT          TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-BASELINE-FILE-PATH
           END-IF.

           MOVE STC-INTEGRITY-REPORT-DFLT TO WSC-REPORT-FILE-PATH.
           MOVE STC-INTEGRITY-REPORT-LIT  TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.

           MOVE STC-RESULTS-FILE-DFLT     TO WSC-SEARCH-RESULTS-PATH.
           MOVE STC-RESULTS-FILE-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SEARCH-RESULTS-PATH
           END-IF.

           MOVE STC-SEARCH-ROOT-DFLT      TO WSC-SEARCH-ROOT-HOLD.
           MOVE STC-SEARCH-ROOT-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SEARCH-ROOT-HOLD
           END-IF.

           MOVE STC-SEARCH-MASK-DFLT      TO WSC-SEARCH-MASK-HOLD.
           MOVE STC-SEARCH-MASK-LIT       TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SEARCH-MASK-HOLD
           END-IF.

           STRING FUNCTION TRIM(WSC-SEARCH-ROOT-HOLD) DELIMITED BY SIZE
                  '\'                       DELIMITED BY SIZE
                  FUNCTION TRIM(WSC-SEARCH-MASK-HOLD) DELIMITED BY SIZE
                  INTO WSC-CONTROL-FILE-PATH
           END-STRING.

           MOVE ST032-AUTH-PATH-DFLT      TO ST032-AUTH-FILE-PATH.
           MOVE WSC-ORGUT128              TO ST009-PROGRAM-NAME.
           MOVE ST032-AUTH-PATH-LIT       TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-AUTH-FILE-PATH
           END-IF.

           MOVE ST032-CHANGE-PATH-DFLT    TO ST032-CHANGE-FILE-PATH.
           MOVE WSC-ORGUT128              TO ST009-PROGRAM-NAME.
           MOVE ST032-CHANGE-PATH-LIT     TO ST009-CONFIG-NAME.
           MOVE 'GET '                    TO ST009-FUNCTION-CODE.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO ST032-CHANGE-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.

       10080-GET-OPERATOR-ID.
      *    THE SIGNED-ON USER IS THE OPERATOR WHOSE ROLES ARE CHECKED
      *    AND WHO IS RECORDED AS HAVING TAKEN EVERY BASELINE.  THE
      *    NIGHTLY COMPARE NEEDS NO OPERATOR.  A SESSION WITH NO
      *    SIGNED-ON USER KEEPS A BLANK OPERATOR, WHO HOLDS NO ROLES
      *    AND MAY NOT TAKE A BASELINE.
           ACCEPT WSC-OPERATOR-ID FROM ENVIRONMENT 'USERNAME'.
           MOVE WSC-OPERATOR-ID           TO ST032-OPERATOR-ID.
           PERFORM U4000-CHECK-OPERATOR THRU U4000-EXIT.
       10080-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 20000  PARAGRAPHS IN THIS LEVEL OBTAIN AND PARSE THE COMMAND   *
      *        FROM THE COMMAND LINE (THE STEP PARM IN BATCH).         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       20000-GET-COMMAND.
           MOVE SPACES                    TO WSC-CMDLINE-TEXT.
           ACCEPT WSC-CMDLINE-TEXT FROM COMMAND-LINE.

           MOVE SPACES                    TO WSC-COMMAND
                                             WSC-ARG-RELEASE
                                             WSC-ARG-DIRECTORY
                                             WSC-ARG-CONDITION.
           UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
               INTO WSC-COMMAND
           END-UNSTRING.

      *    A REBASELINE NAMES ITS RELEASE AHEAD OF THE OPTIONAL
      *    DIRECTORY AND CONDITION; WATCH AND UNWATCH NAME ONLY THE
      *    DIRECTORY AND CONDITION.
           IF WSC-CMD-REBASELINE
               UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
                   INTO WSC-COMMAND WSC-ARG-RELEASE
                        WSC-ARG-DIRECTORY WSC-ARG-CONDITION
               END-UNSTRING
           ELSE
               UNSTRING WSC-CMDLINE-TEXT DELIMITED BY ALL SPACE
                   INTO WSC-COMMAND
                        WSC-ARG-DIRECTORY WSC-ARG-CONDITION
               END-UNSTRING
           END-IF.
       20000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 30000  PARAGRAPHS IN THIS LEVEL OPEN THE BASELINE AND THE      *
      *        REPORT, AND REFUSE AN UNAUTHORIZED COMMAND.             *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       30000-OPEN-BASELINE.
      *    A BASELINE THAT DOES NOT EXIST YET IS CREATED EMPTY SO THE
      *    FIRST WATCH HAS SOMEWHERE TO GO.  A HARD OPEN ERROR ENDS
      *    THE RUN.
           OPEN I-O BASELINE-FILE.
           IF WSC-BASELINE-STATUS = '35'
               OPEN OUTPUT BASELINE-FILE
               CLOSE BASELINE-FILE
               OPEN I-O BASELINE-FILE
           END-IF.
           IF WSC-BASELINE-STATUS NOT = '00'
              AND WSC-BASELINE-STATUS NOT = '05'
               DISPLAY 'FILE INTEGRITY BASELINE COULD NOT BE OPENED - '
                       'STATUS ' WSC-BASELINE-STATUS
               MOVE 129001                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 30000-EXIT
           END-IF.
           MOVE STC-Y                     TO WSC-BASELINE-OPEN.
       30000-EXIT.
           EXIT.

       31000-OPEN-REPORT.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE STC-Y                     TO WSC-REPORT-OPEN.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           IF WSC-CMD-REBASELINE
               STRING 'FILE INTEGRITY REBASELINE - RELEASE '
                      WSC-ARG-RELEASE
                      ' BY ' WSC-OPERATOR-ID
                      '  PRODUCED ' WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'FILE INTEGRITY CHANGE DETECTION - PRODUCED '
                      WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           STRING 'SEARCH RESULTS: ' WSC-SEARCH-RESULTS-PATH
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
       31000-EXIT.
           EXIT.

       32000-REFUSE.
      *    EVERY REFUSAL IS LOGGED, NAMING THE OPERATOR ON THE CONSOLE.
           DISPLAY 'REFUSED: OPERATOR ' WSC-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO ' WSC-COMMAND.
           MOVE 129008                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           MOVE 8                         TO RETURN-CODE.
       32000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL DISPATCH THE COMMAND TO ITS    *
      *        HANDLER.                                                *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-MAIN-PROCESSING.
           EVALUATE TRUE
               WHEN WSC-CMD-COMPARE
                   PERFORM 50000-CHECK-BASELINE THRU 50000-EXIT
               WHEN WSC-CMD-REBASELINE
                   IF ST032-MAY-APPROVE
                       PERFORM 45000-REBASELINE THRU 45000-EXIT
                   ELSE
                       PERFORM 32000-REFUSE THRU 32000-EXIT
                   END-IF
               WHEN WSC-CMD-LIST
                   IF ST032-MAY-INQUIRE
                       PERFORM 41000-LIST-WATCHED THRU 41000-EXIT
                   ELSE
                       PERFORM 32000-REFUSE THRU 32000-EXIT
                   END-IF
               WHEN WSC-CMD-WATCH
                   IF ST032-MAY-APPROVE
                       PERFORM 42000-WATCH-RECORD THRU 42000-EXIT
                   ELSE
                       PERFORM 32000-REFUSE THRU 32000-EXIT
                   END-IF
               WHEN WSC-CMD-UNWATCH
                   IF ST032-MAY-APPROVE
                       PERFORM 43000-UNWATCH-RECORD THRU 43000-EXIT
                   ELSE
                       PERFORM 32000-REFUSE THRU 32000-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED COMMAND: ' WSC-COMMAND
                   DISPLAY 'COMMANDS ARE COMPARE / LIST / WATCH <DIR> '
                           '<COND> / UNWATCH <DIR> <COND> / '
                           'REBASELINE <RELEASE> [<DIR> <COND>]'
                   MOVE 8                 TO RETURN-CODE
           END-EVALUATE.
       40000-EXIT.
           EXIT.

       41000-LIST-WATCHED.
           MOVE ZEROES                    TO WSC-LIST-COUNT.
           MOVE STC-N                     TO WSC-BASE-EOF.
           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE SPACES                    TO ST033-ENTRY-VALUE.
           START BASELINE-FILE
               KEY IS NOT LESS THAN ST033-BASE-KEY
               INVALID KEY
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-START.
           PERFORM 41100-LIST-NEXT-WATCH THRU 41100-EXIT
                   UNTIL BASE-FILE-EOF.

           IF WSC-LIST-COUNT = ZEROES
               DISPLAY 'NO CONTROL RECORDS ARE WATCHED'
           ELSE
               DISPLAY ' '
               DISPLAY 'WATCHED CONTROL RECORDS: ' WSC-LIST-COUNT
           END-IF.
       41000-EXIT.
           EXIT.

       41100-LIST-NEXT-WATCH.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-READ.
           IF WSC-BASELINE-STATUS NOT = '00'
               IF WSC-BASELINE-STATUS NOT = '10'
                   MOVE 129001            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
               MOVE STC-Y                 TO WSC-BASE-EOF
               GO TO 41100-EXIT
           END-IF.
      *    THE 'W' ENTRIES ALL SORT TOGETHER AFTER THE 'F' ENTRIES.
           IF NOT ST033-TYPE-WATCH
               MOVE STC-Y                 TO WSC-BASE-EOF
               GO TO 41100-EXIT
           END-IF.

           ADD 1                          TO WSC-LIST-COUNT.
           DISPLAY ' '.
           DISPLAY 'WATCHED ' ST033-KEY-DIRECTORY
                   ' ' ST033-KEY-CONDITION.
           IF ST033-BASELINED-DATE = ZEROES
               DISPLAY '  NOT YET BASELINED'
           ELSE
               DISPLAY '  BASELINED ' ST033-BASELINED-DATE
                       ' ' ST033-BASELINED-TIME
                       ' BY ' ST033-BASELINED-BY
                       ' RELEASE ' ST033-RELEASE-REF
           END-IF.
       41100-EXIT.
           EXIT.

       42000-WATCH-RECORD.
           IF WSC-ARG-DIRECTORY = SPACES
              OR WSC-ARG-CONDITION = SPACES
               DISPLAY 'WATCH REJECTED: NAME THE DIRECTORY AND '
                       'CONDITION OF THE CONTROL RECORD'
               GO TO 42000-EXIT
           END-IF.

           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE WSC-ARG-DIRECTORY         TO ST033-KEY-DIRECTORY.
           MOVE WSC-ARG-CONDITION         TO ST033-KEY-CONDITION.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF RECORD-EXISTS
               DISPLAY 'ALREADY WATCHED: ' WSC-ARG-DIRECTORY
                       ' ' WSC-ARG-CONDITION
               GO TO 42000-EXIT
           END-IF.

      *    A NEW WATCH CARRIES NO BASELINE UNTIL THE FIRST REBASELINE
      *    FOR IT - THE NIGHTLY COMPARE PASSES IT OVER UNTIL THEN.
           MOVE SPACES                    TO ST033-BASE-DATA.
           MOVE ZEROES                    TO ST033-FILE-SIZE
                                             ST033-FILE-MOD-DATE
                                             ST033-FILE-MOD-TIME
                                             ST033-FILE-CHECKSUM
                                             ST033-BASELINED-DATE
                                             ST033-BASELINED-TIME.
           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE WSC-ARG-DIRECTORY         TO ST033-KEY-DIRECTORY
                                             ST033-WATCH-DIRECTORY.
           MOVE WSC-ARG-CONDITION         TO ST033-KEY-CONDITION
                                             ST033-WATCH-CONDITION.
           PERFORM 46300-STORE-ENTRY THRU 46300-EXIT.
           IF NOT RECORD-OK
               GO TO 42000-EXIT
           END-IF.
           MOVE 129010                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'NOW WATCHED: ' WSC-ARG-DIRECTORY
                   ' ' WSC-ARG-CONDITION.
           DISPLAY 'RUN REBASELINE <RELEASE> ' WSC-ARG-DIRECTORY
                   ' ' WSC-ARG-CONDITION
                   ' AFTER ITS NEXT SEARCH TO TAKE THE FIRST BASELINE'.
       42000-EXIT.
           EXIT.

       43000-UNWATCH-RECORD.
           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE WSC-ARG-DIRECTORY         TO ST033-KEY-DIRECTORY.
           MOVE WSC-ARG-CONDITION         TO ST033-KEY-CONDITION.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF NOT RECORD-EXISTS
               DISPLAY 'NOT A WATCHED CONTROL RECORD: '
                       WSC-ARG-DIRECTORY ' ' WSC-ARG-CONDITION
               GO TO 43000-EXIT
           END-IF.
           DISPLAY 'STOP WATCHING ' WSC-ARG-DIRECTORY
                   ' ' WSC-ARG-CONDITION
                   ' AND DROP ITS FILES FROM THE BASELINE? (Y/N):'.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'UNWATCH NOT CONFIRMED - RECORD STILL WATCHED'
               GO TO 43000-EXIT
           END-IF.

           PERFORM 46400-REMOVE-ENTRY THRU 46400-EXIT.
           IF NOT RECORD-OK
               GO TO 43000-EXIT
           END-IF.

      *    ITS FILES ARE KEYED ON PATH, SO EVERY 'F' ENTRY IS READ TO
      *    FIND THE ONES THAT BELONG TO IT.
           MOVE ZEROES                    TO WSC-DROPPED-COUNT.
           MOVE STC-N                     TO WSC-BASE-EOF.
           MOVE 'F'                       TO ST033-ENTRY-TYPE.
           MOVE SPACES                    TO ST033-ENTRY-VALUE.
           START BASELINE-FILE
               KEY IS NOT LESS THAN ST033-BASE-KEY
               INVALID KEY
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-START.
           PERFORM 43100-DROP-NEXT-FILE THRU 43100-EXIT
                   UNTIL BASE-FILE-EOF.

           MOVE 129011                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
           DISPLAY 'NO LONGER WATCHED: ' WSC-ARG-DIRECTORY
                   ' ' WSC-ARG-CONDITION
                   ' - FILES DROPPED FROM BASELINE: ' WSC-DROPPED-COUNT.
       43000-EXIT.
           EXIT.

       43100-DROP-NEXT-FILE.
           PERFORM 46500-READ-NEXT-FILE THRU 46500-EXIT.
           IF BASE-FILE-EOF
               GO TO 43100-EXIT
           END-IF.
           IF ST033-WATCH-DIRECTORY = WSC-ARG-DIRECTORY
              AND ST033-WATCH-CONDITION = WSC-ARG-CONDITION
               PERFORM 46400-REMOVE-ENTRY THRU 46400-EXIT
               IF RECORD-OK
                   ADD 1                  TO WSC-DROPPED-COUNT
               ELSE
                   MOVE STC-Y             TO WSC-BASE-EOF
               END-IF
           END-IF.
       43100-EXIT.
           EXIT.

       45000-REBASELINE.
      *    THE RELEASE IS WHAT SANCTIONS THE CHANGES, SO ONE MUST BE
      *    NAMED, AND THE APPROVER CONFIRMS THE SCOPE BEFORE ANYTHING
      *    ON THE BASELINE IS REPLACED.
           IF WSC-ARG-RELEASE = SPACES
               DISPLAY 'REBASELINE REJECTED: NAME THE SANCTIONED '
                       'RELEASE THE CHANGES CAME FROM'
               GO TO 45000-EXIT
           END-IF.
           IF WSC-ARG-DIRECTORY NOT = SPACES
              AND WSC-ARG-CONDITION = SPACES
               DISPLAY 'REBASELINE REJECTED: NAME BOTH THE DIRECTORY '
                       'AND THE CONDITION, OR NEITHER'
               GO TO 45000-EXIT
           END-IF.

           IF WSC-ARG-DIRECTORY = SPACES
               DISPLAY 'REBASELINE EVERY WATCHED CONTROL RECORD UNDER '
                       'RELEASE ' WSC-ARG-RELEASE '? (Y/N):'
           ELSE
               DISPLAY 'REBASELINE ' WSC-ARG-DIRECTORY
                       ' ' WSC-ARG-CONDITION
                       ' UNDER RELEASE ' WSC-ARG-RELEASE '? (Y/N):'
           END-IF.
           ACCEPT WSC-CONFIRM-ANSWER.
           IF WSC-CONFIRM-ANSWER NOT = 'Y'
               DISPLAY 'REBASELINE NOT CONFIRMED - BASELINE UNCHANGED'
               GO TO 45000-EXIT
           END-IF.

           PERFORM 50000-CHECK-BASELINE THRU 50000-EXIT.

           IF WSC-REBASELINED-COUNT > ZEROES
               MOVE 129009                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
           DISPLAY 'WATCHED RECORDS REBASELINED: '
                   WSC-REBASELINED-COUNT
                   ' - SEE ' WSC-REPORT-FILE-PATH.
       45000-EXIT.
           EXIT.

       46100-READ-ENTRY.
      *    THE KEY IS ALREADY IN THE FD.
           MOVE STC-N                     TO WSC-RECORD-EXISTS.
           READ BASELINE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WSC-BASELINE-STATUS = '00'
               MOVE STC-Y                 TO WSC-RECORD-EXISTS
           END-IF.
       46100-EXIT.
           EXIT.

       46200-STAMP-ENTRY.
           MOVE WSC-ARG-RELEASE           TO ST033-RELEASE-REF.
           MOVE WSC-OPERATOR-ID           TO ST033-BASELINED-BY.
           MOVE WSC-DATE-HOLD             TO ST033-BASELINED-DATE.
           MOVE WSC-TIME-HOLD             TO ST033-BASELINED-TIME.
       46200-EXIT.
           EXIT.

       46300-STORE-ENTRY.
      *    REWRITE AN ENTRY READ BY 46100, OR WRITE A NEW ONE.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           IF RECORD-EXISTS
               REWRITE ST033-BASELINE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE ST033-BASELINE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WSC-BASELINE-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 129002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       46300-EXIT.
           EXIT.

       46400-REMOVE-ENTRY.
           MOVE STC-Y                     TO WSC-RECORD-OK.
           DELETE BASELINE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WSC-BASELINE-STATUS NOT = '00'
               MOVE STC-N                 TO WSC-RECORD-OK
               MOVE 129002                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
           END-IF.
       46400-EXIT.
           EXIT.

       46500-READ-NEXT-FILE.
      *    NEXT 'F' ENTRY IN PATH ORDER, AFTER A START AT 'F'.  THE
      *    'W' ENTRIES FOLLOW THEM, AND END THE PASS.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-READ.
           IF WSC-BASELINE-STATUS NOT = '00'
               IF WSC-BASELINE-STATUS NOT = '10'
                   MOVE 129001            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
               MOVE STC-Y                 TO WSC-BASE-EOF
               GO TO 46500-EXIT
           END-IF.
           IF NOT ST033-TYPE-FILE
               MOVE STC-Y                 TO WSC-BASE-EOF
           END-IF.
       46500-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL CHECK TONIGHT'S RESULTS FOR    *
      *        THE WATCHED RECORDS AGAINST THE BASELINE - REPORTING    *
      *        THE DIFFERENCES ON A COMPARE, TAKING THEM ONTO THE      *
      *        BASELINE ON A REBASELINE.                               *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-CHECK-BASELINE.
           PERFORM 31000-OPEN-REPORT THRU 31000-EXIT.
           PERFORM 51000-LOAD-WATCH-TABLE THRU 51000-EXIT.
           IF WSC-WATCH-COUNT = ZEROES
               MOVE SPACES                TO INTEGRITY-REPORT-RECORD
               STRING '  NO CONTROL RECORDS ARE WATCHED - NOTHING TO '
                      'CHECK'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
               WRITE INTEGRITY-REPORT-RECORD
               GO TO 50000-EXIT
           END-IF.

      *    A REBASELINE OF ONE RECORD LEAVES EVERY OTHER ONE ALONE.
           IF WSC-CMD-REBASELINE
              AND WSC-ARG-DIRECTORY NOT = SPACES
               PERFORM 51200-SELECT-ONE-RECORD THRU 51200-EXIT
               IF WSC-WATCH-HIT = ZEROES
                   DISPLAY 'NOT A WATCHED CONTROL RECORD: '
                           WSC-ARG-DIRECTORY ' ' WSC-ARG-CONDITION
                   MOVE SPACES            TO INTEGRITY-REPORT-RECORD
                   STRING '  NOT A WATCHED CONTROL RECORD: '
                          WSC-ARG-DIRECTORY ' ' WSC-ARG-CONDITION
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
                   WRITE INTEGRITY-REPORT-RECORD
                   GO TO 50000-EXIT
               END-IF
           END-IF.

           PERFORM 52000-MARK-RECORDS-RUN THRU 52000-EXIT.
      *    A REBASELINE DROPS THE FILES TONIGHT'S SEARCH DID NOT FIND,
      *    SO IT MUST KNOW WHICH RECORDS RAN.
           IF WSC-CMD-REBASELINE
              AND NOT CONTROL-FILE-READ
               DISPLAY 'REBASELINE REFUSED: TONIGHT''S CONTROL FILE '
                       'COULD NOT BE READ'
               MOVE 8                     TO RETURN-CODE
               GO TO 50000-EXIT
           END-IF.

           PERFORM 53000-SCAN-RESULTS THRU 53000-EXIT.
           IF NOT RESULTS-FILE-READ
               GO TO 50000-EXIT
           END-IF.

           IF CONTROL-FILE-READ
               PERFORM 55000-CHECK-MISSING THRU 55000-EXIT
           END-IF.
           IF WSC-CMD-REBASELINE
               PERFORM 56000-STAMP-WATCHED THRU 56000-EXIT
           END-IF.
           PERFORM 57000-WRITE-SUMMARY THRU 57000-EXIT.
       50000-EXIT.
           EXIT.

       51000-LOAD-WATCH-TABLE.
           MOVE ZEROES                    TO WSC-WATCH-COUNT.
           MOVE STC-N                     TO WSC-BASE-EOF.
           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE SPACES                    TO ST033-ENTRY-VALUE.
           START BASELINE-FILE
               KEY IS NOT LESS THAN ST033-BASE-KEY
               INVALID KEY
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-START.
           PERFORM 51100-LOAD-NEXT-WATCH THRU 51100-EXIT
                   UNTIL BASE-FILE-EOF.
       51000-EXIT.
           EXIT.

       51100-LOAD-NEXT-WATCH.
           READ BASELINE-FILE NEXT RECORD
               AT END
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-READ.
           IF WSC-BASELINE-STATUS NOT = '00'
               IF WSC-BASELINE-STATUS NOT = '10'
                   MOVE 129001            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
               MOVE STC-Y                 TO WSC-BASE-EOF
               GO TO 51100-EXIT
           END-IF.
           IF NOT ST033-TYPE-WATCH
               MOVE STC-Y                 TO WSC-BASE-EOF
               GO TO 51100-EXIT
           END-IF.
           IF WSC-WATCH-COUNT NOT < STC-WATCH-MAX
               IF NOT WATCH-TABLE-FULL
                   MOVE STC-Y             TO WSC-WATCH-OVERFLOW
                   MOVE 129012            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
               GO TO 51100-EXIT
           END-IF.

           ADD 1                          TO WSC-WATCH-COUNT.
           MOVE WSC-WATCH-COUNT           TO WSC-WATCH-IDX.
           MOVE ST033-KEY-DIRECTORY       TO WSC-WATCH-DIRECTORY
                                             (WSC-WATCH-IDX).
           MOVE ST033-KEY-CONDITION       TO WSC-WATCH-CONDITION
                                             (WSC-WATCH-IDX).
           MOVE STC-Y                     TO WSC-WATCH-SELECTED
                                             (WSC-WATCH-IDX).
           MOVE STC-N                     TO WSC-WATCH-RAN
                                             (WSC-WATCH-IDX).
           IF ST033-BASELINED-DATE = ZEROES
               MOVE STC-N                 TO WSC-WATCH-BASELINED
                                             (WSC-WATCH-IDX)
           ELSE
               MOVE STC-Y                 TO WSC-WATCH-BASELINED
                                             (WSC-WATCH-IDX)
           END-IF.
           MOVE ZEROES                    TO WSC-WATCH-CHECKED
                                             (WSC-WATCH-IDX)
                                             WSC-WATCH-CHANGED
                                             (WSC-WATCH-IDX)
                                             WSC-WATCH-ADDED
                                             (WSC-WATCH-IDX)
                                             WSC-WATCH-MISSING
                                             (WSC-WATCH-IDX).
       51100-EXIT.
           EXIT.

       51200-SELECT-ONE-RECORD.
           MOVE WSC-ARG-DIRECTORY         TO ST033-KEY-DIRECTORY.
           MOVE WSC-ARG-CONDITION         TO ST033-KEY-CONDITION.
           PERFORM U2000-FIND-WATCH THRU U2000-EXIT.
           PERFORM VARYING WSC-WATCH-IDX FROM 1 BY 1
                   UNTIL WSC-WATCH-IDX > WSC-WATCH-COUNT
               IF WSC-WATCH-IDX NOT = WSC-WATCH-HIT
                   MOVE STC-N             TO WSC-WATCH-SELECTED
                                             (WSC-WATCH-IDX)
               END-IF
           END-PERFORM.
       51200-EXIT.
           EXIT.

       52000-MARK-RECORDS-RUN.
      *    EVERY WATCHED RECORD ON TONIGHT'S CONTROL FILE RAN.  WITHOUT
      *    THE CONTROL FILE NO RECORD CAN BE SAID TO HAVE RUN, SO THE
      *    MISSING-FILE CHECK IS SKIPPED RATHER THAN REPORTING EVERY
      *    BASELINED FILE AS GONE.
           MOVE STC-N                     TO WSC-CONTROL-READ
                                             WSC-CONTROL-EOF.
           OPEN INPUT CONTROL-FILE.
           IF WSC-CONTROL-STATUS NOT = '00'
               MOVE 129004                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE SPACES                TO INTEGRITY-REPORT-RECORD
               STRING '  CONTROL FILE ' WSC-CONTROL-FILE-PATH
                      ' UNAVAILABLE - MISSING FILES NOT CHECKED'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
               WRITE INTEGRITY-REPORT-RECORD
               GO TO 52000-EXIT
           END-IF.

           PERFORM 52100-READ-CONTROL-RECORD THRU 52100-EXIT
                   UNTIL CONTROL-FILE-EOF.
           CLOSE CONTROL-FILE.
           MOVE STC-Y                     TO WSC-CONTROL-READ.
       52000-EXIT.
           EXIT.

       52100-READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END
                   MOVE STC-Y             TO WSC-CONTROL-EOF
                   GO TO 52100-EXIT
           END-READ.
           MOVE ST011-DIRECTORY           TO ST033-KEY-DIRECTORY.
           MOVE ST011-CONDITION           TO ST033-KEY-CONDITION.
           PERFORM U2000-FIND-WATCH THRU U2000-EXIT.
           IF WSC-WATCH-HIT > ZEROES
               MOVE STC-Y                 TO WSC-WATCH-RAN
                                             (WSC-WATCH-HIT)
           END-IF.
       52100-EXIT.
           EXIT.

       53000-SCAN-RESULTS.
           MOVE STC-N                     TO WSC-RESULTS-READ
                                             WSC-RESULTS-EOF.
           MOVE ZEROES                    TO WSC-SEEN-COUNT.
           OPEN INPUT SEARCH-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '00'
      *        WITHOUT TONIGHT'S RESULTS NOTHING CAN BE COMPARED, AND
      *        EVERY BASELINED FILE WOULD LOOK MISSING - THE CHECK IS
      *        NOT MADE AND THE STEP FAILS.
               MOVE 129003                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               MOVE 8                     TO RETURN-CODE
               MOVE SPACES                TO INTEGRITY-REPORT-RECORD
               STRING '  SEARCH RESULTS UNAVAILABLE - STATUS '
                      WSC-RESULTS-STATUS ' - NOTHING CHECKED'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
               WRITE INTEGRITY-REPORT-RECORD
               GO TO 53000-EXIT
           END-IF.

           PERFORM 53100-READ-RESULT THRU 53100-EXIT
                   UNTIL RESULTS-FILE-EOF.
           CLOSE SEARCH-RESULTS-FILE.
           MOVE STC-Y                     TO WSC-RESULTS-READ.
       53000-EXIT.
           EXIT.

       53100-READ-RESULT.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
                   GO TO 53100-EXIT
           END-READ.
           ADD 1                          TO WSC-RESULT-COUNT.
           MOVE ST013-MATCHED-PATH        TO WSC-FIND-PATH.

           MOVE ST013-SOURCE-DIRECTORY    TO ST033-KEY-DIRECTORY.
           MOVE ST013-SOURCE-CONDITION    TO ST033-KEY-CONDITION.
           PERFORM U2000-FIND-WATCH THRU U2000-EXIT.
           IF WSC-WATCH-HIT = ZEROES
               GO TO 53100-EXIT
           END-IF.
           IF WSC-WATCH-SELECTED (WSC-WATCH-HIT) NOT = STC-Y
               GO TO 53100-EXIT
           END-IF.
      *    A RECORD WITH RESULTS TONIGHT RAN TONIGHT, WHATEVER THE
      *    CONTROL FILE SAID.
           MOVE STC-Y                     TO WSC-WATCH-RAN
                                             (WSC-WATCH-HIT).
      *    A RECORD NOT YET BASELINED HAS NOTHING TO COMPARE WITH -
      *    ONLY A REBASELINE LOOKS AT ITS FILES.
           IF WSC-CMD-COMPARE
              AND WSC-WATCH-BASELINED (WSC-WATCH-HIT) NOT = STC-Y
               GO TO 53100-EXIT
           END-IF.

      *    A TEXT SEARCH GIVES ONE RESULT PER MATCHING LINE, SO A FILE
      *    IS CHECKED THE FIRST TIME ITS PATH IS SEEN.
           PERFORM U2100-FIND-SEEN THRU U2100-EXIT.
           IF WSC-SEEN-HIT > ZEROES
               GO TO 53100-EXIT
           END-IF.
           IF WSC-SEEN-COUNT NOT < STC-SEEN-MAX
               IF NOT SEEN-TABLE-FULL
                   MOVE STC-Y             TO WSC-SEEN-OVERFLOW
                   MOVE 129012            TO SCB-REASON-CODE
                   PERFORM U9900-LOG THRU U9900-EXIT
                   MOVE 8                 TO RETURN-CODE
               END-IF
               GO TO 53100-EXIT
           END-IF.
           ADD 1                          TO WSC-SEEN-COUNT.
           MOVE ST013-MATCHED-PATH        TO WSC-SEEN-PATH
                                             (WSC-SEEN-COUNT).

           PERFORM 54000-CHECK-ONE-FILE THRU 54000-EXIT.
       53100-EXIT.
           EXIT.

       54000-CHECK-ONE-FILE.
      *    THE FILE AS TONIGHT'S SEARCH FOUND IT, CHECKSUMMED OVER THE
      *    SIZE THE SEARCH RECORDED - THE SAME WAY THE BASELINE WAS.
           ADD 1                          TO WSC-TOTAL-CHECKED
                                             WSC-WATCH-CHECKED
                                             (WSC-WATCH-HIT).
           MOVE ST013-FILE-SIZE           TO WSC-NEW-SIZE.
           MOVE ST013-FILE-MOD-DATE       TO WSC-NEW-MOD-DATE.
           MOVE ST013-FILE-MOD-TIME       TO WSC-NEW-MOD-TIME.
           MOVE ST013-MATCHED-PATH        TO WSC-CHECKSUM-PATH.
           MOVE ST013-FILE-SIZE           TO WSC-BYTES-LEFT.
           PERFORM 60100-CHECKSUM-ONE-FILE THRU 60100-EXIT.
           IF CHECKSUM-OK
               MOVE WSC-CHECKSUM-WORK     TO WSC-NEW-CHECKSUM
               MOVE STC-Y                 TO WSC-NEW-READABLE
           ELSE
               MOVE ZEROES                TO WSC-NEW-CHECKSUM
               MOVE STC-N                 TO WSC-NEW-READABLE
               ADD 1                      TO WSC-TOTAL-UNREADABLE
           END-IF.

           MOVE 'F'                       TO ST033-ENTRY-TYPE.
           MOVE ST013-MATCHED-PATH        TO ST033-ENTRY-VALUE.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.

           IF WSC-CMD-REBASELINE
               PERFORM 54200-ACCEPT-ONE-FILE THRU 54200-EXIT
               GO TO 54000-EXIT
           END-IF.

      *    A FILE THAT CAN NO LONGER BE READ BACK (LOCKED, TRUNCATED,
      *    OR MOVED SINCE THE SEARCH SAW IT) CANNOT BE PROVEN
      *    UNCHANGED, SO IT IS REPORTED AS A CHANGE.
           IF NOT RECORD-EXISTS
               MOVE 'ADDED'               TO WSC-EVENT-TYPE
               ADD 1                      TO WSC-TOTAL-ADDED
                                             WSC-WATCH-ADDED
                                             (WSC-WATCH-HIT)
               PERFORM 58000-REPORT-EVENT THRU 58000-EXIT
               MOVE 129006                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
               GO TO 54000-EXIT
           END-IF.
           IF ST033-FILE-SIZE = WSC-NEW-SIZE
              AND ST033-FILE-MOD-DATE = WSC-NEW-MOD-DATE
              AND ST033-FILE-MOD-TIME = WSC-NEW-MOD-TIME
              AND ST033-FILE-CHECKSUM = WSC-NEW-CHECKSUM
              AND NEW-FILE-READABLE
               ADD 1                      TO WSC-TOTAL-UNCHANGED
               GO TO 54000-EXIT
           END-IF.
           MOVE 'CHANGED'                 TO WSC-EVENT-TYPE.
           ADD 1                          TO WSC-TOTAL-CHANGED
                                             WSC-WATCH-CHANGED
                                             (WSC-WATCH-HIT).
           PERFORM 58000-REPORT-EVENT THRU 58000-EXIT.
           MOVE 129005                    TO SCB-REASON-CODE.
           PERFORM U9900-LOG THRU U9900-EXIT.
       54000-EXIT.
           EXIT.

       54200-ACCEPT-ONE-FILE.
      *    AN UNREADABLE FILE CANNOT BE BASELINED - ITS OLD ENTRY (IF
      *    ANY) STANDS, AND THE NEXT COMPARE WILL RAISE IT AGAIN.
           IF NOT NEW-FILE-READABLE
               MOVE 'UNREADABLE'          TO WSC-EVENT-TYPE
               PERFORM 58000-REPORT-EVENT THRU 58000-EXIT
               MOVE 8                     TO RETURN-CODE
               GO TO 54200-EXIT
           END-IF.
           IF RECORD-EXISTS
              AND ST033-FILE-SIZE = WSC-NEW-SIZE
              AND ST033-FILE-MOD-DATE = WSC-NEW-MOD-DATE
              AND ST033-FILE-MOD-TIME = WSC-NEW-MOD-TIME
              AND ST033-FILE-CHECKSUM = WSC-NEW-CHECKSUM
               ADD 1                      TO WSC-TOTAL-UNCHANGED
               GO TO 54200-EXIT
           END-IF.

           IF RECORD-EXISTS
               MOVE 'ACCEPTED'            TO WSC-EVENT-TYPE
               ADD 1                      TO WSC-TOTAL-CHANGED
                                             WSC-WATCH-CHANGED
                                             (WSC-WATCH-HIT)
           ELSE
               MOVE 'TAKEN ON'            TO WSC-EVENT-TYPE
               ADD 1                      TO WSC-TOTAL-ADDED
                                             WSC-WATCH-ADDED
                                             (WSC-WATCH-HIT)
               MOVE SPACES                TO ST033-BASE-DATA
               MOVE ZEROES                TO ST033-FILE-SIZE
                                             ST033-FILE-MOD-DATE
                                             ST033-FILE-MOD-TIME
                                             ST033-FILE-CHECKSUM
           END-IF.
           PERFORM 58000-REPORT-EVENT THRU 58000-EXIT.

           MOVE 'F'                       TO ST033-ENTRY-TYPE.
           MOVE ST013-MATCHED-PATH        TO ST033-ENTRY-VALUE.
           MOVE WSC-WATCH-DIRECTORY (WSC-WATCH-HIT)
                                          TO ST033-WATCH-DIRECTORY.
           MOVE WSC-WATCH-CONDITION (WSC-WATCH-HIT)
                                          TO ST033-WATCH-CONDITION.
           MOVE WSC-NEW-SIZE              TO ST033-FILE-SIZE.
           MOVE WSC-NEW-MOD-DATE          TO ST033-FILE-MOD-DATE.
           MOVE WSC-NEW-MOD-TIME          TO ST033-FILE-MOD-TIME.
           MOVE WSC-NEW-CHECKSUM          TO ST033-FILE-CHECKSUM.
           PERFORM 46200-STAMP-ENTRY THRU 46200-EXIT.
           PERFORM 46300-STORE-ENTRY THRU 46300-EXIT.
       54200-EXIT.
           EXIT.

       55000-CHECK-MISSING.
      *    EVERY BASELINED FILE OF A SELECTED RECORD THAT RAN TONIGHT
      *    BUT WAS NOT AMONG ITS RESULTS HAS GONE.
           MOVE STC-N                     TO WSC-BASE-EOF.
           MOVE 'F'                       TO ST033-ENTRY-TYPE.
           MOVE SPACES                    TO ST033-ENTRY-VALUE.
           START BASELINE-FILE
               KEY IS NOT LESS THAN ST033-BASE-KEY
               INVALID KEY
                   MOVE STC-Y             TO WSC-BASE-EOF
           END-START.
           PERFORM 55100-CHECK-NEXT-FILE THRU 55100-EXIT
                   UNTIL BASE-FILE-EOF.
       55000-EXIT.
           EXIT.

       55100-CHECK-NEXT-FILE.
           PERFORM 46500-READ-NEXT-FILE THRU 46500-EXIT.
           IF BASE-FILE-EOF
               GO TO 55100-EXIT
           END-IF.

           MOVE ST033-ENTRY-VALUE         TO WSC-CHECKSUM-PATH.
           MOVE ST033-WATCH-DIRECTORY     TO ST033-KEY-DIRECTORY.
           MOVE ST033-WATCH-CONDITION     TO ST033-KEY-CONDITION.
           PERFORM U2000-FIND-WATCH THRU U2000-EXIT.
           MOVE 'F'                       TO ST033-ENTRY-TYPE.
           MOVE WSC-CHECKSUM-PATH         TO ST033-ENTRY-VALUE.
           IF WSC-WATCH-HIT = ZEROES
               GO TO 55100-EXIT
           END-IF.
           IF WSC-WATCH-SELECTED (WSC-WATCH-HIT) NOT = STC-Y
              OR WSC-WATCH-RAN (WSC-WATCH-HIT) NOT = STC-Y
               GO TO 55100-EXIT
           END-IF.

           MOVE ST033-ENTRY-VALUE         TO WSC-FIND-PATH.
           PERFORM U2100-FIND-SEEN THRU U2100-EXIT.
           IF WSC-SEEN-HIT > ZEROES
               GO TO 55100-EXIT
           END-IF.
      *    PATHS THAT DID NOT FIT THE SEEN TABLE WERE NEVER CHECKED,
      *    SO NONE OF THEM CAN BE CALLED MISSING EITHER.
           IF SEEN-TABLE-FULL
               GO TO 55100-EXIT
           END-IF.

           MOVE ZEROES                    TO WSC-NEW-SIZE
                                             WSC-NEW-MOD-DATE
                                             WSC-NEW-MOD-TIME
                                             WSC-NEW-CHECKSUM.
           MOVE STC-N                     TO WSC-NEW-READABLE.
           MOVE STC-Y                     TO WSC-RECORD-EXISTS.
           ADD 1                          TO WSC-TOTAL-MISSING
                                             WSC-WATCH-MISSING
                                             (WSC-WATCH-HIT).
           IF WSC-CMD-REBASELINE
               MOVE 'DROPPED'             TO WSC-EVENT-TYPE
               PERFORM 58000-REPORT-EVENT THRU 58000-EXIT
               PERFORM 46400-REMOVE-ENTRY THRU 46400-EXIT
               IF NOT RECORD-OK
                   MOVE STC-Y             TO WSC-BASE-EOF
               END-IF
           ELSE
               MOVE 'MISSING'             TO WSC-EVENT-TYPE
               PERFORM 58000-REPORT-EVENT THRU 58000-EXIT
               MOVE 129007                TO SCB-REASON-CODE
               PERFORM U9900-LOG THRU U9900-EXIT
           END-IF.
       55100-EXIT.
           EXIT.

       56000-STAMP-WATCHED.
      *    A SELECTED RECORD THAT RAN TONIGHT NOW HAS ITS BASELINE
      *    UNDER THIS RELEASE.  ONE THAT DID NOT RUN HAS NOTHING NEW
      *    TO TAKE ON, AND KEEPS WHATEVER BASELINE IT HAD.
           PERFORM VARYING WSC-WATCH-IDX FROM 1 BY 1
                   UNTIL WSC-WATCH-IDX > WSC-WATCH-COUNT
               IF WSC-WATCH-SELECTED (WSC-WATCH-IDX) = STC-Y
                  AND WSC-WATCH-RAN (WSC-WATCH-IDX) = STC-Y
                   PERFORM 56100-STAMP-ONE-WATCH THRU 56100-EXIT
               END-IF
           END-PERFORM.
       56000-EXIT.
           EXIT.

       56100-STAMP-ONE-WATCH.
           MOVE 'W'                       TO ST033-ENTRY-TYPE.
           MOVE WSC-WATCH-DIRECTORY (WSC-WATCH-IDX)
                                          TO ST033-KEY-DIRECTORY.
           MOVE WSC-WATCH-CONDITION (WSC-WATCH-IDX)
                                          TO ST033-KEY-CONDITION.
           PERFORM 46100-READ-ENTRY THRU 46100-EXIT.
           IF NOT RECORD-EXISTS
               GO TO 56100-EXIT
           END-IF.
           PERFORM 46200-STAMP-ENTRY THRU 46200-EXIT.
           PERFORM 46300-STORE-ENTRY THRU 46300-EXIT.
           IF RECORD-OK
               ADD 1                      TO WSC-REBASELINED-COUNT
               MOVE STC-Y                 TO WSC-WATCH-BASELINED
                                             (WSC-WATCH-IDX)
           END-IF.
       56100-EXIT.
           EXIT.

       57000-WRITE-SUMMARY.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           IF WSC-CMD-REBASELINE
               STRING 'WATCHED CONTROL RECORD'
                      '                                      '
                      '                        '
                      'CHECKED ACCEPTD TAKENON DROPPED'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'WATCHED CONTROL RECORD'
                      '                                      '
                      '                        '
                      'CHECKED CHANGED   ADDED MISSING'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.
           PERFORM VARYING WSC-WATCH-IDX FROM 1 BY 1
                   UNTIL WSC-WATCH-IDX > WSC-WATCH-COUNT
               IF WSC-WATCH-SELECTED (WSC-WATCH-IDX) = STC-Y
                   PERFORM 57100-WRITE-WATCH-LINE THRU 57100-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           STRING 'RESULT RECORDS READ: ' WSC-RESULT-COUNT
                  '  FILES CHECKED: ' WSC-TOTAL-CHECKED
                  '  UNCHANGED: ' WSC-TOTAL-UNCHANGED
                  '  UNREADABLE: ' WSC-TOTAL-UNREADABLE
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           IF WSC-CMD-REBASELINE
               STRING 'CHANGES ACCEPTED: ' WSC-TOTAL-CHANGED
                      '  FILES TAKEN ON: ' WSC-TOTAL-ADDED
                      '  FILES DROPPED: ' WSC-TOTAL-MISSING
                      '  RECORDS REBASELINED: ' WSC-REBASELINED-COUNT
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               IF WSC-TOTAL-CHANGED = ZEROES
                  AND WSC-TOTAL-ADDED = ZEROES
                  AND WSC-TOTAL-MISSING = ZEROES
                   STRING 'NO CHANGES TO CRITICAL FILES'
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING '*** CRITICAL FILES CHANGED: '
                          WSC-TOTAL-CHANGED
                          '  ADDED: ' WSC-TOTAL-ADDED
                          '  MISSING: ' WSC-TOTAL-MISSING ' ***'
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
                   MOVE 8                 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.
       57000-EXIT.
           EXIT.

       57100-WRITE-WATCH-LINE.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WSC-WATCH-BASELINED (WSC-WATCH-IDX) NOT = STC-Y
                   STRING WSC-WATCH-DIRECTORY (WSC-WATCH-IDX)
                          ' ' WSC-WATCH-CONDITION (WSC-WATCH-IDX)
                          ' NOT YET BASELINED'
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               WHEN WSC-WATCH-RAN (WSC-WATCH-IDX) NOT = STC-Y
                   STRING WSC-WATCH-DIRECTORY (WSC-WATCH-IDX)
                          ' ' WSC-WATCH-CONDITION (WSC-WATCH-IDX)
                          ' DID NOT RUN TONIGHT'
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING WSC-WATCH-DIRECTORY (WSC-WATCH-IDX)
                          ' ' WSC-WATCH-CONDITION (WSC-WATCH-IDX)
                          '   ' WSC-WATCH-CHECKED (WSC-WATCH-IDX)
                          '   ' WSC-WATCH-CHANGED (WSC-WATCH-IDX)
                          '   ' WSC-WATCH-ADDED (WSC-WATCH-IDX)
                          '   ' WSC-WATCH-MISSING (WSC-WATCH-IDX)
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE INTEGRITY-REPORT-RECORD.
       57100-EXIT.
           EXIT.

       58000-REPORT-EVENT.
      *    ONE FILE THAT DIFFERS FROM ITS BASELINE: THE PATH, THEN THE
      *    BASELINE AS HELD (FROM THE ENTRY IN THE FD) AND THE FILE AS
      *    FOUND TONIGHT.  A FILE NEW TO THE BASELINE HAS NO BASELINE
      *    LINE TO SHOW; ONE NOT FOUND TONIGHT HAS NO TONIGHT LINE.
           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           STRING '  ' WSC-EVENT-TYPE ' ' WSC-FIND-PATH
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.

           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           IF RECORD-EXISTS
               STRING '      BASELINE  SIZE ' ST033-FILE-SIZE
                      '  STAMP ' ST033-FILE-MOD-DATE
                      ' ' ST033-FILE-MOD-TIME
                      '  CHECKSUM ' ST033-FILE-CHECKSUM
                      '   RELEASE ' ST033-RELEASE-REF
                      ' ' ST033-BASELINED-DATE
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               STRING '      BASELINE  NONE - NOT ON THE BASELINE'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.

           MOVE SPACES                    TO INTEGRITY-REPORT-RECORD.
           IF WSC-EVENT-TYPE = 'MISSING'
              OR WSC-EVENT-TYPE = 'DROPPED'
               STRING '      TONIGHT   NOT FOUND BY TONIGHT''S SEARCH'
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               IF NEW-FILE-READABLE
                   MOVE WSC-NEW-CHECKSUM  TO WSC-CHECKSUM-TEXT
               ELSE
                   MOVE 'UNREADABLE'      TO WSC-CHECKSUM-TEXT
               END-IF
               STRING '      TONIGHT   SIZE ' WSC-NEW-SIZE
                      '  STAMP ' WSC-NEW-MOD-DATE
                      ' ' WSC-NEW-MOD-TIME
                      '  CHECKSUM ' WSC-CHECKSUM-TEXT
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD.
       58000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL COMPUTE THE CONTENT CHECKSUM   *
      *        OF ONE FILE - THE SAME ROLL AS ORGUT112'S.              *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60100-CHECKSUM-ONE-FILE.
           MOVE STC-N                     TO WSC-CHECKSUM-OK.
           MOVE ZERO                      TO WSC-CHECKSUM-WORK.
           MOVE 0                         TO WSC-CBL-OFFSET.

           CALL 'CBL_OPEN_FILE' USING WSC-CHECKSUM-PATH
                                      WSC-CBL-ACCESS
                                      WSC-CBL-DENY
                                      WSC-CBL-DEVICE
                                      WSC-CBL-HANDLE
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
               GO TO 60100-EXIT
           END-IF.

           MOVE STC-Y                     TO WSC-CHECKSUM-OK.
           PERFORM 60200-CHECKSUM-ONE-CHUNK THRU 60200-EXIT
                   UNTIL WSC-BYTES-LEFT = ZEROES
                      OR NOT CHECKSUM-OK.

           CALL 'CBL_CLOSE_FILE' USING WSC-CBL-HANDLE
                                RETURNING WSC-FILE-RC.
       60100-EXIT.
           EXIT.

       60200-CHECKSUM-ONE-CHUNK.
           IF WSC-BYTES-LEFT > 256
               MOVE 256                   TO WSC-CHUNK-SIZE
           ELSE
               MOVE WSC-BYTES-LEFT        TO WSC-CHUNK-SIZE
           END-IF.
           MOVE WSC-CHUNK-SIZE            TO WSC-CBL-NBYTES.

           CALL 'CBL_READ_FILE' USING WSC-CBL-HANDLE
                                      WSC-CBL-OFFSET
                                      WSC-CBL-NBYTES
                                      WSC-CBL-FLAGS
                                      WSC-IO-BUFFER
                              RETURNING WSC-FILE-RC.
           IF WSC-FILE-RC NOT = ZERO
      *        SHORTER THAN THE SEARCH RECORDED (TRUNCATED SINCE).
               MOVE STC-N                 TO WSC-CHECKSUM-OK
               GO TO 60200-EXIT
           END-IF.

           PERFORM VARYING WSC-BYTE-IDX FROM 1 BY 1
                   UNTIL WSC-BYTE-IDX > WSC-CHUNK-SIZE
               COMPUTE WSC-CHECKSUM-WORK =
                   FUNCTION MOD(WSC-CHECKSUM-WORK
                                * STC-CHECKSUM-FACTOR
                                + FUNCTION ORD
                                    (WSC-IO-BUFFER
                                        (WSC-BYTE-IDX:1)),
                                STC-CHECKSUM-PRIME)
           END-PERFORM.

           ADD WSC-CHUNK-SIZE             TO WSC-CBL-OFFSET.
           SUBTRACT WSC-CHUNK-SIZE        FROM WSC-BYTES-LEFT.
       60200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           IF BASELINE-OPEN
               CLOSE BASELINE-FILE
           END-IF.
           IF REPORT-OPEN
               CLOSE INTEGRITY-REPORT-FILE
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

       U2000-FIND-WATCH.
      *    THE WATCHED RECORD WHOSE DIRECTORY AND CONDITION ARE IN
      *    ST033-KEY-DIRECTORY / ST033-KEY-CONDITION, OR ZERO.
           MOVE ZEROES                    TO WSC-WATCH-HIT.
           PERFORM VARYING WSC-WATCH-IDX FROM 1 BY 1
                   UNTIL WSC-WATCH-IDX > WSC-WATCH-COUNT
                      OR WSC-WATCH-HIT > ZEROES
               IF WSC-WATCH-DIRECTORY (WSC-WATCH-IDX)
                       = ST033-KEY-DIRECTORY
                  AND WSC-WATCH-CONDITION (WSC-WATCH-IDX)
                       = ST033-KEY-CONDITION
                   MOVE WSC-WATCH-IDX     TO WSC-WATCH-HIT
               END-IF
           END-PERFORM.
       U2000-EXIT.
           EXIT.

       U2100-FIND-SEEN.
      *    THE SEEN-TABLE ENTRY FOR WSC-FIND-PATH, OR ZERO.
           MOVE ZEROES                    TO WSC-SEEN-HIT.
           PERFORM VARYING WSC-SEEN-IDX FROM 1 BY 1
                   UNTIL WSC-SEEN-IDX > WSC-SEEN-COUNT
                      OR WSC-SEEN-HIT > ZEROES
               IF WSC-SEEN-PATH (WSC-SEEN-IDX) = WSC-FIND-PATH
                   MOVE WSC-SEEN-IDX      TO WSC-SEEN-HIT
               END-IF
           END-PERFORM.
       U2100-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.

      ******************************************************************
      *  COPYCODE FOR STANDARD OPERATOR AUTHORIZATION AND DUAL CONTROL *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX008.CPY'.
