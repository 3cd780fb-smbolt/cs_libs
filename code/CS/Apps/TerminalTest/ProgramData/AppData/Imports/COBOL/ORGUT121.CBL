       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORGUT121.
       AUTHOR.        STEPHEN BOLT - INDEPENDENT CONSULTANT.
       DATE-WRITTEN.  10/15/2026.

      ******************************************************************
      * ORGUT121 - CONTENT CLASSIFICATION REPORT                       *
      ******************************************************************
      * THIS PROGRAM READS THE NIGHT'S SEARCH RESULTS FILE (ORGST013)  *
      * AND ROLLS UP EVERY PATTERN-SET HIT - A RESULT CARRYING AN      *
      * ST013-HIT-CATEGORY, WRITTEN BY ORGUT100 FOR A 'TEXT' CONTROL   *
      * RECORD THAT NAMED A SET ON THE PATTERN LIBRARY - BY            *
      * CLASSIFICATION CATEGORY, SENSITIVITY AND DIRECTORY.  EACH      *
      * LINE GIVES THE NUMBER OF HITS (MATCHING LINES) AND THE NUMBER  *
      * OF DISTINCT FILES THEY WERE FOUND IN, WITH A SUBTOTAL PER      *
      * CATEGORY, A SUMMARY PER SENSITIVITY LEVEL AND A GRAND TOTAL,   *
      * SO THE OWNERS OF THE DATA CAN SEE WHERE CLASSIFIED CONTENT IS  *
      * SITTING.  PLAIN NAME/EXT/SIZE/DATE/TEXT RESULTS ARE NOT        *
      * CLASSIFIED AND ARE SKIPPED.  THE DIRECTORY IS THE MATCHED      *
      * PATH UP TO AND INCLUDING ITS LAST BACKSLASH.  THE PROGRAM IS A *
      * REPORT-ONLY STEP AND ENDS WITH RETURN CODE 8 ONLY WHEN THE     *
      * ROLL-UP TABLE OVERFLOWS AND THE REPORT IS INCOMPLETE.          *
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

           SELECT CLASSIFY-REPORT-FILE
           ASSIGN TO WSC-REPORT-FILE-PATH
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
        FD SEARCH-RESULTS-FILE.
      *    SAME RECORD LAYOUT ORGUT100'S 40300-WRITE-SEARCH-RESULT
      *    WRITES, SO THIS PROGRAM COPIES ORGST013 DIRECTLY.
               COPY 'ORGST013.CPY'.

        FD CLASSIFY-REPORT-FILE.
        01 CLASSIFY-REPORT-RECORD          PIC X(132).


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
           05  WSC-ORGUT121              PIC X(08) VALUE 'ORGUT121'.
      *    CONFIG KEYS SPECIFIC TO THIS PROGRAM.  THE RESULTS-FILE KEY
      *    AND DEFAULT MATCH ORGUT100'S SO ALL THE NIGHTLY STEPS LAND
      *    ON THE SAME PHYSICAL FILE.
           05  STC-RESULTS-FILE-LIT      PIC X(30)
                                          VALUE 'RESULTS-FILE-PATH'.
           05  STC-RESULTS-FILE-DFLT     PIC X(81)
                                          VALUE 'C:\SEARCHRESULTS.DAT'.
           05  STC-CLASSIFY-REPORT-LIT   PIC X(30)
                                          VALUE 'CLASSIFY-REPORT-PATH'.
           05  STC-CLASSIFY-REPORT-DFLT  PIC X(81)
                                          VALUE 'C:\CLASSIFY.RPT'.
           05  STC-TABLE-LIMIT           PIC 9(03) VALUE 200.

       01  WSC-VARIABLES.
           05  WSC-DATE-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-TIME-HOLD             PIC 9(08) VALUE ZEROES.
           05  WSC-SEARCH-RESULTS-PATH   PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-STATUS        PIC X(02) VALUE SPACES.
           05  WSC-REPORT-FILE-PATH      PIC X(81) VALUE SPACES.
           05  WSC-RESULTS-EOF           PIC X(01) VALUE 'N'.
               88  RESULTS-FILE-EOF          VALUE 'Y'.
           05  WSC-RESULT-COUNT          PIC 9(07) VALUE ZEROES.
           05  WSC-CLASSIFIED-COUNT      PIC 9(07) VALUE ZEROES.
           05  WSC-RUN-DATE              PIC 9(08) VALUE ZEROES.
           05  WSC-TABLE-IDX             PIC 9(03) VALUE ZEROES.
           05  WSC-INSERT-IDX            PIC 9(03) VALUE ZEROES.
           05  WSC-FOUND-SWITCH          PIC X(01) VALUE 'N'.
               88  ENTRY-FOUND               VALUE 'Y'.
           05  WSC-ROLLUP-OK             PIC X(01) VALUE 'Y'.
               88  ROLLUP-OK                 VALUE 'Y'.
           05  WSC-SLASH-POS             PIC 9(03) VALUE ZEROES.
           05  WSC-SENS-IDX              PIC 9(01) VALUE ZEROES.
           05  WSC-SENS-NAME             PIC X(12) VALUE SPACES.
           05  WSC-PRIOR-CATEGORY        PIC X(12) VALUE SPACES.
           05  WSC-CAT-HITS              PIC 9(07) VALUE ZEROES.
           05  WSC-CAT-FILES             PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-HITS            PIC 9(07) VALUE ZEROES.
           05  WSC-TOTAL-FILES           PIC 9(07) VALUE ZEROES.

      *    THE ROLL-UP KEY OF THE RESULT BEING TALLIED.
       01  WSC-NEW-KEY.
           05  WSC-NEW-CATEGORY          PIC X(12).
           05  WSC-NEW-SENSITIVITY       PIC X(01).
           05  WSC-NEW-DIRECTORY         PIC X(80).

      *    ONE ENTRY PER CATEGORY/SENSITIVITY/DIRECTORY SEEN TONIGHT,
      *    KEPT IN KEY ORDER AS IT IS BUILT SO THE REPORT COMES OUT
      *    GROUPED BY CATEGORY WITHOUT A SORT STEP.  A FILE IS COUNTED
      *    ONCE PER ENTRY - ORGUT100 WRITES A SET'S HITS ON ONE FILE
      *    CONSECUTIVELY, SO A CHANGE OF PATH WITHIN THE ENTRY IS A NEW
      *    FILE.  SAME LIMIT AS THE ORGUT109 PAIR TABLE.
       01  WSC-ROLLUP-TABLE.
           05  WSC-ROLLUP-ENTRY OCCURS 200 TIMES.
               10  WSC-RU-KEY.
                   15  WSC-RU-CATEGORY   PIC X(12).
                   15  WSC-RU-SENSITIVITY
                                         PIC X(01).
                   15  WSC-RU-DIRECTORY  PIC X(80).
               10  WSC-RU-HIT-COUNT      PIC 9(07).
               10  WSC-RU-FILE-COUNT     PIC 9(07).
               10  WSC-RU-LAST-PATH      PIC X(80).
           05  WSC-ROLLUP-COUNT          PIC 9(03) VALUE ZEROES.

      *    HITS AND FILES PER SENSITIVITY LEVEL 1-4 FOR THE SUMMARY.
       01  WSC-SENSITIVITY-TOTALS.
           05  WSC-SENS-TOTAL OCCURS 4 TIMES.
               10  WSC-SENS-HITS         PIC 9(07).
               10  WSC-SENS-FILES        PIC 9(07).

       EJECT
      ******************************************************************
      *   AREAS FOR THE MANAGEMENT OF PROGRAM MESSAGES                 *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

      * PROGRAM MESSAGES ARE ALLOCATED NUMBERS 122000-122999
       77  PGMMSG-LOW                  PIC 9(06)  VALUE 122000.
       77  PGMMSG-HIGH                 PIC 9(06)  VALUE 122999.
      * CURRENTLY THE HIGHEST NUMBER MESSAGE THAT IS DEFINED
       77  PGMMSG-MAX-USED             PIC 9(06)  VALUE 122001.
       77  PGMMSG-SUB                  PIC S9(05) COMP-3 VALUE +0.

       01  PROGRAM-MESSAGES.
           05  PGMMSG-122000.
               10  FILLER                  PIC X(03) VALUE '08A'.
               10  FILLER                  PIC X(50) VALUE
               'GENERIC MESSAGE FOR CUSTOMIZATION                 '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.

           05  PGMMSG-122001.
               10  FILLER                  PIC X(03) VALUE '16A'.
               10  FILLER                  PIC X(50) VALUE
               'CLASSIFICATION TABLE OVERFLOW - REPORT INCOMPLETE '.
               10  FILLER                  PIC X(50) VALUE
               '                                                  '.
       01  FILLER REDEFINES PROGRAM-MESSAGES.
      *    THE OCCURS CLAUSE MUST BE KEPT IN SYNCH WITH THE NUMBER
      *    OF MESSAGES THAT ARE DEFINED ABOVE.
           05  FILLER OCCURS 02.
               10 LOG-SEVERITY         PIC 9(02).
               10 LOG-SOURCE           PIC X.
               10 PGMMSG               PIC X(100).


      ******************************************************************
       PROCEDURE DIVISION.
      *************************************************************PX***
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       00000-PROGRAM-ORGUT121.

           PERFORM 10000-PROGRAM-INITIALIZATION THRU 10000-EXIT.
           PERFORM 40000-ROLL-UP-RESULTS THRU 40000-EXIT.
           PERFORM 50000-REPORT-BY-CATEGORY THRU 50000-EXIT.
           PERFORM 60000-REPORT-BY-SENSITIVITY THRU 60000-EXIT.
           PERFORM 90000-PROGRAM-TERMINATION THRU 90000-EXIT.
           GOBACK.


       EJECT
      ******************************************************************
      * 10000  PARAGRAPHS IN THIS LEVEL PERFORM THE INITIALIZATION     *
      *        FUNCTIONS FOR THIS PROGRAM.                             *
      *************************************************************PX1**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       10000-PROGRAM-INITIALIZATION.
           MOVE WSC-ORGUT121              TO SCB-PROGRAM-NAME.
           CALL ST006-SUBPROGRAM USING ST007-DATE-LINKAGE.
           IF ST007-RETURN-CODE = ZERO
               MOVE ST007-DATE-OUT         TO WSC-DATE-HOLD
               MOVE ST007-TIME-OUT         TO WSC-TIME-HOLD
           END-IF.
           INITIALIZE WSC-SENSITIVITY-TOTALS.
           PERFORM 10060-GET-CONFIG-VALUES THRU 10060-EXIT.
           OPEN OUTPUT CLASSIFY-REPORT-FILE.
       10000-EXIT.
           EXIT.

      *    A SHORT ONE-PASS REPORT STEP, SO THE STANDARD DCCM
      *    SUBPROGRAM IS CALLED DIRECTLY THE SAME WAY ORGUT109 DOES.
       10060-GET-CONFIG-VALUES.
           MOVE STC-RESULTS-FILE-DFLT     TO WSC-SEARCH-RESULTS-PATH.
           MOVE WSC-ORGUT121              TO ST009-PROGRAM-NAME.
           MOVE STC-RESULTS-FILE-LIT      TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-SEARCH-RESULTS-PATH
           END-IF.

           MOVE STC-CLASSIFY-REPORT-DFLT  TO WSC-REPORT-FILE-PATH.
           MOVE STC-CLASSIFY-REPORT-LIT   TO ST009-CONFIG-NAME.
           CALL ST008-DCCM-SUBPROGRAM USING ST009-DCCM-INTERFACE.
           IF CONFIG-VALUE-FOUND
               MOVE ST009-CONFIG-VALUE    TO WSC-REPORT-FILE-PATH
           END-IF.
       10060-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 40000  PARAGRAPHS IN THIS LEVEL READ THE NIGHT'S RESULTS FILE  *
      *        AND TALLY EVERY CLASSIFIED HIT INTO THE ROLL-UP TABLE.  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       40000-ROLL-UP-RESULTS.
      *    A MISSING OR UNREADABLE RESULTS FILE IS AN EMPTY NIGHT,
      *    NOT AN ERROR - THE REPORT SIMPLY SHOWS NO HITS.
           OPEN INPUT SEARCH-RESULTS-FILE.
           IF WSC-RESULTS-STATUS NOT = '00'
               MOVE STC-Y                 TO WSC-RESULTS-EOF
           END-IF.
           PERFORM UNTIL RESULTS-FILE-EOF
               PERFORM 40100-READ-RESULT-RECORD THRU 40100-EXIT
               IF NOT RESULTS-FILE-EOF
                  AND ST013-HIT-CATEGORY NOT = SPACES
                   PERFORM 40200-TALLY-HIT THRU 40200-EXIT
               END-IF
           END-PERFORM.
           IF WSC-RESULTS-STATUS NOT = '35'
               CLOSE SEARCH-RESULTS-FILE
           END-IF.

      *    A NIGHT WITH NO RESULTS STILL NEEDS A RUN DATE FOR THE
      *    HEADING - FALL BACK TO THIS RUN'S OWN DATE, AS ORGUT109
      *    DOES.
           IF WSC-RUN-DATE = ZEROES
               MOVE WSC-DATE-HOLD         TO WSC-RUN-DATE
           END-IF.
       40000-EXIT.
           EXIT.

       40100-READ-RESULT-RECORD.
           READ SEARCH-RESULTS-FILE
               AT END
                   MOVE STC-Y             TO WSC-RESULTS-EOF
               NOT AT END
                   ADD 1                  TO WSC-RESULT-COUNT
                   IF WSC-RUN-DATE = ZEROES
                       MOVE ST013-RESULT-DATE TO WSC-RUN-DATE
                   END-IF
           END-READ.
       40100-EXIT.
           EXIT.

       40200-TALLY-HIT.
           ADD 1                          TO WSC-CLASSIFIED-COUNT.
           MOVE ST013-HIT-CATEGORY        TO WSC-NEW-CATEGORY.
           MOVE ST013-HIT-SENSITIVITY     TO WSC-NEW-SENSITIVITY.
           PERFORM 40300-EXTRACT-DIRECTORY THRU 40300-EXIT.

      *    THE TABLE IS IN KEY ORDER, SO THE SEARCH STOPS AT THE FIRST
      *    ENTRY NOT BELOW THE NEW KEY - EITHER THE MATCH OR THE SLOT
      *    THE NEW ENTRY BELONGS IN.
           MOVE STC-N                     TO WSC-FOUND-SWITCH.
           MOVE 1                         TO WSC-INSERT-IDX.
           PERFORM VARYING WSC-TABLE-IDX FROM 1 BY 1
                   UNTIL WSC-TABLE-IDX > WSC-ROLLUP-COUNT
                      OR WSC-RU-KEY (WSC-TABLE-IDX) >= WSC-NEW-KEY
               CONTINUE
           END-PERFORM.
           MOVE WSC-TABLE-IDX             TO WSC-INSERT-IDX.
           IF WSC-INSERT-IDX <= WSC-ROLLUP-COUNT
              AND WSC-RU-KEY (WSC-INSERT-IDX) = WSC-NEW-KEY
               MOVE STC-Y                 TO WSC-FOUND-SWITCH
           END-IF.

           IF NOT ENTRY-FOUND
               IF WSC-ROLLUP-COUNT < STC-TABLE-LIMIT
                   PERFORM 40400-INSERT-ENTRY THRU 40400-EXIT
               ELSE
      *            ONE OVERFLOW MESSAGE PER NIGHT IS ENOUGH.
                   IF ROLLUP-OK
                       MOVE 122001        TO SCB-REASON-CODE
                       PERFORM U9900-LOG THRU U9900-EXIT
                       MOVE 8             TO RETURN-CODE
                       MOVE STC-N         TO WSC-ROLLUP-OK
                   END-IF
                   GO TO 40200-EXIT
               END-IF
           END-IF.

           ADD 1             TO WSC-RU-HIT-COUNT (WSC-INSERT-IDX).
           IF ST013-MATCHED-PATH NOT = WSC-RU-LAST-PATH (WSC-INSERT-IDX)
               ADD 1         TO WSC-RU-FILE-COUNT (WSC-INSERT-IDX)
               MOVE ST013-MATCHED-PATH
                             TO WSC-RU-LAST-PATH (WSC-INSERT-IDX)
           END-IF.
       40200-EXIT.
           EXIT.

       40300-EXTRACT-DIRECTORY.
      *    THE DIRECTORY IS EVERYTHING UP TO THE LAST BACKSLASH OF THE
      *    MATCHED PATH; A BARE FILE NAME ROLLS UP UNDER THE CONTROL
      *    RECORD'S OWN SEARCH DIRECTORY.
           MOVE SPACES                    TO WSC-NEW-DIRECTORY.
           PERFORM VARYING WSC-SLASH-POS FROM 80 BY -1
                   UNTIL WSC-SLASH-POS < 1
                      OR ST013-MATCHED-PATH (WSC-SLASH-POS:1) = '\'
               CONTINUE
           END-PERFORM.
           IF WSC-SLASH-POS > ZEROES
               MOVE ST013-MATCHED-PATH (1:WSC-SLASH-POS)
                                          TO WSC-NEW-DIRECTORY
           ELSE
               MOVE ST013-SOURCE-DIRECTORY
                                          TO WSC-NEW-DIRECTORY
           END-IF.
       40300-EXIT.
           EXIT.

       40400-INSERT-ENTRY.
      *    OPEN A SLOT AT WSC-INSERT-IDX BY SHIFTING THE ENTRIES BELOW
      *    IT DOWN ONE, LAST FIRST.
           PERFORM VARYING WSC-TABLE-IDX FROM WSC-ROLLUP-COUNT BY -1
                   UNTIL WSC-TABLE-IDX < WSC-INSERT-IDX
               MOVE WSC-ROLLUP-ENTRY (WSC-TABLE-IDX)
                             TO WSC-ROLLUP-ENTRY (WSC-TABLE-IDX + 1)
           END-PERFORM.
           ADD 1                          TO WSC-ROLLUP-COUNT.
           MOVE WSC-NEW-KEY          TO WSC-RU-KEY (WSC-INSERT-IDX).
           MOVE ZEROES          TO WSC-RU-HIT-COUNT (WSC-INSERT-IDX)
                                   WSC-RU-FILE-COUNT (WSC-INSERT-IDX).
           MOVE SPACES          TO WSC-RU-LAST-PATH (WSC-INSERT-IDX).
       40400-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 50000  PARAGRAPHS IN THIS LEVEL WRITE THE ROLL-UP BY CATEGORY, *
      *        SENSITIVITY AND DIRECTORY WITH A SUBTOTAL PER CATEGORY. *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       50000-REPORT-BY-CATEGORY.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           STRING 'CONTENT CLASSIFICATION REPORT - RUN DATE '
                  WSC-RUN-DATE
                  '  PRODUCED ' WSC-DATE-HOLD ' AT ' WSC-TIME-HOLD
                   DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
           END-STRING.
           WRITE CLASSIFY-REPORT-RECORD.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           WRITE CLASSIFY-REPORT-RECORD.

           IF NOT ROLLUP-OK
               MOVE '*** TABLE OVERFLOWED - NOT ALL HITS SHOWN ***'
                                          TO CLASSIFY-REPORT-RECORD
               WRITE CLASSIFY-REPORT-RECORD
               MOVE SPACES                TO CLASSIFY-REPORT-RECORD
               WRITE CLASSIFY-REPORT-RECORD
           END-IF.

           IF WSC-ROLLUP-COUNT = ZEROES
               MOVE '  NO CLASSIFIED CONTENT FOUND TONIGHT'
                                          TO CLASSIFY-REPORT-RECORD
               WRITE CLASSIFY-REPORT-RECORD
               GO TO 50000-EXIT
           END-IF.

           MOVE SPACES                    TO WSC-PRIOR-CATEGORY.
           PERFORM 50100-REPORT-ENTRY THRU 50100-EXIT
                   VARYING WSC-TABLE-IDX FROM 1 BY 1
                   UNTIL WSC-TABLE-IDX > WSC-ROLLUP-COUNT.
           PERFORM 50200-WRITE-CATEGORY-TOTAL THRU 50200-EXIT.
       50000-EXIT.
           EXIT.

       50100-REPORT-ENTRY.
           IF WSC-RU-CATEGORY (WSC-TABLE-IDX) NOT = WSC-PRIOR-CATEGORY
               IF WSC-PRIOR-CATEGORY NOT = SPACES
                   PERFORM 50200-WRITE-CATEGORY-TOTAL THRU 50200-EXIT
               END-IF
               MOVE WSC-RU-CATEGORY (WSC-TABLE-IDX)
                                          TO WSC-PRIOR-CATEGORY
               MOVE ZEROES                TO WSC-CAT-HITS
                                             WSC-CAT-FILES
               MOVE SPACES                TO CLASSIFY-REPORT-RECORD
               STRING 'CATEGORY: ' WSC-PRIOR-CATEGORY
                       DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
               END-STRING
               WRITE CLASSIFY-REPORT-RECORD
           END-IF.

           PERFORM U1000-NAME-SENSITIVITY THRU U1000-EXIT.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           STRING '  ' WSC-SENS-NAME
                  ' HITS ' WSC-RU-HIT-COUNT (WSC-TABLE-IDX)
                  ' FILES ' WSC-RU-FILE-COUNT (WSC-TABLE-IDX)
                  '  ' WSC-RU-DIRECTORY (WSC-TABLE-IDX)
                   DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
           END-STRING.
           WRITE CLASSIFY-REPORT-RECORD.

           ADD WSC-RU-HIT-COUNT (WSC-TABLE-IDX)  TO WSC-CAT-HITS
                                                    WSC-TOTAL-HITS.
           ADD WSC-RU-FILE-COUNT (WSC-TABLE-IDX) TO WSC-CAT-FILES
                                                    WSC-TOTAL-FILES.
           IF WSC-SENS-IDX > ZEROES
               ADD WSC-RU-HIT-COUNT (WSC-TABLE-IDX)
                                 TO WSC-SENS-HITS (WSC-SENS-IDX)
               ADD WSC-RU-FILE-COUNT (WSC-TABLE-IDX)
                                 TO WSC-SENS-FILES (WSC-SENS-IDX)
           END-IF.
       50100-EXIT.
           EXIT.

       50200-WRITE-CATEGORY-TOTAL.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           STRING '  CATEGORY TOTAL HITS ' WSC-CAT-HITS
                  ' FILES ' WSC-CAT-FILES
                   DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
           END-STRING.
           WRITE CLASSIFY-REPORT-RECORD.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           WRITE CLASSIFY-REPORT-RECORD.
       50200-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 60000  PARAGRAPHS IN THIS LEVEL WRITE THE SUMMARY PER          *
      *        SENSITIVITY LEVEL, HIGHEST FIRST.                       *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       60000-REPORT-BY-SENSITIVITY.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           WRITE CLASSIFY-REPORT-RECORD.
           MOVE 'SUMMARY BY SENSITIVITY'  TO CLASSIFY-REPORT-RECORD.
           WRITE CLASSIFY-REPORT-RECORD.
           PERFORM 60100-REPORT-SENSITIVITY THRU 60100-EXIT
                   VARYING WSC-SENS-IDX FROM 4 BY -1
                   UNTIL WSC-SENS-IDX < 1.
       60000-EXIT.
           EXIT.

       60100-REPORT-SENSITIVITY.
           EVALUATE WSC-SENS-IDX
               WHEN 1  MOVE 'PUBLIC'       TO WSC-SENS-NAME
               WHEN 2  MOVE 'INTERNAL'     TO WSC-SENS-NAME
               WHEN 3  MOVE 'CONFIDENTIAL' TO WSC-SENS-NAME
               WHEN 4  MOVE 'RESTRICTED'   TO WSC-SENS-NAME
           END-EVALUATE.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           STRING '  ' WSC-SENS-NAME
                  ' HITS ' WSC-SENS-HITS (WSC-SENS-IDX)
                  ' FILES ' WSC-SENS-FILES (WSC-SENS-IDX)
                   DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
           END-STRING.
           WRITE CLASSIFY-REPORT-RECORD.
       60100-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * 90000-PROGRAM-TERMINATION - THIS PARAGRAPH PERFORMS ALL        *
      *       TERMINATION-RELATED FUNCTIONS FOR THE PROGRAM.           *
      *************************************************************PX9**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7--

       90000-PROGRAM-TERMINATION.
           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           WRITE CLASSIFY-REPORT-RECORD.

           MOVE SPACES                    TO CLASSIFY-REPORT-RECORD.
           STRING 'RESULT RECORDS READ: ' WSC-RESULT-COUNT
                  '  CLASSIFIED HITS: ' WSC-CLASSIFIED-COUNT
                  '  REPORTED HITS: ' WSC-TOTAL-HITS
                  '  FILES: ' WSC-TOTAL-FILES
                   DELIMITED BY SIZE INTO CLASSIFY-REPORT-RECORD
           END-STRING.
           WRITE CLASSIFY-REPORT-RECORD.

           CLOSE CLASSIFY-REPORT-FILE.
       90000-EXIT.
           EXIT.


       EJECT
      ******************************************************************
      * U0000  PARAGRAPHS IN THIS LEVEL PERFORM UTILITY FUNCTIONS      *
      *        FOR THIS PROGRAM.                                       *
      *************************************************************PXU**
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       U1000-NAME-SENSITIVITY.
      *    SENSITIVITY NAME AND SUMMARY SLOT FOR THE CURRENT TABLE
      *    ENTRY.  A LEVEL OUTSIDE 1-4 (A LIBRARY EDITED BY HAND) IS
      *    SHOWN AS-IS AND LEFT OUT OF THE SUMMARY.
           MOVE ZEROES                    TO WSC-SENS-IDX.
           EVALUATE WSC-RU-SENSITIVITY (WSC-TABLE-IDX)
               WHEN '1'
                   MOVE 'PUBLIC'          TO WSC-SENS-NAME
                   MOVE 1                 TO WSC-SENS-IDX
               WHEN '2'
                   MOVE 'INTERNAL'        TO WSC-SENS-NAME
                   MOVE 2                 TO WSC-SENS-IDX
               WHEN '3'
                   MOVE 'CONFIDENTIAL'    TO WSC-SENS-NAME
                   MOVE 3                 TO WSC-SENS-IDX
               WHEN '4'
                   MOVE 'RESTRICTED'      TO WSC-SENS-NAME
                   MOVE 4                 TO WSC-SENS-IDX
               WHEN OTHER
                   MOVE SPACES            TO WSC-SENS-NAME
                   STRING 'LEVEL ' WSC-RU-SENSITIVITY (WSC-TABLE-IDX)
                           DELIMITED BY SIZE INTO WSC-SENS-NAME
                   END-STRING
           END-EVALUATE.
       U1000-EXIT.
           EXIT.

      ******************************************************************
      *  COPYCODE FOR STANDARD LOGGING FUNCTION                        *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

               COPY 'ORGPX003.CPY'.
