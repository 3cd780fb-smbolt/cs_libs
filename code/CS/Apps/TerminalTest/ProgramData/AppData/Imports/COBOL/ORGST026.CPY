      ******************************************************************
      *    ORGST026 - NIGHTLY RUN LEDGER WS FIELDS                     *
      ******************************************************************
      * WORKING-STORAGE FIELDS USED BY THE ORGPX006 RUN LEDGER         *
      * PARAGRAPHS.  THE INCLUDING PROGRAM DECLARES THE LEDGER ITSELF  *
      * AS:                                                            *
      *     SELECT OPTIONAL RUN-LEDGER-FILE                            *
      *     ASSIGN TO ST026-LEDGER-FILE-PATH                           *
      *     ORGANIZATION IS INDEXED                                    *
      *     ACCESS MODE IS DYNAMIC                                     *
      *     RECORD KEY IS ST025-CYCLE-DATE                             *
      *     LOCK MODE IS EXCLUSIVE                                     *
      *     FILE STATUS IS ST026-LEDGER-STATUS.                        *
      * WITH ORGST025 COPIED INTO ITS FD, AND RESOLVES ST026-LEDGER-   *
      * FILE-PATH FROM THE RUN-LEDGER-PATH DCCM CONFIG VALUE (DEFAULT  *
      * ST026-LEDGER-PATH-DFLT).                                       *
      *                                                                *
      * THE LEDGER IS OPENED EXCLUSIVE AND ONLY FOR AS LONG AS IT      *
      * TAKES TO POST, BECAUSE PARTITIONED ORGUT100 INSTANCES FINISH   *
      * AT THE SAME TIME AND EACH READS, UPDATES AND REWRITES THE SAME *
      * CYCLE RECORD - WITHOUT THE EXCLUSIVE OPEN ONE INSTANCE'S POST  *
      * COULD WRITE BACK OVER ANOTHER'S.  AN OPEN REFUSED BECAUSE THE  *
      * FILE IS IN USE IS RETRIED ST026-RETRY-LIMIT TIMES,             *
      * ST026-RETRY-SECONDS APART.                                     *
      *                                                                *
      * A POST THAT CANNOT BE MADE (ST026-LEDGER-POSTED OFF) IS LOGGED *
      * BY THE CALLER AND IS NOT FATAL TO ITS OWN STEP - THE MISSING   *
      * FIGURES FAIL THE NIGHT AT THE ORGUT124 BALANCING STEP INSTEAD. *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST026-LEDGER-WORK-FIELDS.
           05  ST026-LEDGER-PATH-LIT     PIC X(30)
                                          VALUE 'RUN-LEDGER-PATH'.
           05  ST026-LEDGER-PATH-DFLT    PIC X(81)
                                          VALUE 'C:\RUNLEDGER.DAT'.
           05  ST026-LEDGER-FILE-PATH    PIC X(81) VALUE SPACES.
           05  ST026-LEDGER-STATUS       PIC X(02) VALUE SPACES.
           05  ST026-LEDGER-OPENED       PIC X(01) VALUE 'N'.
               88  ST026-LEDGER-IS-OPEN      VALUE 'Y'.
           05  ST026-CYCLE-SWITCH        PIC X(01) VALUE 'N'.
               88  ST026-CYCLE-FOUND         VALUE 'Y'.
           05  ST026-POSTED-SWITCH       PIC X(01) VALUE 'N'.
               88  ST026-LEDGER-POSTED       VALUE 'Y'.
      *    THE CYCLE TO OPEN (SET BY ORGUT108 BEFORE U3710) OR THE
      *    CYCLE U3720 FOUND ON THE POINTER RECORD.
           05  ST026-CYCLE-DATE          PIC 9(08) VALUE ZEROES.
           05  ST026-RETRY-COUNT         PIC 9(03) VALUE ZEROES.
           05  ST026-RETRY-LIMIT         PIC 9(03) VALUE 012.
           05  ST026-RETRY-SECONDS       PIC 9(05) VALUE 00005.
