      * FIELDS) MUST BE RE-PADDED TO 129 BYTES PER RECORD (NEW FIELDS  *
      * AS SPACES) ONCE, OR EVERY READ AFTER THE FIRST MISALIGNS.  A   *
      * RE-PADDED LEGACY RECORD THEN RUNS AS A NAME SEARCH (AND/OR A   *
      * REPORT-ONLY DISPOSITION) WITH NO OTHER CHANGE.  THE RE-PADDING *
      * IS DONE BY THE ORGUT125 LAYOUT MIGRATION UTILITY (CONVERT      *
      * CONTROL <PATH>), WHICH ALSO CARRIES EVERY OLDER LENGTH OF THIS *
      * RECORD - A FURTHER APPENDED FIELD IS ADDED THERE TOO.          *
      * 'TEXT' SCANS THE CONTENT                                       *
      * OF EACH CANDIDATE FILE FOR ST011-SEARCH-PATTERN; 'DATE'        *
      * MATCHES FILES LAST MODIFIED BEFORE THE YYYYMMDD DATE IN        *
      * ST011-SEARCH-PATTERN; 'SIZE' MATCHES FILES LARGER THAN THE     *
      * BYTE COUNT IN ST011-SEARCH-PATTERN.                            *
      *                                                                *
      * A 'TEXT' RECORD WHOSE PATTERN READS 'SET=' FOLLOWED BY A SET   *
      * NAME (E.G. 'SET=PII-SSN') SCANS FOR A NAMED PATTERN SET FROM   *
      * THE PATTERN LIBRARY (ORGST020) INSTEAD OF ONE LITERAL - EVERY  *
      * CANDIDATE FILE IS READ ONCE AGAINST ALL OF THE SET'S PATTERNS  *
      * AND EACH HIT IS TAGGED WITH THE SET'S CLASSIFICATION CATEGORY  *
      * AND SENSITIVITY.  ST011-PATTERN-SET-VIEW IS THAT READING OF    *
      * THE SAME 40 BYTES; THE RECORD LENGTH IS UNCHANGED.             *
      *                                                                *
      * ST011-DISPOSITION SELECTS WHAT THE ORGUT111 DISPOSITION STEP   *
      * DOES WITH EACH FILE THIS RECORD'S SEARCH MATCHES -- 'REPT'     *
      * (OR SPACES) LISTS IT ONLY; 'MOVE' MOVES IT TO THE QUARANTINE   *
               88  ST011-TYPE-DATE           VALUE 'DATE'.
               88  ST011-TYPE-SIZE           VALUE 'SIZE'.
           05  ST011-SEARCH-PATTERN      PIC X(40).
           05  ST011-PATTERN-SET-VIEW    REDEFINES ST011-SEARCH-PATTERN.
               10  ST011-SET-PREFIX      PIC X(04).
                   88  ST011-NAMES-PATTERN-SET   VALUE 'SET='.
               10  ST011-SET-NAME        PIC X(20).
               10  FILLER                PIC X(16).
           05  ST011-DISPOSITION         PIC X(04).
               88  ST011-DISPO-REPORT        VALUE 'REPT', '    '.
               88  ST011-DISPO-MOVE          VALUE 'MOVE'.
