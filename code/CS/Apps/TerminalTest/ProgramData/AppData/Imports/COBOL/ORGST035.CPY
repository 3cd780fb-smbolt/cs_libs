      ******************************************************************
      *    ORGST035 - RECORDS-MANAGEMENT SENT-FILE LOG RECORD          *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) SENT-FILE LOG KEPT BY     *
      * ORGUT129 - ONE RECORD FOR EVERY INTERFACE EXTRACT (ORGST034)   *
      * SENT TO THE RECORDS-MANAGEMENT SYSTEM, KEYED ON THE FILE       *
      * SEQUENCE NUMBER IN ITS HEADER.  IT HOLDS THE NIGHT'S CONTROL   *
      * TOTALS AS SENT AND, ONCE THE RECEIVER'S ACKNOWLEDGEMENT        *
      * (ORGST036) HAS BEEN MATCHED BACK, THE TOTALS IT REPORTED:      *
      *   ST035-ACK-STATE 'P' - PENDING: SENT, NOT YET ACKNOWLEDGED    *
      *                   'A' - ACKNOWLEDGED WITH THE SAME TOTALS      *
      *                   'M' - ACKNOWLEDGED WITH DIFFERENT TOTALS     *
      *                   'R' - REJECTED BY THE RECEIVER               *
      * A NIGHT REBUILT BEFORE IT WAS ACKNOWLEDGED KEEPS ITS SEQUENCE  *
      * NUMBER; ST035-SEND-COUNT SAYS HOW MANY TIMES IT WENT OUT.      *
      *                                                                *
      * THE RECORD KEYED ZEROES IS NOT A SENT FILE - IT CARRIES THE    *
      * LAST SEQUENCE NUMBER ISSUED AND THE RUN DATE IT WENT TO, THE   *
      * SAME WAY THE ORGST027 RELEASE FILE KEEPS ITS LAST RELEASE ID.  *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST035-SENT-LOG-RECORD.
           05  ST035-SEQUENCE            PIC 9(08).
           05  ST035-SENT-DATA.
               10  ST035-RUN-DATE        PIC 9(08).
               10  ST035-SENT-DATE       PIC 9(08).
               10  ST035-SENT-TIME       PIC 9(08).
               10  ST035-SEND-COUNT      PIC 9(03).
               10  ST035-EXTRACT-PATH    PIC X(81).
               10  ST035-FOUND-COUNT     PIC 9(09).
               10  ST035-ACTION-COUNT    PIC 9(09).
               10  ST035-RECORD-COUNT    PIC 9(09).
               10  ST035-SIZE-HASH       PIC 9(18).
               10  ST035-ACK-STATE       PIC X(01).
                   88  ST035-ACK-PENDING     VALUE 'P'.
                   88  ST035-ACK-MATCHED     VALUE 'A'.
                   88  ST035-ACK-MISMATCH    VALUE 'M'.
                   88  ST035-ACK-REJECTED    VALUE 'R'.
               10  ST035-ACK-DATE        PIC 9(08).
               10  ST035-ACK-TIME        PIC 9(08).
               10  ST035-ACK-FOUND-COUNT PIC 9(09).
               10  ST035-ACK-ACTION-COUNT
                                         PIC 9(09).
               10  ST035-ACK-RECORD-COUNT
                                         PIC 9(09).
               10  ST035-ACK-SIZE-HASH   PIC 9(18).
               10  ST035-ACK-REASON      PIC X(40).
           05  ST035-CONTROL-DATA REDEFINES ST035-SENT-DATA.
               10  ST035-LAST-SEQUENCE   PIC 9(08).
               10  ST035-LAST-RUN-DATE   PIC 9(08).
               10  FILLER                PIC X(239).
