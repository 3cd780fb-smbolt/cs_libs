      ******************************************************************
      *    ORGST036 - RECORDS-MANAGEMENT ACKNOWLEDGEMENT RECORD        *
      ******************************************************************
      * RECORD LAYOUT OF THE INBOUND ACKNOWLEDGEMENT FILE RETURNED BY  *
      * THE RECORDS-MANAGEMENT SYSTEM - ONE RECORD FOR EACH INTERFACE  *
      * EXTRACT (ORGST034) IT HAS LOADED OR REFUSED, ECHOING THE       *
      * HEADER'S SOURCE SYSTEM, SEQUENCE NUMBER AND RUN DATE AND THE   *
      * TOTALS IT COUNTED ITSELF.  ORGUT129 ACKNOWLEDGE MATCHES EACH   *
      * ONE BACK TO THE SENT-FILE LOG (ORGST035) BY SEQUENCE NUMBER.   *
      * THE FILE MAY CARRY ACKNOWLEDGEMENTS ALREADY MATCHED ON AN      *
      * EARLIER MORNING; THEY ARE PASSED OVER.                         *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST036-ACK-RECORD.
           05  ST036-SOURCE-SYSTEM       PIC X(08).
           05  ST036-SEQUENCE            PIC 9(08).
           05  ST036-RUN-DATE            PIC 9(08).
           05  ST036-ACK-STATUS          PIC X(01).
               88  ST036-ACCEPTED            VALUE 'A'.
               88  ST036-REJECTED            VALUE 'R'.
           05  ST036-FOUND-COUNT         PIC 9(09).
           05  ST036-ACTION-COUNT        PIC 9(09).
           05  ST036-RECORD-COUNT        PIC 9(09).
           05  ST036-SIZE-HASH           PIC 9(18).
           05  ST036-RECEIVED-DATE       PIC 9(08).
           05  ST036-RECEIVED-TIME       PIC 9(08).
           05  ST036-REASON              PIC X(40).
