      ******************************************************************
      *    ORGST022 - DIRECTORY OWNERSHIP REGISTRY RECORD              *
      ******************************************************************
      * RECORD LAYOUT OF THE KEYED (INDEXED) DIRECTORY OWNERSHIP       *
      * REGISTRY MAINTAINED BY THE ORGUT122 OWNERSHIP MAINTENANCE      *
      * UTILITY.  EACH RECORD SAYS WHO OWNS EVERYTHING UNDER ONE       *
      * DIRECTORY PREFIX: THE OWNING DEPARTMENT, A CONTACT, AND WHERE  *
      * THAT DEPARTMENT'S NIGHTLY FINDINGS PACKAGE IS DELIVERED.  THE  *
      * FILE IS KEYED ON ST022-OWNER-PREFIX.                           *
      *                                                                *
      * A PATH BELONGS TO THE LONGEST PREFIX THAT MATCHES IT ON A      *
      * DIRECTORY BOUNDARY, SO 'C:\DATA\HR' CAN BE CARVED OUT OF A     *
      * WIDER 'C:\DATA' ENTRY (SEE ORGPX005).                          *
      *                                                                *
      * ST022-DELIVERY-TYPE SAYS WHAT ST022-DELIVERY-DEST IS - 'F' A   *
      * FILE PATH THE PACKAGE IS WRITTEN TO (A DEPARTMENT SHARE OR     *
      * MAIL-DROP), 'Q' THE NAME OF AN MQ QUEUE ON THE CONFIGURED      *
      * QUEUE MANAGER THE PACKAGE IS PUT TO, ONE MESSAGE PER LINE.     *
      * SEVERAL PREFIXES MAY NAME THE SAME DEPARTMENT AND DESTINATION; *
      * THEIR FINDINGS GO OUT AS ONE PACKAGE.                          *
      *                                                                *
      * THIS COPYBOOK IS COPIED DIRECTLY INTO THE FD OF EVERY PROGRAM  *
      * THAT TOUCHES THE FILE, THE SAME WAY ORGST003 IS FOR THE        *
      * STANDARD LOG RECORD; THE FILE PATH, STATUS AND LOOKUP TABLE    *
      * ARE IN ORGST023.                                               *
      ******************************************************************
      *--1----+----2----+----3----+----4----+----5----+----6----+----7-*

       01  ST022-OWNER-RECORD.
           05  ST022-OWNER-PREFIX        PIC X(80).
           05  ST022-DEPARTMENT          PIC X(30).
           05  ST022-CONTACT             PIC X(40).
           05  ST022-DELIVERY-TYPE       PIC X(01).
               88  ST022-DELIVER-TO-FILE     VALUE 'F'.
               88  ST022-DELIVER-TO-QUEUE    VALUE 'Q'.
           05  ST022-DELIVERY-DEST       PIC X(80).
           05  ST022-UPDATED-BY          PIC X(08).
           05  ST022-UPDATED-DATE        PIC 9(08).
           05  ST022-UPDATED-TIME        PIC 9(08).
