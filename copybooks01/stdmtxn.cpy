      * stdmtxn.cpy
      * One STD-MASTER maintenance transaction, the shape the
      * maintenance run applies -- keyed by hand, or raised by the
      * programs that queue master changes for it, so every writer
      * and the one reader agree on the layout byte for byte.  A blank
      * effective date means effective immediately.  On a change, a
      * blank name, percent, comment or amount leaves that field as
      * the master holds it when the change applies.  Every transaction
      * names the user who keyed it (a program raising transactions
      * signs them with its own program name) and the day it was
      * keyed; it applies only once a different user has signed it
      * off as approver in the approval program.
           05  MTXN-TRANS-CODE         PIC X(01).
               88  MTXN-IS-ADD                     VALUE 'A'.
               88  MTXN-IS-CHANGE                  VALUE 'C'.
               88  MTXN-IS-DELETE                  VALUE 'D'.
               88  MTXN-IS-SUSPEND                 VALUE 'S'.
               88  MTXN-IS-REACTIVATE              VALUE 'R'.
           05  MTXN-STD-NUM            PIC X(05).
           05  MTXN-STD-NAME           PIC X(20).
           05  MTXN-STD-PERCENT        PIC X(03).
           05  MTXN-STD-COMMENT        PIC X(10).
           05  MTXN-STD-AMOUNT         PIC X(05).
           05  MTXN-EFFECTIVE-DATE     PIC X(08).
           05  MTXN-MAKER-ID           PIC X(08).
           05  MTXN-KEYED-DATE         PIC X(08).
           05  MTXN-APPROVER-ID        PIC X(08).
