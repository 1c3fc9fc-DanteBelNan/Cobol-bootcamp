      * Pending-approval item, 180 bytes, fixed. N11EMNT parks here
      * any salary or bonus change over its percent limit and any
      * add over its amount limit, instead of touching EMSTFILE;
      * N27APRB applies or declines it on a card from a second
      * operator and rewrites the item in place, so the file keeps
      * who keyed and who decided every item.
      * PND-ID is the business date the item was parked plus a
      * sequence within that day - the number the approver quotes.
           05  PND-ID.
               10  PND-ID-FECHA  PIC 9(08).
               10  PND-ID-SEQ    PIC 9(05).
           05  PND-ESTADO        PIC X(01).
               88  PND-PENDIENTE          VALUE 'P'.
               88  PND-APROBADO           VALUE 'A'.
               88  PND-DECLINADO          VALUE 'D'.
               88  PND-FALLIDO            VALUE 'F'.
           05  PND-FECHA-ALTA    PIC X(10).
           05  PND-MAKER         PIC X(08).
           05  PND-CHECKER       PIC X(08).
           05  PND-FECHA-DECISION PIC X(10).
           05  PND-MOTIVO        PIC X(20).
      * Master figures when the item was parked, for the reviewer
      * and for N27APRB to prove the master has not moved since.
           05  PND-ANT-SALARY    PIC 9(07)V99.
           05  PND-ANT-BONUS     PIC 9(07)V99.
      * The transaction as keyed, in the ETRNREC layout. On a change
      * the fields left blank stay blank here and are taken from the
      * master when the item is applied.
           05  PND-TRN.
               10  PND-ACCION    PIC X(01).
               10  PND-EMPNO     PIC X(06).
               10  PND-FIRSTNME  PIC X(12).
               10  PND-LASTNAME  PIC X(15).
               10  PND-WORKDEPT  PIC X(03).
               10  PND-JOB       PIC X(08).
               10  PND-SALARY    PIC 9(07)V99.
               10  PND-BONUS     PIC 9(07)V99.
               10  PND-OPERADOR  PIC X(08).
               10  FILLER        PIC X(10).
      * WORKDEPT on the master when the item was parked; spaces for
      * an add.
           05  PND-ANT-WORKDEPT  PIC X(03).
           05  FILLER            PIC X(08).
