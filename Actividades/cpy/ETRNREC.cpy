      * N11EMNT maintenance transaction, 81 bytes, fixed: an action
      * byte in front of the published EMPREC field layout, then the
      * ID of the operator who keyed it (or of the job that built
      * it). A = add, C = change, D = delete (delete only needs
      * ETRN-EMPNO filled in); on a change a blank field keeps the
      * master's value. Written by HR and by the generators
      * (N26MERT, N28REOR), read by N11EMNT. The file reaches N11EMNT
      * as a batch stamped by N38LOTE: a LOTEREC header first, then
      * each transaction with its sequence number in ETRN-SECUENCIA.
           05  ETRN-ACCION       PIC X(01).
           05  ETRN-EMPNO        PIC X(06).
           05  ETRN-FIRSTNME     PIC X(12).
           05  ETRN-LASTNAME     PIC X(15).
           05  ETRN-WORKDEPT     PIC X(03).
           05  ETRN-JOB          PIC X(08).
           05  ETRN-SALARY       PIC 9(07)V99.
           05  ETRN-BONUS        PIC 9(07)V99.
           05  ETRN-OPERADOR     PIC X(08).
           05  ETRN-SECUENCIA    PIC 9(06).
           05  FILLER            PIC X(04).
