      * Journal of the keyed employee master: one row appended for
      * every add, change and delete that lands in EMSTFILE - by
      * N11EMNT, or by N27APRB for an approved item - in apply
      * order. Business date, wall-clock time, the program and the
      * operator, and the 62 data bytes of the master record before
      * and after (spaces where there is no such image). NDB2846
      * replays a day of it into NEOSB43.EMP. 170 bytes, fixed.
           05  EJR-ACCION        PIC X(01).
           05  EJR-EMPNO         PIC X(06).
           05  EJR-FECHA         PIC X(10).
           05  EJR-HORA          PIC X(08).
           05  EJR-PROGRAMA      PIC X(08).
           05  EJR-OPERADOR      PIC X(08).
           05  EJR-ANTES.
               10  EJR-A-EMPNO       PIC X(06).
               10  EJR-A-FIRSTNME    PIC X(12).
               10  EJR-A-LASTNAME    PIC X(15).
               10  EJR-A-WORKDEPT    PIC X(03).
               10  EJR-A-JOB         PIC X(08).
               10  EJR-A-SALARY      PIC 9(07)V99.
               10  EJR-A-BONUS       PIC 9(07)V99.
           05  EJR-DESPUES.
               10  EJR-D-EMPNO       PIC X(06).
               10  EJR-D-FIRSTNME    PIC X(12).
               10  EJR-D-LASTNAME    PIC X(15).
               10  EJR-D-WORKDEPT    PIC X(03).
               10  EJR-D-JOB         PIC X(08).
               10  EJR-D-SALARY      PIC 9(07)V99.
               10  EJR-D-BONUS       PIC 9(07)V99.
           05  FILLER            PIC X(05).
