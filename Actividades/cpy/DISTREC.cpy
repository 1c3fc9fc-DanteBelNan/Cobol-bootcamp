      * Labor distribution, 20 bytes, fixed: the share of one
      * employee's SALARY+BONUS charged to one department, in percent
      * with two decimals. An employee's rows must total 100,00 and
      * name real departments; N41DIST proves that and writes the
      * rows that pass, in EMPNO and DEPTNO order, for N05ROLL,
      * N14LOCR and N42PRES. An employee with no rows is charged in
      * full to EMPX-WORKDEPT.
           05  DST-EMPNO         PIC X(06).
           05  DST-DEPTNO        PIC X(03).
           05  DST-PCT           PIC 9(03)V99.
           05  FILLER            PIC X(06).
