      * Interface area for N37CLAV, the batch key-hash routine. It
      * turns a transaction key (a DEPTNO or an EMPNO, left-justified
      * in CLV-CLAVE) into a number, CLV-VALOR, that the batch header
      * hash adds up. Every character counts, letters included, and
      * so does its position, so a DEPTNO typed wrong or two keys
      * swapped between records both change the total.
           05  CLV-CLAVE         PIC X(06).
           05  CLV-VALOR         PIC 9(10).
