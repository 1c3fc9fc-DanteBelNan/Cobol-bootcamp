       FILE SECTION.
      * Machine-readable rollup totals written by N05ROLL: one record
      * per department with direct and rolled-up headcount and
      * salary+bonus cost, zoned. The cost is already charged by the
      * labor distribution splits where an employee has them, so the
      * variance compares each budget against the cost it carries.
       FD TOTFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-VAR-TITLE.
           10 VTL-LIT              PIC X(40)
                  DISPLAY "EL ERROR DE VARFILE ES: " WS-VARFILE-STATUS
           END-EVALUATE

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE
