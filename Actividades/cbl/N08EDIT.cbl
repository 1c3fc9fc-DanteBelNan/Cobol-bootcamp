           88 EN-RECICLO         VALUE 'Y'.
       01 WS-FECHA-1RA           PIC X(10).
       01 WS-DIAS-TOPE           PIC 9(3) VALUE 5.
       01 WS-FECHA-NUM           PIC 9(8).
       01 WS-DIAS-COLGADO        PIC S9(5).

       01 WS-RUN-DATE.
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-RF           PIC X(10).
      * Business date from N24FECH - the FECHFILE processing date
      * or the rerun override, never the system clock.
       01 WS-FEC-AREA.
           COPY FECHAREA.

       01 WS-EDT-TITLE.
           10 ETL-LIT              PIC X(40)
                  DISPLAY "EL ERROR DE EDTFILE ES: " WS-EDTFILE-STATUS
           END-EVALUATE

           MOVE 'F' TO FEC-FUNCION
           CALL 'N24FECH' USING WS-FEC-AREA
           MOVE FEC-NEG-YYYY TO WS-RUN-YYYY
           MOVE FEC-NEG-MM   TO WS-RUN-MM
           MOVE FEC-NEG-DD   TO WS-RUN-DD
           STRING WS-RUN-YYYY    DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-RUN-MM      DELIMITED BY SIZE
           MOVE WS-RUN-DATE-RF TO ETL-FECHA
           WRITE REG-EDTFILE FROM WS-EDT-TITLE

           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           EXIT.

      * Rejects hanging around past the parm limit get an aging line
      * right under their detail so the feed owner gets chased. The
      * age is in business days: a weekend or a holiday on the
      * FECHFILE calendar does not count against the feed owner.
       2450-CHEQUEA-EDAD.
           MOVE WS-FECHA-1RA (1:4)   TO WS-FECHA-NUM (1:4)
           MOVE WS-FECHA-1RA (6:2)   TO WS-FECHA-NUM (5:2)
           IF WS-FECHA-NUM IS NOT NUMERIC
              GO TO 2450-CHEQUEA-EDAD-EXIT
           END-IF
           MOVE 'D'          TO FEC-FUNCION
           MOVE WS-FECHA-1RA TO FEC-FECHA-DESDE
           MOVE SPACES       TO FEC-FECHA-HASTA
           CALL 'N24FECH' USING WS-FEC-AREA
           IF NOT FEC-OK
              GO TO 2450-CHEQUEA-EDAD-EXIT
           END-IF
           MOVE FEC-DIAS-HABILES TO WS-DIAS-COLGADO
           IF WS-DIAS-COLGADO > WS-DIAS-TOPE
              ADD 1 TO WS-CONT-VIEJOS
              MOVE WS-DIAS-COLGADO TO EAL-DIAS
