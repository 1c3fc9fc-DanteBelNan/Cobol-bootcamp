       IDENTIFICATION DIVISION.
       PROGRAM-ID. N24FECH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHFILE ASSIGN TO FECHFILED
                          FILE STATUS WS-FECHFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Business-date control file: the 'P' card with the processing
      * date (and the rerun override) plus the holiday calendar. Read
      * once, on the first CALL of the run; every later CALL works
      * off the tables kept below.
       FD FECHFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 80 CHARACTERS.
       01 REG-FECHFILE.
           COPY FECHREC.

       WORKING-STORAGE SECTION.
       01 WS-FECHFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-CARGADO             PIC X VALUE 'N'.
           88 CAL-CARGADO        VALUE 'Y'.

       01 WS-FECHA-PROC          PIC X(10) VALUE SPACES.
       01 WS-FECHA-OVR           PIC X(10) VALUE SPACES.
       01 WS-NEGOCIO-TXT         PIC X(10).
       01 WS-NEGOCIO-NUM         PIC 9(8).
       01 WS-NEGOCIO-DIAS        PIC 9(7).
       01 WS-ORIGEN              PIC X.

      * Holidays from the 'F' cards, kept in date order by binary
      * insertion at load - same scheme N19BVAR uses for its budget
      * cards - so the business-day test can bisect the calendar.
       01 WS-FER-MAX             PIC 9(4) VALUE 500.
       01 WS-FER-COUNT           PIC 9(4) VALUE 0.
       01 WS-FER-TABLE.
           05 FER-ENTRY OCCURS 500 TIMES
                        INDEXED BY FER-IDX.
               10 FER-FECHA       PIC 9(8).
       01 WS-FER-FOUND           PIC X VALUE 'N'.
           88 FER-FOUND          VALUE 'Y'.
           88 FER-NOT-FOUND      VALUE 'N'.
       01 WS-FER-INS             PIC 9(5).
       01 WS-FER-I               PIC 9(5).
       01 WS-FER-J               PIC 9(5).
       01 WS-BIN-LO              PIC 9(5).
       01 WS-BIN-HI              PIC 9(5).
       01 WS-BIN-MID             PIC 9(5).
       01 WS-BUSCA-FECHA         PIC 9(8).

      * Work fields for the 'YYYY-MM-DD' <-> YYYYMMDD <-> day-number
      * conversions. Day 1 of INTEGER-OF-DATE (1601-01-01) was a
      * Monday, so (day - 1) modulo 7 gives 0 = Monday ... 5 =
      * Saturday, 6 = Sunday.
       01 WS-FX-TEXTO            PIC X(10).
       01 WS-FX-NUM              PIC 9(8).
       01 WS-FX-NUM-R REDEFINES WS-FX-NUM.
           05 WS-FX-YYYY         PIC 9(4).
           05 WS-FX-MM           PIC 9(2).
           05 WS-FX-DD           PIC 9(2).
       01 WS-FX-VALIDA           PIC X VALUE 'N'.
           88 FX-VALIDA          VALUE 'Y'.
       01 WS-FX-DIAS             PIC 9(7).
       01 WS-FX-HABIL            PIC X VALUE 'N'.
           88 FX-HABIL           VALUE 'Y'.
       01 WS-DIA-SEMANA          PIC 9.
       01 WS-COCIENTE            PIC 9(7).
       01 WS-DIAS-DESDE          PIC 9(7).
       01 WS-DIAS-HASTA          PIC 9(7).
       01 WS-DIA                 PIC 9(7).
       01 WS-CONT-HABILES        PIC S9(5).
       01 WS-ABORT-MSG           PIC X(40).

       LINKAGE SECTION.
       01 FEC-AREA.
           COPY FECHAREA.

       PROCEDURE DIVISION USING FEC-AREA.
           IF NOT CAL-CARGADO
              PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
           END-IF

           MOVE 0 TO FEC-RC
           EVALUATE TRUE
               WHEN FEC-FN-FECHA
                  PERFORM 2100-DA-FECHA
                  THRU 2100-DA-FECHA-EXIT
               WHEN FEC-FN-HABIL
                  PERFORM 2200-ES-HABIL
                  THRU 2200-ES-HABIL-EXIT
               WHEN FEC-FN-DIAS
                  PERFORM 2300-CUENTA-DIAS
                  THRU 2300-CUENTA-DIAS-EXIT
               WHEN FEC-FN-SIGUIENTE
                  PERFORM 2400-SIGUIENTE
                  THRU 2400-SIGUIENTE-EXIT
               WHEN OTHER
                  MOVE 8 TO FEC-RC
           END-EVALUATE
           GOBACK.

       1000-INICIO.
           PERFORM 1100-CARGA-CONTROL
           THRU 1100-CARGA-CONTROL-EXIT

      *    THE RERUN OVERRIDE WINS OVER THE PROCESSING DATE, WHICH
      *    WINS OVER THE CLOCK. A CARD WITH A BAD DATE STOPS THE RUN:
      *    A WRONG BUSINESS DATE WOULD STAMP AND AGE EVERYTHING WRONG.
           EVALUATE TRUE
               WHEN WS-FECHA-OVR NOT = SPACES
                  MOVE WS-FECHA-OVR TO WS-NEGOCIO-TXT
                  MOVE 'O' TO WS-ORIGEN
               WHEN WS-FECHA-PROC NOT = SPACES
                  MOVE WS-FECHA-PROC TO WS-NEGOCIO-TXT
                  MOVE 'P' TO WS-ORIGEN
               WHEN OTHER
                  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-NUM
                  PERFORM 3200-A-TEXTO
                  THRU 3200-A-TEXTO-EXIT
                  MOVE WS-FX-TEXTO TO WS-NEGOCIO-TXT
                  MOVE 'S' TO WS-ORIGEN
           END-EVALUATE

           MOVE WS-NEGOCIO-TXT TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              STRING 'FECHA DE NEGOCIO INVALIDA: ' DELIMITED BY SIZE
                     WS-NEGOCIO-TXT                DELIMITED BY SIZE
                INTO WS-ABORT-MSG
              END-STRING
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE WS-FX-NUM  TO WS-NEGOCIO-NUM
           MOVE WS-FX-DIAS TO WS-NEGOCIO-DIAS

           DISPLAY 'N24FECH - FECHA DE NEGOCIO..: ' WS-NEGOCIO-TXT
                   ' ORIGEN ' WS-ORIGEN
           MOVE WS-NEGOCIO-DIAS TO WS-FX-DIAS
           PERFORM 3300-CHEQUEA-HABIL
           THRU 3300-CHEQUEA-HABIL-EXIT
           IF NOT FX-HABIL
              DISPLAY 'N24FECH - AVISO: LA FECHA DE NEGOCIO NO ES '
                      'DIA HABIL'
           END-IF

           SET CAL-CARGADO TO TRUE
           .
       1000-INICIO-EXIT.
           EXIT.

      * A missing control file is the first night before anyone set
      * it up: the clock stands in and the calendar is weekends only.
       1100-CARGA-CONTROL.
           MOVE "00" TO WS-FECHFILE-STATUS
           OPEN INPUT FECHFILE
           EVALUATE WS-FECHFILE-STATUS
               WHEN "00"
                  PERFORM UNTIL WS-FECHFILE-STATUS = FS-EOF
                     READ FECHFILE INTO REG-FECHFILE
                     AT END
                        MOVE FS-EOF TO WS-FECHFILE-STATUS
                     NOT AT END
                        EVALUATE TRUE
                            WHEN FCH-CONTROL
                               MOVE FCH-FECHA    TO WS-FECHA-PROC
                               MOVE FCH-OVERRIDE TO WS-FECHA-OVR
                            WHEN FCH-FERIADO
                               PERFORM 1150-INSERTA-FERIADO
                               THRU 1150-INSERTA-FERIADO-EXIT
                            WHEN OTHER
                               CONTINUE
                        END-EVALUATE
                  END-PERFORM
                  CLOSE FECHFILE
               WHEN "35"
                  DISPLAY "NO EXISTE FECHFILE, USA FECHA DEL SISTEMA"
               WHEN OTHER
                  DISPLAY "EL ERROR DE FECHFILE ES: " WS-FECHFILE-STATUS
           END-EVALUATE
           .
       1100-CARGA-CONTROL-EXIT.
           EXIT.

      * Slides the holiday into the slot 3500-BUSCA-FERIADO leaves in
      * WS-FER-INS; a date keyed twice is simply kept once.
       1150-INSERTA-FERIADO.
           MOVE FCH-FECHA TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              DISPLAY 'N24FECH - FERIADO CON FECHA INVALIDA: '
                      FCH-FECHA
              GO TO 1150-INSERTA-FERIADO-EXIT
           END-IF
           MOVE WS-FX-NUM TO WS-BUSCA-FECHA
           PERFORM 3500-BUSCA-FERIADO
           THRU 3500-BUSCA-FERIADO-EXIT
           IF FER-FOUND
              GO TO 1150-INSERTA-FERIADO-EXIT
           END-IF
           IF WS-FER-COUNT >= WS-FER-MAX
              MOVE 'TABLA DE FERIADOS LLENA' TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           ADD 1 TO WS-FER-COUNT
           PERFORM VARYING WS-FER-I FROM WS-FER-COUNT BY -1
                   UNTIL WS-FER-I <= WS-FER-INS
              COMPUTE WS-FER-J = WS-FER-I - 1
              MOVE FER-ENTRY (WS-FER-J) TO FER-ENTRY (WS-FER-I)
           END-PERFORM
           MOVE WS-FX-NUM TO FER-FECHA (WS-FER-INS)
           .
       1150-INSERTA-FERIADO-EXIT.
           EXIT.

       2100-DA-FECHA.
           MOVE WS-NEGOCIO-TXT TO FEC-FECHA-NEGOCIO
           MOVE WS-NEGOCIO-NUM TO FEC-NEGOCIO-NUM
           MOVE WS-ORIGEN      TO FEC-ORIGEN
           MOVE WS-NEGOCIO-DIAS TO WS-FX-DIAS
           PERFORM 3300-CHEQUEA-HABIL
           THRU 3300-CHEQUEA-HABIL-EXIT
           IF FX-HABIL
              MOVE 'Y' TO FEC-ES-HABIL
           ELSE
              MOVE 'N' TO FEC-ES-HABIL
           END-IF
           MOVE WS-NEGOCIO-DIAS TO WS-DIA
           PERFORM 3400-PROXIMO-HABIL
           THRU 3400-PROXIMO-HABIL-EXIT
           MOVE WS-FX-TEXTO TO FEC-FECHA-SIG
           .
       2100-DA-FECHA-EXIT.
           EXIT.

      * A blank FEC-FECHA-DESDE asks about the business date itself.
       2200-ES-HABIL.
           IF FEC-FECHA-DESDE = SPACES
              MOVE WS-NEGOCIO-TXT TO FEC-FECHA-DESDE
           END-IF
           MOVE FEC-FECHA-DESDE TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              MOVE 'N' TO FEC-ES-HABIL
              MOVE 8 TO FEC-RC
              GO TO 2200-ES-HABIL-EXIT
           END-IF
           PERFORM 3300-CHEQUEA-HABIL
           THRU 3300-CHEQUEA-HABIL-EXIT
           IF FX-HABIL
              MOVE 'Y' TO FEC-ES-HABIL
           ELSE
              MOVE 'N' TO FEC-ES-HABIL
           END-IF
           .
       2200-ES-HABIL-EXIT.
           EXIT.

      * The aging count: business days strictly after DESDE up to and
      * including HASTA, so something stamped today is 0 days old
      * and a weekend in between does not count against the owner.
      * A blank HASTA means the business date.
       2300-CUENTA-DIAS.
           MOVE 0 TO FEC-DIAS-HABILES
           IF FEC-FECHA-HASTA = SPACES
              MOVE WS-NEGOCIO-TXT TO FEC-FECHA-HASTA
           END-IF
           MOVE FEC-FECHA-DESDE TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              MOVE 8 TO FEC-RC
              GO TO 2300-CUENTA-DIAS-EXIT
           END-IF
           MOVE WS-FX-DIAS TO WS-DIAS-DESDE
           MOVE FEC-FECHA-HASTA TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              MOVE 8 TO FEC-RC
              GO TO 2300-CUENTA-DIAS-EXIT
           END-IF
           MOVE WS-FX-DIAS TO WS-DIAS-HASTA

           MOVE 0 TO WS-CONT-HABILES
           COMPUTE WS-DIA = WS-DIAS-DESDE + 1
           PERFORM UNTIL WS-DIA > WS-DIAS-HASTA
              MOVE WS-DIA TO WS-FX-DIAS
              PERFORM 3300-CHEQUEA-HABIL
              THRU 3300-CHEQUEA-HABIL-EXIT
              IF FX-HABIL
                 ADD 1 TO WS-CONT-HABILES
              END-IF
              ADD 1 TO WS-DIA
           END-PERFORM
           MOVE WS-CONT-HABILES TO FEC-DIAS-HABILES
           .
       2300-CUENTA-DIAS-EXIT.
           EXIT.

      * A blank FEC-FECHA-DESDE asks for the day after the business
      * date - the date N25FAVZ rolls the control card to.
       2400-SIGUIENTE.
           IF FEC-FECHA-DESDE = SPACES
              MOVE WS-NEGOCIO-TXT TO FEC-FECHA-DESDE
           END-IF
           MOVE FEC-FECHA-DESDE TO WS-FX-TEXTO
           PERFORM 3100-A-NUMERO
           THRU 3100-A-NUMERO-EXIT
           IF NOT FX-VALIDA
              MOVE SPACES TO FEC-FECHA-SIG
              MOVE 8 TO FEC-RC
              GO TO 2400-SIGUIENTE-EXIT
           END-IF
           MOVE WS-FX-DIAS TO WS-DIA
           PERFORM 3400-PROXIMO-HABIL
           THRU 3400-PROXIMO-HABIL-EXIT
           MOVE WS-FX-TEXTO TO FEC-FECHA-SIG
           .
       2400-SIGUIENTE-EXIT.
           EXIT.

      * 'YYYY-MM-DD' in WS-FX-TEXTO to YYYYMMDD in WS-FX-NUM and the
      * day number in WS-FX-DIAS; FX-VALIDA says whether it was a
      * real calendar date.
       3100-A-NUMERO.
           MOVE 'N' TO WS-FX-VALIDA
           MOVE ZEROS TO WS-FX-NUM
           IF WS-FX-TEXTO (5:1) NOT = '-'
              OR WS-FX-TEXTO (8:1) NOT = '-'
              GO TO 3100-A-NUMERO-EXIT
           END-IF
           MOVE WS-FX-TEXTO (1:4) TO WS-FX-NUM (1:4)
           MOVE WS-FX-TEXTO (6:2) TO WS-FX-NUM (5:2)
           MOVE WS-FX-TEXTO (9:2) TO WS-FX-NUM (7:2)
           IF WS-FX-NUM IS NOT NUMERIC
              GO TO 3100-A-NUMERO-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FX-NUM) NOT = 0
              GO TO 3100-A-NUMERO-EXIT
           END-IF
           COMPUTE WS-FX-DIAS = FUNCTION INTEGER-OF-DATE (WS-FX-NUM)
           MOVE 'Y' TO WS-FX-VALIDA
           .
       3100-A-NUMERO-EXIT.
           EXIT.

       3200-A-TEXTO.
           MOVE SPACES TO WS-FX-TEXTO
           STRING WS-FX-YYYY     DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-FX-MM       DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-FX-DD       DELIMITED BY SIZE
             INTO WS-FX-TEXTO
           END-STRING
           .
       3200-A-TEXTO-EXIT.
           EXIT.

      * Business day = Monday to Friday and not on the calendar.
       3300-CHEQUEA-HABIL.
           MOVE 'Y' TO WS-FX-HABIL
           COMPUTE WS-COCIENTE = WS-FX-DIAS - 1
           DIVIDE WS-COCIENTE BY 7 GIVING WS-COCIENTE
                  REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA > 4
              MOVE 'N' TO WS-FX-HABIL
              GO TO 3300-CHEQUEA-HABIL-EXIT
           END-IF
           COMPUTE WS-BUSCA-FECHA =
                   FUNCTION DATE-OF-INTEGER (WS-FX-DIAS)
           PERFORM 3500-BUSCA-FERIADO
           THRU 3500-BUSCA-FERIADO-EXIT
           IF FER-FOUND
              MOVE 'N' TO WS-FX-HABIL
           END-IF
           .
       3300-CHEQUEA-HABIL-EXIT.
           EXIT.

      * First business day after day number WS-DIA, back in
      * WS-FX-TEXTO as 'YYYY-MM-DD'.
       3400-PROXIMO-HABIL.
           MOVE 'N' TO WS-FX-HABIL
           PERFORM UNTIL FX-HABIL
              ADD 1 TO WS-DIA
              MOVE WS-DIA TO WS-FX-DIAS
              PERFORM 3300-CHEQUEA-HABIL
              THRU 3300-CHEQUEA-HABIL-EXIT
           END-PERFORM
           COMPUTE WS-FX-NUM = FUNCTION DATE-OF-INTEGER (WS-DIA)
           PERFORM 3200-A-TEXTO
           THRU 3200-A-TEXTO-EXIT
           .
       3400-PROXIMO-HABIL-EXIT.
           EXIT.

      * Bisection over the date-sorted holiday table; leaves the
      * insert slot in WS-FER-INS on a miss.
       3500-BUSCA-FERIADO.
           SET FER-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BIN-LO
           MOVE WS-FER-COUNT TO WS-BIN-HI
           PERFORM UNTIL WS-BIN-LO > WS-BIN-HI
                      OR FER-FOUND
              COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2
              IF FER-FECHA (WS-BIN-MID) = WS-BUSCA-FECHA
                 SET FER-FOUND TO TRUE
              ELSE
                 IF FER-FECHA (WS-BIN-MID) < WS-BUSCA-FECHA
                    COMPUTE WS-BIN-LO = WS-BIN-MID + 1
                 ELSE
                    COMPUTE WS-BIN-HI = WS-BIN-MID - 1
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-BIN-LO TO WS-FER-INS
           .
       3500-BUSCA-FERIADO-EXIT.
           EXIT.

      *    A BUSINESS DATE THAT CANNOT BE TRUSTED ENDS THE CALLER'S
      *    RUN WITH A HARD RC BEFORE IT STAMPS A SINGLE RECORD.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N24FECH ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
