       IDENTIFICATION DIVISION.
       PROGRAM-ID. N38LOTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT91FILE ASSIGN TO ENT91FD
                          FILE STATUS WS-ENT91-STATUS.
           SELECT SAL91FILE ASSIGN TO SAL91FD
                          FILE STATUS WS-SAL91-STATUS.
           SELECT ENT81FILE ASSIGN TO ENT81FD
                          FILE STATUS WS-ENT81-STATUS.
           SELECT SAL81FILE ASSIGN TO SAL81FD
                          FILE STATUS WS-SAL81-STATUS.
           SELECT PARMFILE ASSIGN TO PARMFILED
                          FILE STATUS WS-PARMFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Transactions as keyed by HR or built by a generator (N26MERT,
      * N28REOR), without header or sequence numbers: 91 bytes for
      * N01DMNT's TRNFILE, 81 bytes for N11EMNT's ETRNFILE. The
      * stamped batch goes out in the same record shape, batch
      * header first, each transaction carrying its sequence number.
       FD ENT91FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 91 CHARACTERS.
       01 REG-ENT91 PIC X(91).

       FD SAL91FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 91 CHARACTERS.
       01 REG-SAL91 PIC X(91).

       FD ENT81FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-ENT81 PIC X(81).

       FD SAL81FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 81 CHARACTERS.
       01 REG-SAL81 PIC X(81).

      * LPR-TIPO: D = department batch (TRNFILE, key DEPTNO in
      *               bytes 2-4, sequence in bytes 66-71);
      *           E = employee batch (ETRNFILE, key EMPNO in bytes
      *               2-7, sequence in bytes 72-77).
      * LPR-LOTE names the batch; left blank, the batch is named
      * after the moment it was stamped, YYMMDDHHMMSS.
       FD PARMFILE
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            RECORD CONTAINS 20 CHARACTERS.
       01 REG-PARMFILE.
           05  LPR-TIPO          PIC X(01).
           05  LPR-LOTE          PIC X(12).
           05  FILLER            PIC X(07).

       WORKING-STORAGE SECTION.
       01 WS-ENT91-STATUS PIC XX.
       01 WS-SAL91-STATUS PIC XX.
       01 WS-ENT81-STATUS PIC XX.
       01 WS-SAL81-STATUS PIC XX.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-FS-VALUES.
           05 FS-OKEI  PIC XX VALUE "00".
           05 FS-EOF   PIC XX VALUE "10".

       01 WS-TIPO            PIC X VALUE SPACES.
           88 TIPO-DEPTO     VALUE 'D'.
           88 TIPO-EMPLEADO  VALUE 'E'.
       01 WS-ENT-STATUS      PIC XX.
       01 WS-ENT-FALTA       PIC X VALUE 'N'.
           88 ENT-FALTA      VALUE 'Y'.
       01 WS-REG             PIC X(91).
       01 WS-SEQ-POS         PIC 9(2).
       01 WS-CLAVE-LARGO     PIC 9(2).

       01 WS-CONT-LEIDOS     PIC 9(8) VALUE 0.
       01 WS-CONT-GRABADOS   PIC 9(8) VALUE 0.
       01 WS-SECUENCIA       PIC 9(6) VALUE 0.
       01 WS-HASH            PIC 9(15) VALUE 0.

       01 WS-AUD-RAW-TS.
           05 WS-AUD-RAW-DATE      PIC 9(8).
           05 WS-AUD-RAW-TIME      PIC 9(6).
           05 FILLER               PIC X(7).

       01 WS-LOTE-HDR.
           COPY LOTEREC.
       01 WS-CLV-AREA.
           COPY CLAVAREA.
       01 WS-ABORT-MSG              PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
           THRU 2000-PROCESO-EXIT
           UNTIL WS-ENT-STATUS = FS-EOF

           PERFORM 3000-FIN
           THRU 3000-FIN-EXIT
           STOP RUN.

      * Two passes over the input: the header goes out first, so the
      * count and the key hash have to be known before the first
      * transaction is copied.
       1000-INICIO.
           PERFORM 1100-CARGA-PARM
           THRU 1100-CARGA-PARM-EXIT

           PERFORM 1200-ABRE-ENTRADA
           THRU 1200-ABRE-ENTRADA-EXIT
           PERFORM 1300-PRIMERA-PASADA
           THRU 1300-PRIMERA-PASADA-EXIT
           UNTIL WS-ENT-STATUS = FS-EOF
           IF NOT ENT-FALTA
              IF TIPO-DEPTO
                 CLOSE ENT91FILE
              ELSE
                 CLOSE ENT81FILE
              END-IF
           END-IF

           MOVE 'H'            TO LOTH-TIPO
           MOVE WS-CONT-LEIDOS TO LOTH-CONTEO
           MOVE WS-HASH        TO LOTH-HASH
           MOVE 0 TO WS-CONT-LEIDOS

           IF NOT ENT-FALTA
              PERFORM 1200-ABRE-ENTRADA
              THRU 1200-ABRE-ENTRADA-EXIT
           END-IF
           MOVE SPACES TO WS-REG
           MOVE WS-LOTE-HDR TO WS-REG
           IF TIPO-DEPTO
              OPEN OUTPUT SAL91FILE
              IF WS-SAL91-STATUS NOT = FS-OKEI
                 MOVE 'NO SE PUEDE ABRIR SAL91FILE' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              WRITE REG-SAL91 FROM WS-REG
           ELSE
              OPEN OUTPUT SAL81FILE
              IF WS-SAL81-STATUS NOT = FS-OKEI
                 MOVE 'NO SE PUEDE ABRIR SAL81FILE' TO WS-ABORT-MSG
                 PERFORM 9000-ABORTA
                 THRU 9000-ABORTA-EXIT
              END-IF
              WRITE REG-SAL81 FROM WS-REG (1:81)
           END-IF
           ADD 1 TO WS-CONT-GRABADOS
           .
       1000-INICIO-EXIT.
           EXIT.

       1100-CARGA-PARM.
           MOVE "00" TO WS-PARMFILE-STATUS
           OPEN INPUT PARMFILE
           EVALUATE WS-PARMFILE-STATUS
               WHEN "00"
                  READ PARMFILE INTO REG-PARMFILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE LPR-TIPO TO WS-TIPO
                        MOVE LPR-LOTE TO LOTH-LOTE
                  END-READ
                  CLOSE PARMFILE
               WHEN "35"
                  DISPLAY "NO EXISTE PARMFILE DE LOTE"
               WHEN OTHER
                  DISPLAY "EL ERROR DE PARMFILE ES: " WS-PARMFILE-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN TIPO-DEPTO
                  MOVE 66 TO WS-SEQ-POS
                  MOVE 3  TO WS-CLAVE-LARGO
               WHEN TIPO-EMPLEADO
                  MOVE 72 TO WS-SEQ-POS
                  MOVE 6  TO WS-CLAVE-LARGO
               WHEN OTHER
                  MOVE 'TIPO DE LOTE DESCONOCIDO' TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           IF LOTH-LOTE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-RAW-TS
              STRING WS-AUD-RAW-DATE (3:6) DELIMITED BY SIZE
                     WS-AUD-RAW-TIME       DELIMITED BY SIZE
                INTO LOTH-LOTE
              END-STRING
           END-IF
           .
       1100-CARGA-PARM-EXIT.
           EXIT.

       1200-ABRE-ENTRADA.
           IF TIPO-DEPTO
              OPEN INPUT ENT91FILE
              MOVE WS-ENT91-STATUS TO WS-ENT-STATUS
           ELSE
              OPEN INPUT ENT81FILE
              MOVE WS-ENT81-STATUS TO WS-ENT-STATUS
           END-IF
           EVALUATE WS-ENT-STATUS
               WHEN "00"
                  CONTINUE
      *        NOTHING KEYED OR GENERATED: THE BATCH GOES OUT AS A
      *        HEADER WITH A ZERO COUNT, WHICH N01DMNT AND N11EMNT
      *        TAKE AS AN EMPTY RUN.
               WHEN "35"
                  DISPLAY "NO EXISTE ARCHIVO DE TRANSACCIONES, "
                          "LOTE VACIO"
                  SET ENT-FALTA TO TRUE
                  MOVE FS-EOF TO WS-ENT-STATUS
               WHEN OTHER
                  MOVE 'NO SE PUEDE ABRIR LAS TRANSACCIONES'
                    TO WS-ABORT-MSG
                  PERFORM 9000-ABORTA
                  THRU 9000-ABORTA-EXIT
           END-EVALUATE
           .
       1200-ABRE-ENTRADA-EXIT.
           EXIT.

       1300-PRIMERA-PASADA.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ENT-STATUS = FS-EOF
              GO TO 1300-PRIMERA-PASADA-EXIT
           END-IF
      *    A BATCH IS STAMPED ONCE. RESTAMPING WOULD GIVE IT A NEW ID
      *    AND THE APPLIED-LOG OF THE FIRST RUN WOULD NO LONGER MATCH.
           IF WS-CONT-LEIDOS = 1 AND WS-REG (1:1) = 'H'
              MOVE 'EL ARCHIVO YA TRAE CABECERA DE LOTE'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           IF WS-CONT-LEIDOS > 999999
              MOVE 'MAS DE 999999 TRANSACCIONES EN EL LOTE'
                TO WS-ABORT-MSG
              PERFORM 9000-ABORTA
              THRU 9000-ABORTA-EXIT
           END-IF
           MOVE SPACES TO CLV-CLAVE
           MOVE WS-REG (2:WS-CLAVE-LARGO) TO CLV-CLAVE
           CALL 'N37CLAV' USING WS-CLV-AREA
           ADD CLV-VALOR TO WS-HASH
           .
       1300-PRIMERA-PASADA-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LECTURA
           THRU 2100-LECTURA-EXIT
           IF WS-ENT-STATUS NOT = FS-EOF
              ADD 1 TO WS-SECUENCIA
              MOVE WS-SECUENCIA TO WS-REG (WS-SEQ-POS:6)
              IF TIPO-DEPTO
                 WRITE REG-SAL91 FROM WS-REG
              ELSE
                 WRITE REG-SAL81 FROM WS-REG (1:81)
              END-IF
              ADD 1 TO WS-CONT-GRABADOS
           END-IF
           .
       2000-PROCESO-EXIT.
           EXIT.

       2100-LECTURA.
           MOVE SPACES TO WS-REG
           IF TIPO-DEPTO
              READ ENT91FILE INTO WS-REG
                 AT END
                    MOVE FS-EOF TO WS-ENT91-STATUS
              END-READ
              MOVE WS-ENT91-STATUS TO WS-ENT-STATUS
           ELSE
              READ ENT81FILE INTO WS-REG
                 AT END
                    MOVE FS-EOF TO WS-ENT81-STATUS
              END-READ
              MOVE WS-ENT81-STATUS TO WS-ENT-STATUS
           END-IF
           IF WS-ENT-STATUS NOT = FS-EOF
              ADD 1 TO WS-CONT-LEIDOS
           END-IF
           .
       2100-LECTURA-EXIT.
           EXIT.

       3000-FIN.
           IF TIPO-DEPTO
              IF NOT ENT-FALTA
                 CLOSE ENT91FILE
              END-IF
              CLOSE SAL91FILE
           ELSE
              IF NOT ENT-FALTA
                 CLOSE ENT81FILE
              END-IF
              CLOSE SAL81FILE
           END-IF
           DISPLAY 'N38LOTE - LOTE..............: ' LOTH-LOTE
           DISPLAY 'N38LOTE - TRANSACCIONES.....: ' LOTH-CONTEO
           DISPLAY 'N38LOTE - HASH DE CLAVES....: ' LOTH-HASH
           DISPLAY 'N38LOTE - REGISTROS GRABADOS: ' WS-CONT-GRABADOS
           IF ENT-FALTA
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       3000-FIN-EXIT.
           EXIT.

      *    UN LOTE A MEDIO ESTAMPAR NO DEBE LLEGAR A N01DMNT NI A
      *    N11EMNT: LA CORRIDA TERMINA CON RC DURO.
       9000-ABORTA.
           DISPLAY '**************************************'
           DISPLAY '*** N38LOTE ABORTA: ' WS-ABORT-MSG
           DISPLAY '**************************************'
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
       9000-ABORTA-EXIT.
           EXIT.
