       IDENTIFICATION DIVISION.
       PROGRAM-ID. N37CLAV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Each key character is its place in this alphabet (blank = 0,
      * digits 1-10, letters 11-36, anything else 37) and the six
      * places are read as the digits of a base-38 number, so the
      * value can never pass 38 ** 6, well inside CLV-VALOR.
       01 WS-ALFABETO    PIC X(37)
           VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-BASE        PIC 9(2) VALUE 38.
       01 WS-CARACTER    PIC X.
       01 WS-POSICION    PIC 9(2).
       01 WS-I           PIC 9(2).

       LINKAGE SECTION.
       01 CLV-AREA.
           COPY CLAVAREA.

       PROCEDURE DIVISION USING CLV-AREA.
           MOVE 0 TO CLV-VALOR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 6
              MOVE CLV-CLAVE (WS-I:1) TO WS-CARACTER
              MOVE 0 TO WS-POSICION
              INSPECT WS-ALFABETO TALLYING WS-POSICION
                      FOR CHARACTERS BEFORE INITIAL WS-CARACTER
              COMPUTE CLV-VALOR = CLV-VALOR * WS-BASE + WS-POSICION
           END-PERFORM
           GOBACK.
