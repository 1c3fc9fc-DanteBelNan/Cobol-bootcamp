      * Interface area for N24FECH, the suite's business-date
      * routine. Every batch program CALLs it at start-up instead of
      * reading the system clock: the processing date (or the rerun
      * override) comes from the FECHFILE control file, so a cycle
      * that runs past midnight or is rerun days later still carries
      * the date of the business day it belongs to.
      *   F - return the business date and the next business day;
      *   H - is FEC-FECHA-DESDE a business day (no weekend, no
      *       holiday on the FECHFILE calendar)?
      *   D - business days after FEC-FECHA-DESDE up to and
      *       including FEC-FECHA-HASTA (the aging count);
      *   S - next business day after FEC-FECHA-DESDE.
      * Dates travel as 'YYYY-MM-DD', the shape of WS-RUN-DATE-RF.
           05  FEC-FUNCION       PIC X(01).
               88  FEC-FN-FECHA           VALUE 'F'.
               88  FEC-FN-HABIL           VALUE 'H'.
               88  FEC-FN-DIAS            VALUE 'D'.
               88  FEC-FN-SIGUIENTE       VALUE 'S'.
           05  FEC-FECHA-NEGOCIO PIC X(10).
           05  FEC-NEGOCIO-NUM   PIC 9(08).
           05  FEC-NEGOCIO-R REDEFINES FEC-NEGOCIO-NUM.
               10  FEC-NEG-YYYY  PIC 9(04).
               10  FEC-NEG-MM    PIC 9(02).
               10  FEC-NEG-DD    PIC 9(02).
           05  FEC-ORIGEN        PIC X(01).
               88  FEC-ORIGEN-CONTROL     VALUE 'P'.
               88  FEC-ORIGEN-OVERRIDE    VALUE 'O'.
               88  FEC-ORIGEN-RELOJ       VALUE 'S'.
           05  FEC-FECHA-DESDE   PIC X(10).
           05  FEC-FECHA-HASTA   PIC X(10).
           05  FEC-FECHA-SIG     PIC X(10).
           05  FEC-ES-HABIL      PIC X(01).
               88  FEC-HABIL              VALUE 'Y'.
               88  FEC-NO-HABIL           VALUE 'N'.
           05  FEC-DIAS-HABILES  PIC S9(05).
           05  FEC-RC            PIC 9(02).
               88  FEC-OK                 VALUE 0.
               88  FEC-FECHA-INVALIDA     VALUE 8.
