      * Control record of a keyed-master backup, 73 bytes, laid over
      * the front of the backup record. N39BKUP writes one 'H' ahead
      * of the copied master records ('D' + the record as it stands)
      * and one 'T' behind them; both carry the master's name and the
      * business date and wall-clock time the copy was taken, the
      * trailer also the proof totals: record count, sum of the key
      * values from N37CLAV and the data hash (DMSTFILE: N37CLAV of
      * MGRNO plus ADMRDEPT; EMSTFILE: N37CLAV of WORKDEPT plus salary
      * and bonus). N40RECU proves a backup against its trailer before
      * restoring it, and the restored master against the same sums.
      * BKP-JOURNAL is the number of rows on the master's journal
      * (HISTFILE or EJRNFILE) when the copy was taken; N40RECU skips
      * exactly that many before rolling forward.
           05  BKP-TIPO          PIC X(01).
               88  BKP-CABECERA           VALUE 'H'.
               88  BKP-DETALLE            VALUE 'D'.
               88  BKP-TRAILER            VALUE 'T'.
           05  BKP-MAESTRO       PIC X(08).
           05  BKP-FECHA         PIC X(10).
           05  BKP-HORA          PIC X(08).
           05  BKP-CONTEO        PIC 9(08).
           05  BKP-HASH-CLAVE    PIC 9(15).
           05  BKP-HASH-DATOS    PIC 9(13)V99.
           05  BKP-JOURNAL       PIC 9(08).
