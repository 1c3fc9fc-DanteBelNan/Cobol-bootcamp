      * Business-date control file, 80 bytes, fixed. One 'P' card
      * with the processing date the whole night's cycle belongs to
      * and, for a rerun of an earlier cycle, an override date that
      * wins over it; then one 'F' card per holiday on the calendar.
      * N24FECH reads it, N25FAVZ rolls the 'P' card forward at the
      * end of each cycle.
           05  FCH-TIPO          PIC X(01).
               88  FCH-CONTROL            VALUE 'P'.
               88  FCH-FERIADO            VALUE 'F'.
           05  FCH-FECHA         PIC X(10).
           05  FCH-OVERRIDE      PIC X(10).
           05  FCH-DESCRIPCION   PIC X(30).
           05  FILLER            PIC X(29).
