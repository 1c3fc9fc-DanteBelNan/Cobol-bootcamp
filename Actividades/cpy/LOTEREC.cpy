      * Batch header, first record of every TRNFILE and ETRNFILE
      * batch, written by N38LOTE when it stamps the batch. The type
      * byte sits where the transaction keeps its action code, so no
      * program can mistake it for a transaction. LOTH-CONTEO counts
      * the transactions behind it, numbered 1 to LOTH-CONTEO, and
      * LOTH-HASH is the sum of their keys as N37CLAV values them.
      * N01DMNT and N11EMNT prove all three before they apply any of
      * it, and log each item under LOTH-LOTE as it is committed.
           05  LOTH-TIPO         PIC X(01).
               88  LOTH-CABECERA          VALUE 'H'.
           05  LOTH-LOTE         PIC X(12).
           05  LOTH-CONTEO       PIC 9(08).
           05  LOTH-HASH         PIC 9(15).
