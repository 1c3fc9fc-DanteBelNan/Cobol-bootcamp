      * Applied-log row, 50 bytes, fixed: one per batch transaction
      * the moment N01DMNT or N11EMNT has disposed of it, appended
      * run after run. A rerun of the same batch reads back the
      * highest sequence logged under its batch ID and resumes
      * after it, instead of re-adding or re-changing what already
      * landed. APL-RESULTADO: A = applied, R = rejected, P = parked
      * for approval (N11EMNT only).
           05  APL-PROGRAMA      PIC X(08).
           05  APL-LOTE          PIC X(12).
           05  APL-SECUENCIA     PIC 9(06).
           05  APL-RESULTADO     PIC X(01).
               88  APL-APLICADA           VALUE 'A'.
               88  APL-RECHAZADA          VALUE 'R'.
               88  APL-PENDIENTE          VALUE 'P'.
           05  APL-CLAVE         PIC X(06).
           05  APL-FECHA         PIC X(10).
           05  FILLER            PIC X(07).
