      ******************************************************************
      * Copybook: CPY_ID_ARQ_CHECKPOINT
      * Purpose:  Identificacao do arquivo de checkpoint das cargas em
      *           lote (caminho + nome logico usado no ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-CHECKPOINT.
           05 WNM-PATH-CHECKPOINT     PIC X(17) VALUE "./".
           05 WNM-ARQ-CHECKPOINT      PIC X(50) VALUE "CHECKPOINT.IDX".
