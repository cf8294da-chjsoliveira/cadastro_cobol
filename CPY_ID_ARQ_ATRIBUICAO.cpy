      ******************************************************************
      * Copybook: CPY_ID_ARQ_ATRIBUICAO
      * Purpose:  Identificacao do arquivo persistente de atribuicao
      *           de vendedor por cliente (caminho + nome logico usado
      *           no ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-ATRIB-MESTRE.
           05 WNM-PATH-ATRIB-MESTRE   PIC X(17) VALUE "./".
           05 WNM-ARQ-ATRIB-MESTRE    PIC X(50) VALUE "ATRIBUICAO.IDX".
