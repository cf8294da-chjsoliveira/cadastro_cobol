      ******************************************************************
      * Copybook: CPY_ID_ARQ_APROVACAO
      * Purpose:  Identificacao do arquivo da fila de aprovacao de
      *           alteracoes de vendedores (caminho + nome logico usado
      *           no ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-APROVACAO.
           05 WNM-PATH-APROVACAO      PIC X(17) VALUE "./".
           05 WNM-ARQ-APROVACAO       PIC X(50) VALUE "APROVACAO.IDX".
