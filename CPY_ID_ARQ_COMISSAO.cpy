      ******************************************************************
      * Copybook: CPY_ID_ARQ_COMISSAO
      * Purpose:  Identificacao do arquivo de resultados mensais de
      *           comissao (caminho + nome logico usado no ASSIGN TO
      *           DISK).
      ******************************************************************
       01 WID-ARQ-COMISSAO.
           05 WNM-PATH-COMISSAO       PIC X(17) VALUE "./".
           05 WNM-ARQ-COMISSAO        PIC X(50) VALUE "COMISSAO.IDX".
