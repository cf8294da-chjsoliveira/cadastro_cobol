      ******************************************************************
      * Copybook: CPY_ID_ARQ_CLIALTERADO
      * Purpose:  Identificacao da lista de clientes alterados pela
      *           carga do ERP (caminho + nome logico usado no ASSIGN
      *           TO DISK).
      ******************************************************************
       01 WID-ARQ-CLI-ALTERADO.
           05 WNM-PATH-CLI-ALTERADO   PIC X(17) VALUE "./".
           05 WNM-ARQ-CLI-ALTERADO    PIC X(50) VALUE "CLIALTERADO.IDX".
