      ******************************************************************
      * Copybook: CPY_ID_ARQ_AUSENCIA
      * Purpose:  Identificacao do arquivo de ausencias de vendedores
      *           (caminho + nome logico usado no ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-AUSENCIA.
           05 WNM-PATH-AUSENCIA       PIC X(17) VALUE "./".
           05 WNM-ARQ-AUSENCIA        PIC X(50) VALUE "AUSENCIA.IDX".
