      ******************************************************************
      * Copybook: CPY_ID_ARQ_PERIODO
      * Purpose:  Identificacao do arquivo de controle de periodos do
      *           movimento de visitas (caminho + nome logico usado no
      *           ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-PERIODO.
           05 WNM-PATH-PERIODO        PIC X(17) VALUE "./".
           05 WNM-ARQ-PERIODO         PIC X(50) VALUE "PERIODO.IDX".
