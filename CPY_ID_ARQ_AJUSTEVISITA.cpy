      ******************************************************************
      * Copybook: CPY_ID_ARQ_AJUSTEVISITA
      * Purpose:  Identificacao do arquivo de ajustes de visitas de
      *           meses fechados (caminho + nome logico usado no
      *           ASSIGN TO DISK).
      ******************************************************************
       01 WID-ARQ-AJUSTE-VISITA.
           05 WNM-PATH-AJUSTE-VISITA  PIC X(17) VALUE "./".
           05 WNM-ARQ-AJUSTE-VISITA   PIC X(50)
                                      VALUE "AJUSTEVISITA.IDX".
