      ******************************************************************
      * Copybook: CPY_ID_ARQ_CTLVENDEDOR
      * Purpose:  Identificacao do arquivo de controle do mestre de
      *           vendedores - geracoes de backup e totais da
      *           auditoria (caminho + nome logico usado no ASSIGN TO
      *           DISK).
      ******************************************************************
       01 WID-ARQ-CTL-VENDEDOR.
           05 WNM-PATH-CTL-VENDEDOR   PIC X(17) VALUE "./".
           05 WNM-ARQ-CTL-VENDEDOR    PIC X(50)
                                      VALUE "CTLVENDEDOR.IDX".
