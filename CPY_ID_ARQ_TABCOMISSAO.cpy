      ******************************************************************
      * Copybook: CPY_ID_ARQ_TABCOMISSAO
      * Purpose:  Identificacao do arquivo da tabela de taxas de
      *           comissao (caminho + nome logico usado no ASSIGN TO
      *           DISK).
      ******************************************************************
       01 WID-ARQ-TAB-COMISSAO.
           05 WNM-PATH-TAB-COMISSAO   PIC X(17) VALUE "./".
           05 WNM-ARQ-TAB-COMISSAO    PIC X(50)
                                      VALUE "TABCOMISSAO.IDX".
