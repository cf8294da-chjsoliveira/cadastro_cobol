      ******************************************************************
      * Copybook: FS-ARQ-CLIALTERADO
      * Purpose:  Layout do registro da lista de clientes alterados
      *           (ARQ-CLI-ALTERADO - chave primaria CD-CLIENTE),
      *           mantida pela carga de clientes do ERP: cliente novo,
      *           com coordenadas alteradas, reativado ou encerrado,
      *           com a situacao anterior a primeira alteracao ainda
      *           nao tratada. A atribuicao de vendedores consome a
      *           lista (reatribui so esses clientes e libera a
      *           atribuicao dos encerrados) e apaga o registro.
      ******************************************************************
       01 ARQ-CLI-ALTERADO-REC.
           05 FS-CLA-KEY.
               10 FS-CLA-CD-CLIENTE       PIC  9(007).
           05 FS-CLA-DADOS.
               10 FS-CLA-TP-ALTERACAO     PIC  X(001).
                   88 FS-CLA-NOVO         VALUE "N".
                   88 FS-CLA-COORDENADA   VALUE "C".
                   88 FS-CLA-REATIVADO    VALUE "R".
                   88 FS-CLA-ENCERRADO    VALUE "E".
               10 FS-CLA-DT-ALTERACAO     PIC  9(008).
               10 FS-CLA-HR-ALTERACAO     PIC  9(008).
               10 FS-CLA-VL-LATITUDE-ANT  PIC S9(003)V9(008).
               10 FS-CLA-VL-LONGITUDE-ANT PIC S9(003)V9(008).
               10 FS-CLA-STATUS-ANT       PIC  X(001).
               10 FILLER                  PIC  X(020).
