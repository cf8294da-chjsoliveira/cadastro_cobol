      ******************************************************************
      * Copybook: FS-ARQ-TABCOMISSAO
      * Purpose:  Layout do registro da tabela de taxas de comissao
      *           (ARQ-TAB-COMISSAO - chave primaria TP-TAXA +
      *           VL-FAIXA-INICIAL). TP-TAXA "V" define as faixas do
      *           vendedor sobre o valor vendido no mes e "S" as
      *           faixas do override do supervisor sobre o total da
      *           equipe; vale a faixa de maior VL-FAIXA-INICIAL que
      *           nao ultrapasse o valor apurado.
      ******************************************************************
       01 ARQ-TAB-COMISSAO-REC.
           05 FS-TCO-KEY.
               10 FS-TCO-TP-TAXA          PIC  X(001).
                   88 FS-TCO-TP-VENDEDOR  VALUE "V".
                   88 FS-TCO-TP-SUPERVISOR VALUE "S".
               10 FS-TCO-VL-FAIXA-INICIAL PIC  9(009)V9(002).
           05 FS-TCO-DADOS.
               10 FS-TCO-PC-COMISSAO      PIC  9(002)V9(002).
               10 FS-TCO-DT-ALTERACAO     PIC  9(008).
               10 FS-TCO-CD-OPERADOR      PIC  X(008).
               10 FILLER                  PIC  X(010).
