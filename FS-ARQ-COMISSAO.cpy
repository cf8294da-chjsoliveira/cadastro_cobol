      ******************************************************************
      * Copybook: FS-ARQ-COMISSAO
      * Purpose:  Layout do registro de resultado mensal de comissao
      *           (ARQ-COMISSAO - chave primaria NU-ANOMES + CPF +
      *           TP-LANCAMENTO). TP-LANCAMENTO "V" e a comissao do
      *           vendedor (CD-MATRICULA = codigo do vendedor) e "S" o
      *           override do supervisor sobre a equipe (CD-MATRICULA
      *           = codigo do supervisor). A reexecucao de um ano/mes
      *           apaga e regrava todos os registros do mes.
      ******************************************************************
       01 ARQ-COMISSAO-REC.
           05 FS-COM-KEY.
               10 FS-COM-NU-ANOMES        PIC  9(006).
               10 FS-COM-CPF              PIC  9(011).
               10 FS-COM-TP-LANCAMENTO    PIC  X(001).
                   88 FS-COM-TP-VENDEDOR  VALUE "V".
                   88 FS-COM-TP-SUPERVISOR VALUE "S".
           05 FS-COM-DADOS.
               10 FS-COM-CD-MATRICULA     PIC  9(007).
               10 FS-COM-CD-SUPERVISOR    PIC  9(005).
               10 FS-COM-QT-VENDAS        PIC  9(006).
               10 FS-COM-VL-BASE          PIC  9(009)V9(002).
               10 FS-COM-PC-COMISSAO      PIC  9(002)V9(002).
               10 FS-COM-VL-COMISSAO      PIC  9(009)V9(002).
               10 FS-COM-DT-CALCULO       PIC  9(008).
               10 FILLER                  PIC  X(010).
