      ******************************************************************
      * Copybook: FS-ARQ-CTLVENDEDOR
      * Purpose:  Layout do registro de controle do mestre de
      *           vendedores (ARQ-CTL-VENDEDOR - chave primaria
      *           TP-REGISTRO + NU-GERACAO). TP-REGISTRO "G" descreve
      *           uma geracao de backup de VENDEDOR.IDX (arquivo do
      *           rodizio, data/hora do backup, quantidade e total hash
      *           dos CPF copiados, status); TP-REGISTRO "A" (geracao
      *           zero) guarda os totais da ultima execucao de
      *           CBL_AUDITA_VENDEDOR, usados na conciliacao da
      *           recuperacao.
      ******************************************************************
       01 ARQ-CTL-VENDEDOR-REC.
           05 FS-CTV-KEY.
               10 FS-CTV-TP-REGISTRO      PIC  X(001).
                   88 FS-CTV-TP-GERACAO   VALUE "G".
                   88 FS-CTV-TP-AUDITORIA VALUE "A".
               10 FS-CTV-NU-GERACAO       PIC  9(006).
           05 FS-CTV-DADOS.
               10 FS-CTV-DT-REFERENCIA    PIC  9(008).
               10 FS-CTV-HR-REFERENCIA    PIC  9(008).
               10 FS-CTV-NM-ARQUIVO       PIC  X(050).
               10 FS-CTV-QT-REGISTROS     PIC  9(009).
               10 FS-CTV-VL-HASH-CPF      PIC  9(018).
               10 FS-CTV-STATUS           PIC  X(001).
                   88 FS-CTV-EXECUTANDO   VALUE "E".
                   88 FS-CTV-CONCLUIDO    VALUE "C".
                   88 FS-CTV-FALHA        VALUE "F".
                   88 FS-CTV-EXPIRADO     VALUE "X".
               10 FILLER                  PIC  X(020).
