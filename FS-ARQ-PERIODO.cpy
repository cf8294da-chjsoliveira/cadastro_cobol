      ******************************************************************
      * Copybook: FS-ARQ-PERIODO
      * Purpose:  Layout do registro de controle de periodos do
      *           movimento de visitas (ARQ-PERIODO - chave primaria
      *           NU-ANOMES + TP-LINHA + CD-CHAVE). TP-LINHA "M" (chave
      *           zeros) marca o ano/mes como fechado, com data, hora,
      *           operador e totais do fechamento; "S" congela cada
      *           grupo de supervisor do relatorio (chave = codigo do
      *           supervisor, zeros = sem supervisor) e "V" os totais
      *           de cada vendedor ativo (chave = codigo do vendedor)
      *           como estavam no fechamento. Mes fechado nao aceita
      *           visitas novas nem regravacoes; correcoes entram como
      *           ajustes (AJUSTEVISITA.IDX).
      ******************************************************************
       01 ARQ-PERIODO-REC.
           05 FS-PER-KEY.
               10 FS-PER-NU-ANOMES        PIC  9(006).
               10 FS-PER-TP-LINHA         PIC  X(001).
                   88 FS-PER-TP-MES       VALUE "M".
                   88 FS-PER-TP-SUPERV    VALUE "S".
                   88 FS-PER-TP-VENDEDOR  VALUE "V".
               10 FS-PER-CD-CHAVE         PIC  9(007).
           05 FS-PER-DADOS.
               10 FS-PER-STATUS           PIC  X(001).
                   88 FS-PER-FECHANDO     VALUE "E".
                   88 FS-PER-FECHADO      VALUE "F".
               10 FS-PER-DT-FECHAMENTO    PIC  9(008).
               10 FS-PER-HR-FECHAMENTO    PIC  9(008).
               10 FS-PER-CD-OPERADOR      PIC  X(008).
               10 FS-PER-CD-SUPERVISOR    PIC  9(005).
               10 FS-PER-CPF              PIC  9(011).
               10 FS-PER-NM-DESCRICAO     PIC  X(040).
               10 FS-PER-NM-EQUIPE        PIC  X(020).
               10 FS-PER-QT-VISITAS       PIC  9(009).
               10 FS-PER-QT-VENDAS        PIC  9(009).
               10 FS-PER-VL-VENDAS        PIC  9(011)V9(002).
               10 FILLER                  PIC  X(020).
