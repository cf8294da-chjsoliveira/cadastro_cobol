      ******************************************************************
      * Copybook: FS-ARQ-AJUSTEVISITA
      * Purpose:  Layout do registro de ajuste de visita de mes
      *           fechado (ARQ-AJUSTE-VISITA - chave primaria a chave
      *           original da visita CD-VENDEDOR + CD-CLIENTE +
      *           DT-VISITA + NU-SEQ do ajuste). TP-AJUSTE I=inclusao
      *           de visita que faltou, A=alteracao do resultado ou do
      *           valor, E=exclusao; guarda a situacao anterior
      *           (visita do mes ou ultimo ajuste da mesma chave) e a
      *           nova, o operador, a data/hora de lancamento e o
      *           motivo. O ajuste conta no mes do lancamento
      *           (DT-LANCAMENTO), nunca no mes fechado da visita.
      ******************************************************************
       01 ARQ-AJUSTE-VISITA-REC.
           05 FS-AJV-KEY.
               10 FS-AJV-CD-VENDEDOR      PIC  9(007).
               10 FS-AJV-CD-CLIENTE       PIC  9(007).
               10 FS-AJV-DT-VISITA        PIC  9(008).
               10 FS-AJV-NU-SEQ           PIC  9(003).
           05 FS-AJV-DADOS.
               10 FS-AJV-TP-AJUSTE        PIC  X(001).
                   88 FS-AJV-INCLUSAO     VALUE "I".
                   88 FS-AJV-ALTERACAO    VALUE "A".
                   88 FS-AJV-EXCLUSAO     VALUE "E".
               10 FS-AJV-FL-RESULTADO-ANT PIC  X(001).
               10 FS-AJV-VL-VENDA-ANT     PIC  9(007)V9(002).
               10 FS-AJV-FL-RESULTADO     PIC  X(001).
               10 FS-AJV-VL-VENDA         PIC  9(007)V9(002).
               10 FS-AJV-DT-LANCAMENTO    PIC  9(008).
               10 FS-AJV-HR-LANCAMENTO    PIC  9(008).
               10 FS-AJV-CD-OPERADOR      PIC  X(008).
               10 FS-AJV-DS-MOTIVO        PIC  X(040).
               10 FILLER                  PIC  X(020).
