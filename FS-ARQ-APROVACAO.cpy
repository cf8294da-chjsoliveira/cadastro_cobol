      ******************************************************************
      * Copybook: FS-ARQ-APROVACAO
      * Purpose:  Layout da fila de aprovacao de alteracoes sensiveis
      *           de vendedores (ARQ-APROVACAO - chave primaria
      *           CD-VENDEDOR + DATA/HORA do pedido): troca de CPF ou
      *           de supervisor, exclusao (inativacao) e transferencia
      *           de equipe. Guarda as imagens de FS-VEN-DADOS antes e
      *           depois da alteracao, o operador solicitante e o
      *           operador que aprovou ou rejeitou o pedido. Os pedidos
      *           de uma mesma transferencia tem a mesma data/hora.
      ******************************************************************
       01 ARQ-APROVACAO-REC.
           05 FS-APR-KEY.
               10 FS-APR-CD-VENDEDOR      PIC  9(007).
               10 FS-APR-DT-PEDIDO        PIC  9(008).
               10 FS-APR-HR-PEDIDO        PIC  9(008).
           05 FS-APR-DADOS.
               10 FS-APR-TP-ALTERACAO     PIC  X(001).
                   88 FS-APR-ALTERACAO    VALUE "A".
                   88 FS-APR-EXCLUSAO     VALUE "E".
                   88 FS-APR-TRANSFERENCIA VALUE "T".
               10 FS-APR-STATUS           PIC  X(001).
                   88 FS-APR-PENDENTE     VALUE "P".
                   88 FS-APR-APROVADO     VALUE "A".
                   88 FS-APR-REJEITADO    VALUE "R".
                   88 FS-APR-CANCELADO    VALUE "C".
               10 FS-APR-CD-OPE-SOLICITANTE PIC X(008).
               10 FS-APR-CD-OPE-APROVADOR PIC  X(008).
               10 FS-APR-DT-DECISAO       PIC  9(008).
               10 FS-APR-HR-DECISAO       PIC  9(008).
               10 FS-APR-VEN-ANTES        PIC  X(093).
               10 FS-APR-VEN-DEPOIS       PIC  X(093).
               10 FS-APR-DS-OBSERVACAO    PIC  X(040).
               10 FILLER                  PIC  X(020).
