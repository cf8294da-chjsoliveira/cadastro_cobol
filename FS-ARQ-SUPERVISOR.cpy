      * Copybook: FS-ARQ-SUPERVISOR
      * Purpose:  Layout do registro mestre de supervisores de vendas
      *           (ARQ-SUPERVISOR - chave primaria CD-SUPERVISOR), com
      *           o nome da equipe a que o supervisor pertence e o
      *           CPF usado na interface de folha (override de
      *           comissao). FS-SUP-CPF ocupa o inicio do FILLER
      *           original; registros antigos leem espacos nele.
      ******************************************************************
       01 ARQ-SUPERVISOR-REC.
           05 FS-SUP-KEY.
               10 FS-SUP-STATUS           PIC  X(001).
                   88 FS-SUP-ATIVO        VALUE "A".
                   88 FS-SUP-INATIVO      VALUE "I".
               10 FS-SUP-CPF              PIC  9(011).
               10 FILLER                  PIC  X(003).
