      ******************************************************************
      * Copybook: FS-ARQ-AUSENCIA
      * Purpose:  Layout do registro de ausencias de vendedores
      *           (ARQ-AUSENCIA - chave primaria CD-VENDEDOR +
      *           DT-INICIO), com a data final (inclusive), o motivo
      *           (F=ferias, L=licenca medica, O=outros) e o operador
      *           que registrou. Um vendedor ausente nao recebe
      *           clientes na atribuicao nem visitas na carga.
      ******************************************************************
       01 ARQ-AUSENCIA-REC.
           05 FS-AUS-KEY.
               10 FS-AUS-CD-VENDEDOR      PIC  9(007).
               10 FS-AUS-DT-INICIO        PIC  9(008).
           05 FS-AUS-DADOS.
               10 FS-AUS-DT-FIM           PIC  9(008).
               10 FS-AUS-CD-MOTIVO        PIC  X(001).
                   88 FS-AUS-FERIAS       VALUE "F".
                   88 FS-AUS-LICENCA      VALUE "L".
                   88 FS-AUS-OUTROS       VALUE "O".
               10 FS-AUS-DS-MOTIVO        PIC  X(030).
               10 FS-AUS-CD-OPERADOR      PIC  X(008).
               10 FS-AUS-DT-REGISTRO      PIC  9(008).
               10 FILLER                  PIC  X(010).
