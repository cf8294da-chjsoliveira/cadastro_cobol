      *           perfil de acesso por opcao do menu, o indicador de
      *           administrador e o controle de ciclo de vida da senha
      *           (validade, tentativas falhas consecutivas e
      *           bloqueio) e o indicador de aprovador da fila de
      *           alteracoes sensiveis de vendedores.
      ******************************************************************
      * OS CAMPOS APOS FS-OPE-STATUS OCUPAM O FILLER X(012) DO LAYOUT
      * ORIGINAL, PRESERVANDO OS DESLOCAMENTOS DOS REGISTROS JA
      * GRAVADOS EM OPERADOR.IDX (NELES ESSES CAMPOS LEEM ESPACOS).
      * AS OPCOES DE PERFIL 11 E 12 FICAM NA EXTENSAO FS-OPE-PERFIL-EXT.
      * FS-OPE-FL-APROVADOR E O FILLER FINAL ESTENDEM O REGISTRO PARA
      * 100 POSICOES (OPERADOR.IDX ANTIGO CONVERTIDO POR
      * CBL_CONVERTE_OPERADOR)
       01 ARQ-OPERADOR-REC.
           05 FS-OPE-KEY.
               10 FS-OPE-CD-OPERADOR      PIC  X(008).
               10 FS-OPE-QT-FALHAS        PIC  9(001).
               10 FS-OPE-FL-BLOQUEADO     PIC  X(001).
                   88 FS-OPE-BLOQUEADO    VALUE "S".
               10 FS-OPE-FL-APROVADOR     PIC  X(001).
                   88 FS-OPE-APROVADOR    VALUE "S".
               10 FILLER                  PIC  X(019).
