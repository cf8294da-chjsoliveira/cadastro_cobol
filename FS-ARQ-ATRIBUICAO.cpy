      ******************************************************************
      * Copybook: FS-ARQ-ATRIBUICAO
      * Purpose:  Layout do registro persistente de atribuicao
      *           (ARQ-ATRIB-MESTRE - chave primaria CD-CLIENTE), com o
      *           vendedor atribuido ao cliente pela ultima execucao de
      *           CBL_ATRIB_CLIENTE, a distancia em km e a data. Quando
      *           o vendedor titular esta ausente, o cliente fica com o
      *           proximo mais proximo em cobertura temporaria
      *           (FL-COBERTURA "S") e CD-VEN-TITULAR guarda o titular
      *           para a devolucao. Registros antigos leem espacos nos
      *           dois campos (atribuicao permanente).
      ******************************************************************
      * O ARQUIVO TEM CHAVE ALTERNATIVA FS-ATM-CD-VENDEDOR (COM
      * DUPLICADAS); ATRIBUICAO.IDX ANTIGO, SO COM A CHAVE PRIMARIA, E
      * CONVERTIDO POR CBL_CONVERTE_ATRIBUICAO
       01 ARQ-ATRIB-MESTRE-REC.
           05 FS-ATM-KEY.
               10 FS-ATM-CD-CLIENTE       PIC  9(007).
           05 FS-ATM-DADOS.
               10 FS-ATM-CD-VENDEDOR      PIC  9(007).
               10 FS-ATM-VL-DISTANCIA-KM  PIC  9(005)V9(002).
               10 FS-ATM-DT-ATRIBUICAO    PIC  9(008).
               10 FS-ATM-CD-VEN-TITULAR   PIC  9(007).
               10 FS-ATM-FL-COBERTURA     PIC  X(001).
                   88 FS-ATM-COBERTURA    VALUE "S".
               10 FILLER                  PIC  X(002).
