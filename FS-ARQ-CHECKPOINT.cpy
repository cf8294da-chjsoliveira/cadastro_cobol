      ******************************************************************
      * Copybook: FS-ARQ-CHECKPOINT
      * Purpose:  Layout do arquivo de checkpoint das cargas em lote
      *           (ARQ-CHECKPOINT - chave primaria CD-PROCESSO +
      *           NU-SEQ). NU-SEQ zero e o registro de controle: arquivo
      *           de entrada, posicao (registros lidos / ultima chave
      *           processada), contadores, quantidade de rejeitos ja
      *           gravados e data/hora do ultimo checkpoint. NU-SEQ 1 em
      *           diante guarda a imagem de cada linha de rejeito, para
      *           o reinicio reconstruir o arquivo de rejeitos.
      ******************************************************************
       01 ARQ-CHECKPOINT-REC.
           05 FS-CKP-KEY.
               10 FS-CKP-CD-PROCESSO      PIC  X(008).
               10 FS-CKP-NU-SEQ           PIC  9(007).
           05 FS-CKP-DADOS.
               10 FS-CKP-CONTROLE.
                   15 FS-CKP-NM-ARQUIVO   PIC  X(050).
                   15 FS-CKP-STATUS       PIC  X(001).
                       88 FS-CKP-EXECUTANDO VALUE "E".
                       88 FS-CKP-CONCLUIDO  VALUE "C".
                   15 FS-CKP-QT-LIDOS     PIC  9(009).
                   15 FS-CKP-CD-ULT-CHAVE PIC  X(020).
                   15 FS-CKP-QT-CONTADOR-1 PIC 9(009).
                   15 FS-CKP-QT-CONTADOR-2 PIC 9(009).
                   15 FS-CKP-QT-CONTADOR-3 PIC 9(009).
                   15 FS-CKP-QT-REJEITOS  PIC  9(009).
                   15 FS-CKP-DT-CHECKPOINT PIC 9(008).
                   15 FS-CKP-HR-CHECKPOINT PIC 9(008).
                   15 FILLER              PIC  X(010).
               10 FS-CKP-REJEITO REDEFINES FS-CKP-CONTROLE.
                   15 FS-CKP-LINHA-REJEITO PIC X(100).
                   15 FILLER              PIC  X(042).
