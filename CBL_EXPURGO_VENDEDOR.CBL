      *          mestre e emite relatorio de expurgo com totais. A
      *          ultima atividade e apurada no log vivo e em
      *          ULTIMAATIV.IDX (resumo por vendedor das entradas ja
      *          rotacionadas para os arquivos mortos datados). Cada
      *          vendedor apagado ganha uma versao "EXPURGO" no
      *          historico (HISTVENDEDOR.IDX), para que a recuperacao
      *          do mestre a partir do backup tambem reaplique o
      *          expurgo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ULT.

           SELECT ARQ-HISTORICO ASSIGN TO DISK WID-ARQ-HISTORICO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HIS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-ULTATIV.

       FD ARQ-HISTORICO.

       COPY FS-ARQ-HISTORICO.

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-ULT-EOF        VALUE 10 23.
           88 FS-STAT-ULT-NAO-EXISTE VALUE 35.

       77 FS-STAT-HIS PIC 9(02).
           88 FS-STAT-HIS-OK         VALUE 00.
           88 FS-STAT-HIS-DUP        VALUE 22.
           88 FS-STAT-HIS-NAO-EXISTE VALUE 35.

       77 WQT-HIS-RETENTA PIC 9(02) VALUE ZEROS.

       77 WS-FL-ULT-DISPONIVEL PIC X VALUE "N".
           88 W-ULT-DISPONIVEL VALUE "S".

           05 WQT-VEN-MANTIDOS       PIC 9(9) VALUE ZEROS.
           05 WQT-VEN-SEM-LOG        PIC 9(9) VALUE ZEROS.
           05 WQT-VEN-ERROS          PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-ERROS          PIC 9(9) VALUE ZEROS.

       77 WK-DT-HOJE    PIC 9(008).
       01 WK-DT-CORTE   PIC 9(008).
       01 WK-REL-DETALHE.
           05 WK-DET-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-CPF              PIC X(014).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-NM-VENDEDOR      PIC X(040).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(010) VALUE "ULT ATIV: ".

       COPY CPY_ID_ARQ_ULTATIV.

       COPY CPY_ID_ARQ_HISTORICO.

       COPY CPY_MASCARA_CPF.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-LOG-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-EXPURGO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-ULT-ATIV.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-HISTORICO.

           PERFORM 1000-CALCULA-DATA-CORTE

           PERFORM 5100-ABRIR-ARQ-MORTO
           PERFORM 5200-ABRIR-ARQ-REL-EXPURGO
           PERFORM 5300-ABRIR-ARQ-ULT-ATIV
           PERFORM 5400-ABRIR-ARQ-HISTORICO

           PERFORM 4000-GRAVA-CABECALHO

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-MORTO
           PERFORM 7200-FECHA-ARQ-REL-EXPURGO
           PERFORM 7400-FECHA-ARQ-HISTORICO

           IF W-ULT-DISPONIVEL
               PERFORM 7300-FECHA-ARQ-ULT-ATIV
           END-IF

           IF WQT-VEN-ERROS GREATER ZEROS OR
              WQT-HIS-ERROS GREATER ZEROS
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
                                          WK-CD-VENDEDOR-SALVO
               MOVE FS-VEN-NM-VENDEDOR TO WK-DET-NM-VENDEDOR
               MOVE WK-DT-ULT-ATIVIDADE TO WK-DET-DT-ULT
               MOVE FS-VEN-CPF         TO WK-MSC-CPF
               PERFORM 8000-MASCARA-CPF
               MOVE WK-MSC-CPF-MASCARADO TO WK-DET-CPF

               DELETE ARQ-VENDEDOR
               INVALID KEY
                   ADD 1 TO WQT-VEN-EXPURGADOS
                   MOVE WK-REL-DETALHE TO ARQ-REL-EXPURGO-REC
                   WRITE ARQ-REL-EXPURGO-REC
                   PERFORM 3100-GRAVA-HISTORICO-EXPURGO
               ELSE
                   ADD 1 TO WQT-VEN-ERROS
               END-IF

       3000-ARQUIVA-E-APAGA-VENDEDORX. EXIT.

      * -----------------------------------
      * GRAVA A VERSAO "EXPURGO" DO VENDEDOR APAGADO NO HISTORICO, COM
      * A IMAGEM ARQUIVADA, DATA/HORA ATUAIS E OPERADOR BATCH. EM CASO
      * DE CHAVE DUPLICADA AVANCA A HORA E TENTA DE NOVO (MESMA REGRA
      * DA GRAVACAO DE HISTORICO DO CADASTRO)
       3100-GRAVA-HISTORICO-EXPURGO SECTION.

           MOVE FS-MOR-CD-VENDEDOR TO FS-HIS-CD-VENDEDOR
           ACCEPT FS-HIS-DT-VERSAO FROM DATE YYYYMMDD
           ACCEPT FS-HIS-HR-VERSAO FROM TIME
           MOVE "EXPURGO"          TO FS-HIS-ACAO
           MOVE "BATCH"            TO FS-HIS-CD-OPERADOR
           MOVE FS-MOR-DADOS       TO FS-HIS-VEN-DADOS

           MOVE ZEROS TO WQT-HIS-RETENTA

           WRITE ARQ-HISTORICO-REC
           INVALID KEY
               CONTINUE
           END-WRITE

           PERFORM
             UNTIL NOT FS-STAT-HIS-DUP OR
                   WQT-HIS-RETENTA GREATER 5

               ADD 1 TO FS-HIS-HR-VERSAO
               ADD 1 TO WQT-HIS-RETENTA

               WRITE ARQ-HISTORICO-REC
               INVALID KEY
                   CONTINUE
               END-WRITE

           END-PERFORM

           IF NOT FS-STAT-HIS-OK
               DISPLAY "ERRO AO GRAVAR HISTORICO DO EXPURGO, STATUS "
                   FS-STAT-HIS " VENDEDOR " FS-MOR-CD-VENDEDOR
               ADD 1 TO WQT-HIS-ERROS
           END-IF.

       3100-GRAVA-HISTORICO-EXPURGOX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO RELATORIO DE EXPURGO
       4000-GRAVA-CABECALHO SECTION.
           MOVE "ERROS DE EXPURGO:"       TO WK-TOT-DESCRICAO
           MOVE WQT-VEN-ERROS             TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-EXPURGO-REC
           WRITE ARQ-REL-EXPURGO-REC

           MOVE "ERROS GRAV. HISTORICO:"  TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-ERROS             TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-EXPURGO-REC
           WRITE ARQ-REL-EXPURGO-REC.

       4100-GRAVA-TOTAISX. EXIT.

       5300-ABRIR-ARQ-ULT-ATIVX. EXIT.

      * -----------------------------------
      * ABRE O HISTORICO DE VERSOES DO VENDEDOR (CRIANDO-O SE AINDA
      * NAO EXISTE)
       5400-ABRIR-ARQ-HISTORICO SECTION.

           OPEN I-O ARQ-HISTORICO.

           IF FS-STAT-HIS-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-HISTORICO
               PERFORM 7400-FECHA-ARQ-HISTORICO
               OPEN I-O ARQ-HISTORICO
           END-IF.

       5400-ABRIR-ARQ-HISTORICOX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE PRIMARIA
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

       7300-FECHA-ARQ-ULT-ATIVX. EXIT.

      * -----------------------------------
      * FECHA O HISTORICO DE VERSOES DO VENDEDOR
       7400-FECHA-ARQ-HISTORICO SECTION.

           CLOSE ARQ-HISTORICO.

       7400-FECHA-ARQ-HISTORICOX. EXIT.

      * -----------------------------------
      * MONTA EM WK-MSC-CPF-MASCARADO O CPF JA MOVIDO PARA WK-MSC-CPF,
      * DEIXANDO VISIVEIS SO OS QUATRO ULTIMOS DIGITOS
       8000-MASCARA-CPF SECTION.

           IF WK-MSC-CPF NUMERIC AND WK-MSC-CPF GREATER ZEROS
               MOVE "***.***.*"      TO WK-MSC-MASCARA
               MOVE WK-MSC-CPF-FINAL TO WK-MSC-MSC-FINAL
               MOVE "-"              TO WK-MSC-SEPARADOR
               MOVE WK-MSC-CPF-DV    TO WK-MSC-MSC-DV
           ELSE
               MOVE "***.***.***-**" TO WK-MSC-CPF-MASCARADO
           END-IF.

       8000-MASCARA-CPFX. EXIT.

       END PROGRAM CBL_EXPURGO_VENDEDOR.
