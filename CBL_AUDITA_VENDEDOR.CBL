      *          aponta CPF duplicado pela chave alternativa, nome em
      *          branco e status fora de A/I, e emite relatorio de
      *          divergencias com codigos de motivo e totais de
      *          controle. A quantidade de registros e o total hash
      *          dos CPF ficam gravados em CTLVENDEDOR.IDX para a
      *          conciliacao da recuperacao do mestre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RAU.

           SELECT ARQ-CTL-VENDEDOR ASSIGN TO DISK WID-ARQ-CTL-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CTV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CTV.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.
       FD ARQ-REL-AUDITORIA.
       01 ARQ-REL-AUDITORIA-REC       PIC X(100).

       FD ARQ-CTL-VENDEDOR.

       COPY FS-ARQ-CTLVENDEDOR.

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
       77 FS-STAT-RAU PIC 9(02).
           88 FS-STAT-RAU-OK         VALUE IS 00.

       77 FS-STAT-CTV PIC 9(02).
           88 FS-STAT-CTV-OK         VALUE 00.
           88 FS-STAT-CTV-NAO-EXISTE VALUE 35.

       01 WK-CPF-CALC PIC 9(011).
       01 WK-CPF-DIGITOS REDEFINES WK-CPF-CALC.
           05 WK-CPF-DIGITO OCCURS 11 TIMES PIC 9.
           05 WQT-OCO-NOME           PIC 9(9) VALUE ZEROS.
           05 WQT-OCO-STATUS         PIC 9(9) VALUE ZEROS.

       77 WQT-VL-HASH-CPF PIC 9(018) VALUE ZEROS.

       77 WK-DT-HOJE PIC 9(008).
       77 WK-HR-AGORA PIC 9(008).

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(041) VALUE
       01 WK-REL-DETALHE.
           05 WK-DET-CD-VENDEDOR      PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-CPF              PIC X(014).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-COD-MOTIVO       PIC X(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-DS-MOTIVO        PIC X(040).
           05 WK-TOT-DESCRICAO        PIC X(030).
           05 WK-TOT-QUANTIDADE       PIC Z(008)9.

       01 WK-REL-HASH.
           05 FILLER                  PIC X(030) VALUE
              "TOTAL HASH DOS CPF:".
           05 WK-HSH-VL-HASH-CPF      PIC Z(017)9.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_CTLVENDEDOR.

       COPY CPY_MASCARA_CPF.

       01 WID-ARQ-REL-AUDITORIA.
           05 WNM-PATH-REL-AUDITORIA  PIC X(17).
           05 WNM-ARQ-REL-AUDITORIA   PIC X(50)

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-AUDITORIA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CTL-VENDEDOR.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD
           ACCEPT WK-HR-AGORA FROM TIME

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5100-ABRIR-ARQ-REL-AUDITORIA
           PERFORM 2000-AUDITA-CPF-DUPLICADO

           PERFORM 4100-GRAVA-TOTAIS
           PERFORM 4300-GRAVA-CONTROLE-AUDITORIA

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-REL-AUDITORIA

               ADD 1 TO WQT-VEN-LIDOS

               IF FS-VEN-CPF NUMERIC
                   ADD FS-VEN-CPF TO WQT-VL-HASH-CPF
               END-IF

               PERFORM 1100-AUDITA-REGISTRO-CORRENTE

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ
           MOVE "MOTIVO 05 STATUS INVALIDO:" TO WK-TOT-DESCRICAO
           MOVE WQT-OCO-STATUS             TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-AUDITORIA-REC
           WRITE ARQ-REL-AUDITORIA-REC

           MOVE WQT-VL-HASH-CPF            TO WK-HSH-VL-HASH-CPF
           MOVE WK-REL-HASH TO ARQ-REL-AUDITORIA-REC
           WRITE ARQ-REL-AUDITORIA-REC.

       4100-GRAVA-TOTAISX. EXIT.

           ADD 1 TO WQT-OCORRENCIAS
           MOVE FS-VEN-CD-VENDEDOR TO WK-DET-CD-VENDEDOR
           MOVE FS-VEN-CPF         TO WK-MSC-CPF
           PERFORM 8000-MASCARA-CPF
           MOVE WK-MSC-CPF-MASCARADO TO WK-DET-CPF
           MOVE WK-REL-DETALHE TO ARQ-REL-AUDITORIA-REC

           WRITE ARQ-REL-AUDITORIA-REC.

       4200-GRAVA-DIVERGENCIAX. EXIT.

      * -----------------------------------
      * GUARDA OS TOTAIS DESTA AUDITORIA (QUANTIDADE DE REGISTROS E
      * TOTAL HASH DOS CPF, COM DATA/HORA) NO REGISTRO "A" DO
      * CONTROLE DO MESTRE, SUBSTITUINDO OS DA AUDITORIA ANTERIOR
       4300-GRAVA-CONTROLE-AUDITORIA SECTION.

           PERFORM 5200-ABRIR-ARQ-CTL-VENDEDOR

           MOVE SPACES TO ARQ-CTL-VENDEDOR-REC
           MOVE "A"             TO FS-CTV-TP-REGISTRO
           MOVE ZEROS           TO FS-CTV-NU-GERACAO
           MOVE WK-DT-HOJE      TO FS-CTV-DT-REFERENCIA
           MOVE WK-HR-AGORA     TO FS-CTV-HR-REFERENCIA
           MOVE WNM-ARQ-VENDEDOR TO FS-CTV-NM-ARQUIVO
           MOVE WQT-VEN-LIDOS   TO FS-CTV-QT-REGISTROS
           MOVE WQT-VL-HASH-CPF TO FS-CTV-VL-HASH-CPF
           MOVE "C"             TO FS-CTV-STATUS

           WRITE ARQ-CTL-VENDEDOR-REC
           INVALID KEY
               REWRITE ARQ-CTL-VENDEDOR-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR TOTAIS DA AUDITORIA, STATUS "
                       FS-STAT-CTV
               END-REWRITE
           END-WRITE

           PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR.

       4300-GRAVA-CONTROLE-AUDITORIAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

       5100-ABRIR-ARQ-REL-AUDITORIAX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DO MESTRE DE VENDEDORES (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5200-ABRIR-ARQ-CTL-VENDEDOR SECTION.

           OPEN I-O ARQ-CTL-VENDEDOR.

           IF FS-STAT-CTV-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL-VENDEDOR
               PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR
               OPEN I-O ARQ-CTL-VENDEDOR
           END-IF.

       5200-ABRIR-ARQ-CTL-VENDEDORX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DA CHAVE CORRENTE
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

       7100-FECHA-ARQ-REL-AUDITORIAX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DO MESTRE DE VENDEDORES
       7200-FECHA-ARQ-CTL-VENDEDOR SECTION.

           CLOSE ARQ-CTL-VENDEDOR.

       7200-FECHA-ARQ-CTL-VENDEDORX. EXIT.

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

       END PROGRAM CBL_AUDITA_VENDEDOR.
