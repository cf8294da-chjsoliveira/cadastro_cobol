      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Relatorio de envelhecimento da fila de aprovacao: le
      *          os pedidos de alteracao sensivel do cadastro de
      *          vendedores (APROVACAO.IDX) e lista os que continuam
      *          pendentes ha mais de N dias, com vendedor, tipo,
      *          solicitante, data do pedido e idade em dias. Devolve
      *          RC 4 quando existe pedido envelhecido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REL_APROVACAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-APR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-APR.

           SELECT ARQ-REL-APROVACAO ASSIGN TO WID-ARQ-REL-APROVACAO
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RAP.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-APROVACAO.

       COPY FS-ARQ-APROVACAO.

       FD ARQ-REL-APROVACAO.
       01 ARQ-REL-APROVACAO-REC       PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-APR PIC 9(02).
           88 FS-STAT-APR-OK         VALUE 00.
           88 FS-STAT-APR-EOF        VALUE 10 23.
           88 FS-STAT-APR-NAO-EXISTE VALUE 35.

       77 FS-STAT-RAP PIC 9(02).
           88 FS-STAT-RAP-OK         VALUE IS 00.

       77 WK-DT-HOJE       PIC 9(008).
       77 WK-DT-CORTE      PIC 9(008).
       77 WK-QT-DIAS       PIC 9(003).
       77 WK-NU-DIA-INT    PIC 9(007) COMP.
       77 WK-QT-IDADE      PIC 9(005).

       01 WQT-TOTAIS.
           05 WQT-PEDIDOS-LIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-PENDENTES          PIC 9(9) VALUE ZEROS.
           05 WQT-ENVELHECIDOS       PIC 9(9) VALUE ZEROS.
           05 WQT-ENV-ALTERACAO      PIC 9(9) VALUE ZEROS.
           05 WQT-ENV-EXCLUSAO       PIC 9(9) VALUE ZEROS.
           05 WQT-ENV-TRANSFERENCIA  PIC 9(9) VALUE ZEROS.

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(034) VALUE
              "PEDIDOS PENDENTES DE APROVACAO    ".
           05 FILLER                  PIC X(006) VALUE "DATA: ".
           05 WK-CAB-DATA             PIC 9(008).
           05 FILLER                  PIC X(009) VALUE "  CORTE: ".
           05 WK-CAB-CORTE            PIC 9(008).
           05 FILLER                  PIC X(008) VALUE "  DIAS: ".
           05 WK-CAB-QT-DIAS          PIC Z(002)9.

       01 WK-REL-COLUNAS.
           05 FILLER                  PIC X(009) VALUE "VENDEDOR".
           05 FILLER                  PIC X(027) VALUE "TIPO".
           05 FILLER                  PIC X(012) VALUE "SOLICITANTE".
           05 FILLER                  PIC X(010) VALUE "DATA".
           05 FILLER                  PIC X(010) VALUE "HORA".
           05 FILLER                  PIC X(005) VALUE "IDADE".

       01 WK-REL-DETALHE.
           05 WK-DET-CD-VENDEDOR      PIC 9(007).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-DS-TIPO          PIC X(025).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-CD-SOLICITANTE   PIC X(008).
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WK-DET-DT-PEDIDO        PIC 9(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-HR-PEDIDO        PIC 9(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-QT-IDADE         PIC Z(004)9.

       01 WK-REL-TOTAL.
           05 WK-TOT-DESCRICAO        PIC X(030).
           05 WK-TOT-QUANTIDADE       PIC Z(008)9.

       COPY CPY_ID_ARQ_APROVACAO.

       01 WID-ARQ-REL-APROVACAO.
           05 WNM-PATH-REL-APROVACAO  PIC X(17).
           05 WNM-ARQ-REL-APROVACAO   PIC X(50)
                                      VALUE "RELAPROVACAO.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-QT-DIAS              PIC 9(003) VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-APROVACAO.
           MOVE WNM-PATH-APROVACAO TO WNM-PATH-REL-APROVACAO.

           PERFORM 1000-CALCULA-DATA-CORTE

           PERFORM 5000-ABRIR-ARQ-APROVACAO
           PERFORM 5100-ABRIR-ARQ-REL-APROVACAO

           PERFORM 4000-GRAVA-CABECALHO

           IF FS-STAT-APR-OK
               PERFORM 2000-LISTA-PENDENTES
               PERFORM 7000-FECHA-ARQ-APROVACAO
           END-IF

           PERFORM 4100-GRAVA-TOTAIS

           PERFORM 7100-FECHA-ARQ-REL-APROVACAO

           IF WQT-ENVELHECIDOS GREATER ZEROS
               MOVE 4 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * CALCULA A DATA DE CORTE (HOJE MENOS LK-QT-DIAS DIAS; 3 DIAS
      * QUANDO O PARAMETRO NAO FOI INFORMADO). PEDIDO FEITO ANTES DA
      * DATA DE CORTE ESTA ENVELHECIDO
       1000-CALCULA-DATA-CORTE SECTION.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD

           IF LK-QT-DIAS GREATER ZEROS
               MOVE LK-QT-DIAS TO WK-QT-DIAS
           ELSE
               MOVE 3 TO WK-QT-DIAS
           END-IF

           COMPUTE WK-NU-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WK-DT-HOJE)
               - WK-QT-DIAS

           MOVE FUNCTION DATE-OF-INTEGER (WK-NU-DIA-INT)
             TO WK-DT-CORTE.

       1000-CALCULA-DATA-CORTEX. EXIT.

      * -----------------------------------
      * VARRE TODOS OS PEDIDOS (CHAVE VENDEDOR/DATA/HORA) E LISTA OS
      * PENDENTES COM DATA DO PEDIDO ANTERIOR A DATA DE CORTE
       2000-LISTA-PENDENTES SECTION.

           MOVE LOW-VALUES TO FS-APR-KEY

           START ARQ-APROVACAO
               KEY IS NOT LESS THAN FS-APR-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-APR
           END-START

           IF FS-STAT-APR-OK
               PERFORM 6000-LER-ARQ-APROVACAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-APR-OK

               ADD 1 TO WQT-PEDIDOS-LIDOS

               IF FS-APR-PENDENTE
                   ADD 1 TO WQT-PENDENTES
                   IF FS-APR-DT-PEDIDO LESS WK-DT-CORTE
                       PERFORM 2100-GRAVA-LINHA-PEDIDO
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-APROVACAO-SEQ

           END-PERFORM.

       2000-LISTA-PENDENTESX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DO PEDIDO ENVELHECIDO CORRENTE COM A IDADE EM
      * DIAS CORRIDOS DESDE A DATA DO PEDIDO
       2100-GRAVA-LINHA-PEDIDO SECTION.

           ADD 1 TO WQT-ENVELHECIDOS

           COMPUTE WK-QT-IDADE =
               FUNCTION INTEGER-OF-DATE (WK-DT-HOJE)
               - FUNCTION INTEGER-OF-DATE (FS-APR-DT-PEDIDO)

           EVALUATE TRUE
               WHEN FS-APR-ALTERACAO
                   ADD 1 TO WQT-ENV-ALTERACAO
                   MOVE "ALTERACAO CPF/SUPERVISOR" TO WK-DET-DS-TIPO
               WHEN FS-APR-EXCLUSAO
                   ADD 1 TO WQT-ENV-EXCLUSAO
                   MOVE "INATIVACAO DO VENDEDOR"   TO WK-DET-DS-TIPO
               WHEN FS-APR-TRANSFERENCIA
                   ADD 1 TO WQT-ENV-TRANSFERENCIA
                   MOVE "TRANSFERENCIA DE EQUIPE"  TO WK-DET-DS-TIPO
               WHEN OTHER
                   MOVE SPACES                     TO WK-DET-DS-TIPO
           END-EVALUATE

           MOVE FS-APR-CD-VENDEDOR        TO WK-DET-CD-VENDEDOR
           MOVE FS-APR-CD-OPE-SOLICITANTE TO WK-DET-CD-SOLICITANTE
           MOVE FS-APR-DT-PEDIDO          TO WK-DET-DT-PEDIDO
           MOVE FS-APR-HR-PEDIDO          TO WK-DET-HR-PEDIDO
           MOVE WK-QT-IDADE               TO WK-DET-QT-IDADE

           MOVE WK-REL-DETALHE TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC.

       2100-GRAVA-LINHA-PEDIDOX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO E OS TITULOS DAS COLUNAS
       4000-GRAVA-CABECALHO SECTION.

           MOVE WK-DT-HOJE  TO WK-CAB-DATA
           MOVE WK-DT-CORTE TO WK-CAB-CORTE
           MOVE WK-QT-DIAS  TO WK-CAB-QT-DIAS
           MOVE WK-REL-CABECALHO TO ARQ-REL-APROVACAO-REC

           WRITE ARQ-REL-APROVACAO-REC

           MOVE SPACES TO ARQ-REL-APROVACAO-REC

           WRITE ARQ-REL-APROVACAO-REC

           MOVE WK-REL-COLUNAS TO ARQ-REL-APROVACAO-REC

           WRITE ARQ-REL-APROVACAO-REC.

       4000-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * GRAVA OS TOTAIS DE CONTROLE DO RELATORIO
       4100-GRAVA-TOTAIS SECTION.

           MOVE SPACES TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "PEDIDOS LIDOS:"           TO WK-TOT-DESCRICAO
           MOVE WQT-PEDIDOS-LIDOS          TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "PEDIDOS PENDENTES:"       TO WK-TOT-DESCRICAO
           MOVE WQT-PENDENTES              TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "PENDENTES ENVELHECIDOS:"  TO WK-TOT-DESCRICAO
           MOVE WQT-ENVELHECIDOS           TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "  ALTERACAO CPF/SUPERVISOR:" TO WK-TOT-DESCRICAO
           MOVE WQT-ENV-ALTERACAO          TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "  INATIVACAO:"            TO WK-TOT-DESCRICAO
           MOVE WQT-ENV-EXCLUSAO           TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC

           MOVE "  TRANSFERENCIA DE EQUIPE:" TO WK-TOT-DESCRICAO
           MOVE WQT-ENV-TRANSFERENCIA      TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-APROVACAO-REC
           WRITE ARQ-REL-APROVACAO-REC.

       4100-GRAVA-TOTAISX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE PEDIDOS DE APROVACAO PARA LEITURA (ARQUIVO
      * INEXISTENTE = NENHUM PEDIDO FEITO AINDA)
       5000-ABRIR-ARQ-APROVACAO SECTION.

           OPEN INPUT ARQ-APROVACAO.

           IF NOT FS-STAT-APR-OK AND NOT FS-STAT-APR-NAO-EXISTE
               DISPLAY "ERRO AO ABRIR PEDIDOS DE APROVACAO, STATUS "
                   FS-STAT-APR
           END-IF.

       5000-ABRIR-ARQ-APROVACAOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE RELATORIO DE APROVACAO (SAIDA)
       5100-ABRIR-ARQ-REL-APROVACAO SECTION.

           OPEN OUTPUT ARQ-REL-APROVACAO.

           IF NOT FS-STAT-RAP-OK
               DISPLAY "ERRO AO ABRIR RELATORIO, STATUS " FS-STAT-RAP
           END-IF.

       5100-ABRIR-ARQ-REL-APROVACAOX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO DE APROVACAO EM SEQUENCIA DE CHAVE
       6000-LER-ARQ-APROVACAO-SEQ SECTION.

           READ ARQ-APROVACAO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-APR
           END-READ.

       6000-LER-ARQ-APROVACAO-SEQX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE PEDIDOS DE APROVACAO
       7000-FECHA-ARQ-APROVACAO SECTION.

           CLOSE ARQ-APROVACAO.

       7000-FECHA-ARQ-APROVACAOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE RELATORIO DE APROVACAO
       7100-FECHA-ARQ-REL-APROVACAO SECTION.

           CLOSE ARQ-REL-APROVACAO.

       7100-FECHA-ARQ-REL-APROVACAOX. EXIT.

       END PROGRAM CBL_REL_APROVACAO.
