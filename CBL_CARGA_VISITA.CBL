      *          V/N/S e valor da venda), valida contra os mestres de
      *          vendedores e clientes e grava em VISITA.IDX (REWRITE
      *          quando a chave ja existe, para permitir correcao),
      *          rejeitando as linhas invalidas com codigo de motivo.
      *          Visita com data dentro de uma ausencia do vendedor
      *          (AUSENCIA.IDX) e rejeitada com motivo proprio.
      *          A cada N linhas grava checkpoint (posicao, contadores
      *          e rejeitos ja gravados) em CHECKPOINT.IDX; em modo de
      *          reinicio retoma logo apos o ultimo checkpoint, com os
      *          mesmos totais de uma execucao completa.
      *          Visita com data em mes fechado (PERIODO.IDX) e
      *          rejeitada: inclusao ou regravacao em mes fechado so
      *          entra como ajuste, pela tela de digitacao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RJV.

           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-AUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-AUS.

           SELECT ARQ-CHECKPOINT ASSIGN TO DISK WID-ARQ-CHECKPOINT
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CKP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CKP.

           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PER-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PER.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-AUSENCIA.

       COPY FS-ARQ-AUSENCIA.

       FD ARQ-CHECKPOINT.

       COPY FS-ARQ-CHECKPOINT.

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-CARGA.
       01 ARQ-CARGA-REC.
           05 CRG-CD-VENDEDOR         PIC 9(007).
       77 FS-STAT-RJV PIC 9(02).
           88 FS-STAT-RJV-OK         VALUE IS 00.

       77 FS-STAT-AUS PIC 9(02).
           88 FS-STAT-AUS-OK         VALUE 00.
           88 FS-STAT-AUS-EOF        VALUE 10 23.
           88 FS-STAT-AUS-NAO-EXISTE VALUE 35.

       77 WS-FL-AUS-ABERTO PIC X VALUE "N".
           88 W-AUS-ABERTO VALUE "S".

       77 WS-FL-EM-AUSENCIA PIC X.
           88 W-EM-AUSENCIA VALUE "S".

       77 FS-STAT-CKP PIC 9(02).
           88 FS-STAT-CKP-OK         VALUE 00.
           88 FS-STAT-CKP-EOF        VALUE 10 23.
           88 FS-STAT-CKP-NAO-EXISTE VALUE 35.

       77 WK-CD-PROCESSO-CKP  PIC X(008) VALUE "CARGAVIS".
       77 WK-QT-INTERVALO-CKP PIC 9(005).
       77 WQT-CKP-DESDE       PIC 9(005) VALUE ZEROS.
       77 WQT-CRG-PULADOS     PIC 9(009) VALUE ZEROS.
       77 WK-QT-REJ-RESTAURAR PIC 9(009).
       77 WK-NU-SEQ-CKP       PIC 9(007).

       77 WS-FL-CKP-ERRO PIC X VALUE "N".
           88 W-CKP-ERRO VALUE "S".

       77 WS-FL-CKP-PENDENTE PIC X.
           88 W-CKP-PENDENTE VALUE "S".

       77 FS-STAT-PER PIC 9(02).
           88 FS-STAT-PER-OK         VALUE 00.
           88 FS-STAT-PER-EOF        VALUE 10 23.
           88 FS-STAT-PER-NAO-EXISTE VALUE 35.

       77 WS-FL-PER-ABERTO PIC X VALUE "N".
           88 W-PER-ABERTO VALUE "S".

       77 WS-FL-MES-FECHADO PIC X VALUE "N".
           88 W-MES-FECHADO VALUE "S".

       77 WK-NU-ANOMES-CONSULTADO PIC 9(006) VALUE ZEROS.

       01 WK-DT-VISITA-R.
           05 WK-VIS-ANO              PIC 9(004).
           05 WK-VIS-MES              PIC 9(002).

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_AUSENCIA.

       COPY CPY_ID_ARQ_CHECKPOINT.

       COPY CPY_ID_ARQ_PERIODO.

       01 WID-ARQ-CARGA.
           05 WNM-PATH-CARGA          PIC X(17).
           05 WNM-ARQ-CARGA           PIC X(50)
           05 LK-ARQ-CARGA            PIC X(50)  VALUE SPACES.
           05 LK-QT-GRAVADOS          PIC 9(09)  VALUE ZEROS.
           05 LK-QT-ERROS             PIC 9(09)  VALUE ZEROS.
           05 LK-FL-REINICIO          PIC X(01)  VALUE SPACE.
               88 LK-REINICIO         VALUE "S".
           05 LK-QT-CHECKPOINT        PIC 9(05)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CARGA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REJ-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AUSENCIA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CHECKPOINT.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-PERIODO.

           IF LK-ARQ-CARGA NOT EQUAL SPACES
               MOVE LK-ARQ-CARGA TO WNM-ARQ-CARGA
           END-IF

           IF LK-QT-CHECKPOINT GREATER ZEROS
               MOVE LK-QT-CHECKPOINT TO WK-QT-INTERVALO-CKP
           ELSE
               MOVE 500 TO WK-QT-INTERVALO-CKP
           END-IF

           MOVE 'N' TO WS-FL-CKP-ERRO
           MOVE ZEROS TO WQT-CKP-DESDE

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5100-ABRIR-ARQ-CLIENTE
           PERFORM 5200-ABRIR-ARQ-VISITA
           PERFORM 5300-ABRIR-ARQ-CARGA
           PERFORM 5400-ABRIR-ARQ-REJ-VISITA
           PERFORM 5500-ABRIR-ARQ-AUSENCIA
           PERFORM 5600-ABRIR-ARQ-CHECKPOINT
           PERFORM 5700-ABRIR-ARQ-PERIODO

           IF LK-REINICIO
               PERFORM 8100-RESTAURA-CHECKPOINT
           ELSE
               PERFORM 8000-INICIA-CHECKPOINT
           END-IF

           IF NOT W-CKP-ERRO
               PERFORM 6100-LER-ARQ-CARGA

               PERFORM
                 UNTIL NOT FS-STAT-CRG-OK

                   ADD 1 TO WQT-CRG-LIDOS

                   PERFORM 1000-TRATA-LINHA-CARGA

                   PERFORM 8200-CONTA-CHECKPOINT

                   PERFORM 6100-LER-ARQ-CARGA

               END-PERFORM

               PERFORM 8300-FINALIZA-CHECKPOINT
           END-IF

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-CLIENTE
           PERFORM 7200-FECHA-ARQ-VISITA
           PERFORM 7300-FECHA-ARQ-CARGA
           PERFORM 7400-FECHA-ARQ-REJ-VISITA
           PERFORM 7500-FECHA-ARQ-AUSENCIA
           PERFORM 7600-FECHA-ARQ-CHECKPOINT
           PERFORM 7700-FECHA-ARQ-PERIODO

           MOVE WQT-CRG-GRAVADOS TO LK-QT-GRAVADOS
           MOVE WQT-CRG-ERROS    TO LK-QT-ERROS

           EVALUATE TRUE
               WHEN W-CKP-ERRO
                   MOVE 8 TO LK-RETURN-CODE
               WHEN WQT-CRG-ERROS GREATER ZEROS
                   MOVE 4 TO LK-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO LK-RETURN-CODE
           END-EVALUATE

           GOBACK.


      * -----------------------------------
      * VALIDA A LINHA DE CARGA CORRENTE (VENDEDOR E CLIENTE ATIVOS,
      * DATA PLAUSIVEL, EM MES ABERTO E FORA DE AUSENCIA DO VENDEDOR,
      * RESULTADO V/N/S, VALOR SO PARA VENDA) E GRAVA NO MOVIMENTO OU
      * NOS REJEITOS
       1000-TRATA-LINHA-CARGA SECTION.

           MOVE CRG-DT-VISITA TO WK-DT-VISITA-R
           MOVE CRG-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
           READ ARQ-VENDEDOR

           MOVE 'N' TO WS-FL-EM-AUSENCIA
           IF CRG-CD-VENDEDOR NUMERIC AND CRG-DT-VISITA NUMERIC AND
              DATA-VALIDA
               PERFORM 1100-VERIFICA-AUSENCIA
           END-IF

           IF CRG-DT-VISITA NUMERIC AND DATA-VALIDA
               PERFORM 1200-VERIFICA-MES-FECHADO
           ELSE
               MOVE 'N' TO WS-FL-MES-FECHADO
           END-IF

           MOVE CRG-CD-CLIENTE TO FS-CLI-CD-CLIENTE
           READ ARQ-CLIENTE

                   MOVE "03" TO RJV-COD-MOTIVO
                   MOVE "DATA DA VISITA INVALIDA" TO RJV-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-VISITA
               WHEN W-MES-FECHADO
                   MOVE "08" TO RJV-COD-MOTIVO
                   MOVE "MES FECHADO - CORRIGIR POR AJUSTE"
                     TO RJV-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-VISITA
               WHEN W-EM-AUSENCIA
                   MOVE "07" TO RJV-COD-MOTIVO
                   MOVE "VISITA EM PERIODO DE AUSENCIA DO VENDEDOR"
                     TO RJV-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-VISITA
               WHEN CRG-FL-RESULTADO NOT EQUAL "V" AND
                    CRG-FL-RESULTADO NOT EQUAL "N" AND
                    CRG-FL-RESULTADO NOT EQUAL "S"

       1000-TRATA-LINHA-CARGAX. EXIT.

      * -----------------------------------
      * PERCORRE AS AUSENCIAS DO VENDEDOR DA LINHA (CHAVE VENDEDOR +
      * DATA INICIO) E LIGA W-EM-AUSENCIA SE A DATA DA VISITA CAI
      * ENTRE A DATA INICIO E A DATA FIM DE ALGUMA DELAS
       1100-VERIFICA-AUSENCIA SECTION.

           IF W-AUS-ABERTO
               MOVE CRG-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
               MOVE ZEROS           TO FS-AUS-DT-INICIO

               START ARQ-AUSENCIA
                   KEY IS NOT LESS THAN FS-AUS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-AUS
               END-START

               PERFORM
                 UNTIL NOT FS-STAT-AUS-OK OR W-EM-AUSENCIA

                   PERFORM 6200-LER-ARQ-AUSENCIA

                   IF FS-STAT-AUS-OK
                       IF FS-AUS-CD-VENDEDOR NOT EQUAL CRG-CD-VENDEDOR
                          OR FS-AUS-DT-INICIO GREATER CRG-DT-VISITA
                           MOVE 10 TO FS-STAT-AUS
                       ELSE
                           IF FS-AUS-DT-FIM NOT LESS CRG-DT-VISITA
                               MOVE 'S' TO WS-FL-EM-AUSENCIA
                           END-IF
                       END-IF
                   END-IF

               END-PERFORM
           END-IF.

       1100-VERIFICA-AUSENCIAX. EXIT.

      * -----------------------------------
      * LIGA W-MES-FECHADO SE O ANO/MES DA VISITA ESTA FECHADO NO
      * CONTROLE DE PERIODOS; A ULTIMA CONSULTA FICA GUARDADA, POIS A
      * CARGA COSTUMA VIR AGRUPADA POR MES. SEM O ARQUIVO NENHUM MES
      * ESTA FECHADO
       1200-VERIFICA-MES-FECHADO SECTION.

           EVALUATE TRUE
               WHEN NOT W-PER-ABERTO
                   MOVE 'N' TO WS-FL-MES-FECHADO
               WHEN CRG-DT-VISITA (1:6) EQUAL WK-NU-ANOMES-CONSULTADO
                   CONTINUE
               WHEN OTHER
                   MOVE CRG-DT-VISITA (1:6) TO WK-NU-ANOMES-CONSULTADO
                   MOVE 'N' TO WS-FL-MES-FECHADO

                   MOVE WK-NU-ANOMES-CONSULTADO TO FS-PER-NU-ANOMES
                   MOVE "M"                     TO FS-PER-TP-LINHA
                   MOVE ZEROS                   TO FS-PER-CD-CHAVE

                   READ ARQ-PERIODO

                   IF FS-STAT-PER-OK AND FS-PER-FECHADO
                       MOVE 'S' TO WS-FL-MES-FECHADO
                   END-IF
           END-EVALUATE.

       1200-VERIFICA-MES-FECHADOX. EXIT.

      * -----------------------------------
      * CONFERE SE A DATA DA VISITA EM WK-DT-VISITA-R E PLAUSIVEL
      * (ANO A PARTIR DE 2000, MES 01-12, DIA 01-31), LIGANDO
           MOVE CRG-CD-CLIENTE  TO RJV-CD-CLIENTE
           MOVE CRG-DT-VISITA   TO RJV-DT-VISITA

           WRITE ARQ-REJ-VISITA-REC

           PERFORM 8400-GUARDA-REJEITO-CHECKPOINT.

       3000-GRAVA-REJEITO-VISITAX. EXIT.


       5400-ABRIR-ARQ-REJ-VISITAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE AUSENCIAS PARA LEITURA; SEM O ARQUIVO NENHUMA
      * VISITA E REJEITADA POR AUSENCIA
       5500-ABRIR-ARQ-AUSENCIA SECTION.

           OPEN INPUT ARQ-AUSENCIA.

           IF FS-STAT-AUS-OK
               MOVE 'S' TO WS-FL-AUS-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-AUS-ABERTO
           END-IF.

       5500-ABRIR-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE CHECKPOINT (CRIANDO-O NA PRIMEIRA EXECUCAO)
       5600-ABRIR-ARQ-CHECKPOINT SECTION.

           OPEN I-O ARQ-CHECKPOINT.

           IF FS-STAT-CKP-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CHECKPOINT
               PERFORM 7600-FECHA-ARQ-CHECKPOINT
               OPEN I-O ARQ-CHECKPOINT
           END-IF.

       5600-ABRIR-ARQ-CHECKPOINTX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DE PERIODOS PARA LEITURA; SEM O ARQUIVO
      * NENHUM MES ESTA FECHADO
       5700-ABRIR-ARQ-PERIODO SECTION.

           OPEN INPUT ARQ-PERIODO.

           IF FS-STAT-PER-OK
               MOVE 'S' TO WS-FL-PER-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-PER-ABERTO
           END-IF.

       5700-ABRIR-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * LE PROXIMA LINHA DO ARQUIVO DE CARGA
       6100-LER-ARQ-CARGA SECTION.

       6100-LER-ARQ-CARGAX. EXIT.

      * -----------------------------------
      * LE PROXIMA AUSENCIA EM SEQUENCIA DE CHAVE PRIMARIA
       6200-LER-ARQ-AUSENCIA SECTION.

           READ ARQ-AUSENCIA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AUS
           END-READ.

       6200-LER-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * LE PROXIMO REGISTRO DO CHECKPOINT EM SEQUENCIA DE CHAVE
       6300-LER-ARQ-CHECKPOINT-SEQ SECTION.

           READ ARQ-CHECKPOINT NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-CKP
           END-READ.

       6300-LER-ARQ-CHECKPOINT-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE VENDEDORES
       7000-FECHA-ARQ-VENDEDOR SECTION.

       7400-FECHA-ARQ-REJ-VISITAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE AUSENCIAS (SE FOI ABERTO)
       7500-FECHA-ARQ-AUSENCIA SECTION.

           IF W-AUS-ABERTO
               CLOSE ARQ-AUSENCIA
           END-IF.

       7500-FECHA-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE CHECKPOINT
       7600-FECHA-ARQ-CHECKPOINT SECTION.

           CLOSE ARQ-CHECKPOINT.

       7600-FECHA-ARQ-CHECKPOINTX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DE PERIODOS (SE FOI ABERTO)
       7700-FECHA-ARQ-PERIODO SECTION.

           IF W-PER-ABERTO
               CLOSE ARQ-PERIODO
           END-IF.

       7700-FECHA-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * EXECUCAO NORMAL: DESCARTA O CHECKPOINT ANTERIOR DA CARGA E
      * GRAVA O REGISTRO DE CONTROLE "E" COM OS CONTADORES ZERADOS
       8000-INICIA-CHECKPOINT SECTION.

           PERFORM 8050-LIMPA-CHECKPOINT

           PERFORM 8250-MONTA-CONTROLE-CKP

           WRITE ARQ-CHECKPOINT-REC
           INVALID KEY
               REWRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                       FS-STAT-CKP
               END-REWRITE
           END-WRITE.

       8000-INICIA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * EXCLUI O REGISTRO DE CONTROLE E AS LINHAS DE REJEITO GUARDADAS
      * PARA O PROCESSO WK-CD-PROCESSO-CKP
       8050-LIMPA-CHECKPOINT SECTION.

           MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
           MOVE ZEROS              TO FS-CKP-NU-SEQ

           START ARQ-CHECKPOINT
               KEY IS NOT LESS THAN FS-CKP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CKP
           END-START

           PERFORM
             UNTIL NOT FS-STAT-CKP-OK

               PERFORM 6300-LER-ARQ-CHECKPOINT-SEQ

               IF FS-STAT-CKP-OK
                   IF FS-CKP-CD-PROCESSO NOT EQUAL WK-CD-PROCESSO-CKP
                       MOVE 10 TO FS-STAT-CKP
                   ELSE
                       DELETE ARQ-CHECKPOINT RECORD
                       INVALID KEY
                           MOVE 10 TO FS-STAT-CKP
                       END-DELETE
                   END-IF
               END-IF

           END-PERFORM.

       8050-LIMPA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * MODO DE REINICIO: LE O CONTROLE DO ULTIMO CHECKPOINT, CONFERE
      * O ARQUIVO DE ENTRADA, RESTAURA CONTADORES E REJEITOS E POSICIONA
      * A CARGA LOGO APOS A ULTIMA LINHA DO CHECKPOINT. SEM CHECKPOINT
      * PENDENTE A CARGA RODA DESDE O INICIO
       8100-RESTAURA-CHECKPOINT SECTION.

           MOVE 'N' TO WS-FL-CKP-PENDENTE

           MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
           MOVE ZEROS              TO FS-CKP-NU-SEQ

           READ ARQ-CHECKPOINT

           IF FS-STAT-CKP-OK AND FS-CKP-EXECUTANDO
               MOVE 'S' TO WS-FL-CKP-PENDENTE
           END-IF

           EVALUATE TRUE
               WHEN NOT W-CKP-PENDENTE
                   DISPLAY "SEM CHECKPOINT PENDENTE, CARGA PROCESSADA "
                       "DESDE O INICIO"
                   PERFORM 8000-INICIA-CHECKPOINT
               WHEN FS-CKP-NM-ARQUIVO NOT EQUAL WNM-ARQ-CARGA
                   DISPLAY "CHECKPOINT PENDENTE E DO ARQUIVO "
                       FS-CKP-NM-ARQUIVO
                   MOVE 'S' TO WS-FL-CKP-ERRO
               WHEN OTHER
                   MOVE FS-CKP-QT-LIDOS      TO WQT-CRG-LIDOS
                   MOVE FS-CKP-QT-CONTADOR-1 TO WQT-CRG-GRAVADOS
                   MOVE FS-CKP-QT-CONTADOR-3 TO WQT-CRG-ERROS
                   MOVE FS-CKP-QT-REJEITOS   TO WK-QT-REJ-RESTAURAR

                   PERFORM 8120-RESTAURA-REJEITOS
                   PERFORM 8150-POSICIONA-CARGA

                   IF NOT W-CKP-ERRO
                       DISPLAY "CARGA REINICIADA APOS A LINHA "
                           WQT-CRG-LIDOS
                   END-IF
           END-EVALUATE.

       8100-RESTAURA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * REGRAVA NO ARQUIVO DE REJEITOS AS LINHAS GUARDADAS ATE O ULTIMO
      * CHECKPOINT (NU-SEQ 1 A WK-QT-REJ-RESTAURAR)
       8120-RESTAURA-REJEITOS SECTION.

           PERFORM VARYING WK-NU-SEQ-CKP FROM 1 BY 1
             UNTIL WK-NU-SEQ-CKP GREATER WK-QT-REJ-RESTAURAR

               MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
               MOVE WK-NU-SEQ-CKP      TO FS-CKP-NU-SEQ

               READ ARQ-CHECKPOINT

               IF FS-STAT-CKP-OK
                   MOVE FS-CKP-LINHA-REJEITO TO ARQ-REJ-VISITA-REC
                   WRITE ARQ-REJ-VISITA-REC
               ELSE
                   DISPLAY "REJEITO " WK-NU-SEQ-CKP
                       " NAO ENCONTRADO NO CHECKPOINT"
                   MOVE 'S' TO WS-FL-CKP-ERRO
               END-IF

           END-PERFORM.

       8120-RESTAURA-REJEITOSX. EXIT.

      * -----------------------------------
      * PULA AS LINHAS DA CARGA JA PROCESSADAS ATE O ULTIMO CHECKPOINT;
      * ARQUIVO MAIS CURTO QUE A POSICAO GUARDADA E ERRO
       8150-POSICIONA-CARGA SECTION.

           MOVE ZEROS TO WQT-CRG-PULADOS

           PERFORM
             UNTIL WQT-CRG-PULADOS NOT LESS WQT-CRG-LIDOS OR
                   NOT FS-STAT-CRG-OK

               PERFORM 6100-LER-ARQ-CARGA

               IF FS-STAT-CRG-OK
                   ADD 1 TO WQT-CRG-PULADOS
               END-IF

           END-PERFORM

           IF WQT-CRG-PULADOS LESS WQT-CRG-LIDOS
               DISPLAY "ARQUIVO DE CARGA MENOR QUE A POSICAO DO "
                   "CHECKPOINT (" WQT-CRG-LIDOS " LINHAS)"
               MOVE 'S' TO WS-FL-CKP-ERRO
           END-IF.

       8150-POSICIONA-CARGAX. EXIT.

      * -----------------------------------
      * CONTA A LINHA PROCESSADA E, A CADA WK-QT-INTERVALO-CKP LINHAS,
      * REGRAVA O CONTROLE COM A POSICAO E OS CONTADORES CORRENTES
       8200-CONTA-CHECKPOINT SECTION.

           ADD 1 TO WQT-CKP-DESDE

           IF WQT-CKP-DESDE NOT LESS WK-QT-INTERVALO-CKP
               PERFORM 8250-MONTA-CONTROLE-CKP

               REWRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                       FS-STAT-CKP
               END-REWRITE

               MOVE ZEROS TO WQT-CKP-DESDE
           END-IF.

       8200-CONTA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * MONTA O REGISTRO DE CONTROLE (NU-SEQ ZERO, STATUS "E") COM A
      * POSICAO, OS CONTADORES E A QUANTIDADE DE REJEITOS GRAVADOS
       8250-MONTA-CONTROLE-CKP SECTION.

           MOVE SPACES              TO ARQ-CHECKPOINT-REC
           MOVE WK-CD-PROCESSO-CKP  TO FS-CKP-CD-PROCESSO
           MOVE ZEROS               TO FS-CKP-NU-SEQ
           MOVE WNM-ARQ-CARGA       TO FS-CKP-NM-ARQUIVO
           MOVE 'E'                 TO FS-CKP-STATUS
           MOVE WQT-CRG-LIDOS       TO FS-CKP-QT-LIDOS
           MOVE WQT-CRG-GRAVADOS    TO FS-CKP-QT-CONTADOR-1
           MOVE ZEROS               TO FS-CKP-QT-CONTADOR-2
           MOVE WQT-CRG-ERROS       TO FS-CKP-QT-CONTADOR-3
           MOVE WQT-CRG-ERROS       TO FS-CKP-QT-REJEITOS
           ACCEPT FS-CKP-DT-CHECKPOINT FROM DATE YYYYMMDD
           ACCEPT FS-CKP-HR-CHECKPOINT FROM TIME.

       8250-MONTA-CONTROLE-CKPX. EXIT.

      * -----------------------------------
      * FIM NORMAL DA CARGA: REGRAVA O CONTROLE COM STATUS "C"; UM
      * REINICIO POSTERIOR NAO ENCONTRA CHECKPOINT PENDENTE
       8300-FINALIZA-CHECKPOINT SECTION.

           PERFORM 8250-MONTA-CONTROLE-CKP

           MOVE 'C' TO FS-CKP-STATUS

           REWRITE ARQ-CHECKPOINT-REC
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                   FS-STAT-CKP
           END-REWRITE.

       8300-FINALIZA-CHECKPOINTX. EXIT.

      * -----------------------------------
      * GUARDA NO CHECKPOINT A IMAGEM DA LINHA DE REJEITO RECEM
      * GRAVADA (NU-SEQ = NUMERO DO REJEITO NA EXECUCAO)
       8400-GUARDA-REJEITO-CHECKPOINT SECTION.

           MOVE SPACES              TO ARQ-CHECKPOINT-REC
           MOVE WK-CD-PROCESSO-CKP  TO FS-CKP-CD-PROCESSO
           MOVE WQT-CRG-ERROS       TO FS-CKP-NU-SEQ
           MOVE ARQ-REJ-VISITA-REC  TO FS-CKP-LINHA-REJEITO

           WRITE ARQ-CHECKPOINT-REC
           INVALID KEY
               REWRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GUARDAR REJEITO NO CHECKPOINT, "
                       "STATUS " FS-STAT-CKP
               END-REWRITE
           END-WRITE.

       8400-GUARDA-REJEITO-CHECKPOINTX. EXIT.

       END PROGRAM CBL_CARGA_VISITA.
