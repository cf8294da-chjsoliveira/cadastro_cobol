      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Carga em lote do cadastro de clientes a partir do
      *          extrato do ERP (codigo, nome, latitude, longitude e
      *          situacao A=ativo / E=encerrado): inclui os clientes
      *          novos em CLIENTE.IDX, atualiza nome e coordenadas dos
      *          existentes e inativa (FS-CLI-STATUS "I") os que o ERP
      *          marca como encerrados. Linhas invalidas (codigo,
      *          nome em branco, coordenadas fora da faixa, situacao)
      *          vao para os rejeitos com codigo de motivo. Clientes
      *          novos, com coordenadas alteradas, reativados ou
      *          encerrados entram na lista CLIALTERADO.IDX, consumida
      *          pela proxima atribuicao de vendedores. Sem a lista
      *          aberta o extrato nao e processado; lista indisponivel
      *          ou falha de gravacao nela encerra com retorno 8
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CARGA_CLIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-CLI-ALTERADO ASSIGN TO DISK WID-ARQ-CLI-ALTERADO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLA.

           SELECT ARQ-CARGA ASSIGN TO WID-ARQ-CARGA
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-CRG.

           SELECT ARQ-REJ-CARGA ASSIGN TO WID-ARQ-REJ-CARGA
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RJC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-CLI-ALTERADO.

       COPY FS-ARQ-CLIALTERADO.

       FD ARQ-CARGA.
       01 ARQ-CARGA-REC.
           05 CRG-CD-CLIENTE          PIC 9(007).
           05 FILLER                  PIC X(001).
           05 CRG-NM-CLIENTE          PIC X(040).
           05 FILLER                  PIC X(001).
           05 CRG-VL-LATITUDE         PIC S9(003)V9(008).
           05 FILLER                  PIC X(001).
           05 CRG-VL-LONGITUDE        PIC S9(003)V9(008).
           05 FILLER                  PIC X(001).
           05 CRG-FL-SITUACAO         PIC X(001).
               88 CRG-ATIVO           VALUE "A".
               88 CRG-ENCERRADO       VALUE "E".

       FD ARQ-REJ-CARGA.
       01 ARQ-REJ-CARGA-REC.
           05 RJC-CD-CLIENTE          PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 RJC-NM-CLIENTE          PIC X(040).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 RJC-COD-MOTIVO          PIC X(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 RJC-DS-MOTIVO           PIC X(040).

       WORKING-STORAGE SECTION.
       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-EOF        VALUE 10 23.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLA PIC 9(02).
           88 FS-STAT-CLA-OK         VALUE 00.
           88 FS-STAT-CLA-EOF        VALUE 10 23.
           88 FS-STAT-CLA-NAO-EXISTE VALUE 35.

       77 FS-STAT-CRG PIC 9(02).
           88 FS-STAT-CRG-OK         VALUE 00.
           88 FS-STAT-CRG-EOF        VALUE 10.
           88 FS-STAT-CRG-NAO-EXISTE VALUE 35.

       77 FS-STAT-RJC PIC 9(02).
           88 FS-STAT-RJC-OK         VALUE IS 00.

       77 WK-VL-LATITUDE  PIC S9(003)V9(008).
       77 WK-VL-LONGITUDE PIC S9(003)V9(008).

       77 WS-COORD-VALIDO PIC X(001).
           88 COORD-VALIDA    VALUE 'S'.
           88 COORD-INVALIDA  VALUE 'N'.

       77 WS-FL-CLI-EXISTE PIC X VALUE "N".
           88 W-CLI-EXISTE VALUE "S".

       77 WS-FL-CLA-ABERTO PIC X VALUE "N".
           88 W-CLA-ABERTO VALUE "S".

       77 WK-TP-ALTERACAO       PIC X(001).
       77 WK-VL-LATITUDE-ANT    PIC S9(003)V9(008).
       77 WK-VL-LONGITUDE-ANT   PIC S9(003)V9(008).
       77 WK-FL-STATUS-ANT      PIC X(001).

       77 WK-DT-HOJE  PIC 9(008).
       77 WK-HR-AGORA PIC 9(008).

       01 WQT-TOTAIS.
           05 WQT-CRG-LIDOS          PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-INCLUIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-ALTERADOS      PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-ENCERRADOS     PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-SEM-MUDANCA    PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-LISTA          PIC 9(9) VALUE ZEROS.
           05 WQT-CRG-ERROS          PIC 9(9) VALUE ZEROS.
           05 WQT-CLA-ERROS          PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_ID_ARQ_CLIALTERADO.

       01 WID-ARQ-CARGA.
           05 WNM-PATH-CARGA          PIC X(17).
           05 WNM-ARQ-CARGA           PIC X(50)
                                      VALUE "CARGACLIENTE.TXT".

       01 WID-ARQ-REJ-CARGA.
           05 WNM-PATH-REJ-CARGA      PIC X(17).
           05 WNM-ARQ-REJ-CARGA       PIC X(50)
                                      VALUE "REJEITOSCARGACLI.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-ARQ-CARGA            PIC X(50)  VALUE SPACES.
           05 LK-QT-GRAVADOS          PIC 9(09)  VALUE ZEROS.
           05 LK-QT-ERROS             PIC 9(09)  VALUE ZEROS.
           05 LK-QT-ALTERADOS         PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-CLIENTE.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-CLI-ALTERADO.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-CARGA.
           MOVE WNM-PATH-CLIENTE TO WNM-PATH-REJ-CARGA.

           IF LK-ARQ-CARGA NOT EQUAL SPACES
               MOVE LK-ARQ-CARGA TO WNM-ARQ-CARGA
           END-IF

           ACCEPT WK-DT-HOJE  FROM DATE YYYYMMDD
           ACCEPT WK-HR-AGORA FROM TIME

           PERFORM 5200-ABRIR-ARQ-CARGA

           IF FS-STAT-CRG-OK
               PERFORM 5000-ABRIR-ARQ-CLIENTE
               PERFORM 5100-ABRIR-ARQ-CLI-ALTERADO
               PERFORM 5300-ABRIR-ARQ-REJ-CARGA

               IF W-CLA-ABERTO
                   PERFORM 6200-LER-ARQ-CARGA

                   PERFORM
                     UNTIL NOT FS-STAT-CRG-OK

                       ADD 1 TO WQT-CRG-LIDOS

                       PERFORM 1000-TRATA-LINHA-CARGA

                       PERFORM 6200-LER-ARQ-CARGA

                   END-PERFORM
               ELSE
                   DISPLAY "LISTA DE ALTERADOS INDISPONIVEL, EXTRATO "
                       "NAO PROCESSADO"
               END-IF

               PERFORM 7000-FECHA-ARQ-CLIENTE
               PERFORM 7100-FECHA-ARQ-CLI-ALTERADO
               PERFORM 7200-FECHA-ARQ-CARGA
               PERFORM 7300-FECHA-ARQ-REJ-CARGA

               DISPLAY "CARGA DE CLIENTES - LIDOS: " WQT-CRG-LIDOS
                   " INCLUIDOS: " WQT-CRG-INCLUIDOS
                   " ALTERADOS: " WQT-CRG-ALTERADOS
               DISPLAY "ENCERRADOS: " WQT-CRG-ENCERRADOS
                   " SEM MUDANCA: " WQT-CRG-SEM-MUDANCA
                   " P/REATRIBUIR: " WQT-CRG-LISTA
                   " REJEITADOS: " WQT-CRG-ERROS
                   " ERROS NA LISTA: " WQT-CLA-ERROS

               COMPUTE LK-QT-GRAVADOS = WQT-CRG-INCLUIDOS +
                                        WQT-CRG-ALTERADOS +
                                        WQT-CRG-ENCERRADOS
               MOVE WQT-CRG-ERROS TO LK-QT-ERROS
               MOVE WQT-CRG-LISTA TO LK-QT-ALTERADOS

               EVALUATE TRUE
                   WHEN NOT W-CLA-ABERTO OR
                        WQT-CLA-ERROS GREATER ZEROS
                       MOVE 8 TO LK-RETURN-CODE
                   WHEN WQT-CRG-ERROS GREATER ZEROS
                       MOVE 4 TO LK-RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO LK-RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 8 TO LK-RETURN-CODE
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * VALIDA A LINHA DO EXTRATO (CODIGO NUMERICO, SITUACAO A/E; PARA
      * CLIENTE ATIVO TAMBEM NOME E COORDENADAS NA FAIXA +/-90 /
      * +/-180) E APLICA NO MESTRE DE CLIENTES OU GRAVA O REJEITO
       1000-TRATA-LINHA-CARGA SECTION.

           MOVE 'S' TO WS-COORD-VALIDO

           IF CRG-ATIVO
               IF CRG-VL-LATITUDE NUMERIC AND CRG-VL-LONGITUDE NUMERIC
                   MOVE CRG-VL-LATITUDE  TO WK-VL-LATITUDE
                   MOVE CRG-VL-LONGITUDE TO WK-VL-LONGITUDE
                   PERFORM 2100-VALIDA-COORDENADAS
               ELSE
                   MOVE 'N' TO WS-COORD-VALIDO
               END-IF
           END-IF

           MOVE 'N' TO WS-FL-CLI-EXISTE

           IF CRG-CD-CLIENTE NUMERIC AND CRG-CD-CLIENTE GREATER ZEROS
               MOVE CRG-CD-CLIENTE TO FS-CLI-CD-CLIENTE
               READ ARQ-CLIENTE
               IF FS-STAT-CLI-OK
                   MOVE 'S' TO WS-FL-CLI-EXISTE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN CRG-CD-CLIENTE NOT NUMERIC OR
                    CRG-CD-CLIENTE EQUAL ZEROS
                   MOVE "01" TO RJC-COD-MOTIVO
                   MOVE "CODIGO DO CLIENTE INVALIDO" TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               WHEN NOT CRG-ATIVO AND NOT CRG-ENCERRADO
                   MOVE "04" TO RJC-COD-MOTIVO
                   MOVE "SITUACAO DEVE SER A (ATIVO) OU E (ENCERRADO)"
                     TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               WHEN CRG-ENCERRADO AND NOT W-CLI-EXISTE
                   MOVE "05" TO RJC-COD-MOTIVO
                   MOVE "CLIENTE ENCERRADO NAO CADASTRADO"
                     TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               WHEN CRG-ENCERRADO
                   PERFORM 2200-ENCERRA-CLIENTE
               WHEN CRG-NM-CLIENTE EQUAL SPACES
                   MOVE "02" TO RJC-COD-MOTIVO
                   MOVE "NOME DO CLIENTE EM BRANCO" TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               WHEN COORD-INVALIDA
                   MOVE "03" TO RJC-COD-MOTIVO
                   MOVE "LATITUDE OU LONGITUDE INVALIDA"
                     TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               WHEN W-CLI-EXISTE
                   PERFORM 2300-ATUALIZA-CLIENTE
               WHEN OTHER
                   PERFORM 2400-INCLUI-CLIENTE
           END-EVALUATE.

       1000-TRATA-LINHA-CARGAX. EXIT.

      * -----------------------------------
      * CONFERE SE WK-VL-LATITUDE (+/-90) E WK-VL-LONGITUDE (+/-180)
      * ESTAO DENTRO DA FAIXA VALIDA, LIGANDO COORD-VALIDA/
      * COORD-INVALIDA (MESMA REGRA APLICADA NO CADASTRO)
       2100-VALIDA-COORDENADAS SECTION.

           MOVE 'S' TO WS-COORD-VALIDO

           IF WK-VL-LATITUDE LESS -90 OR WK-VL-LATITUDE GREATER 90
               MOVE 'N' TO WS-COORD-VALIDO
           END-IF

           IF WK-VL-LONGITUDE LESS -180 OR WK-VL-LONGITUDE GREATER 180
               MOVE 'N' TO WS-COORD-VALIDO
           END-IF.

       2100-VALIDA-COORDENADASX. EXIT.

      * -----------------------------------
      * CLIENTE ENCERRADO NO ERP: INATIVA NO MESTRE E POE NA LISTA DE
      * ALTERADOS (A ATRIBUICAO DELE SERA LIBERADA). JA INATIVO NAO
      * E MUDANCA
       2200-ENCERRA-CLIENTE SECTION.

           IF FS-CLI-INATIVO
               ADD 1 TO WQT-CRG-SEM-MUDANCA
           ELSE
               MOVE FS-CLI-VL-LATITUDE  TO WK-VL-LATITUDE-ANT
               MOVE FS-CLI-VL-LONGITUDE TO WK-VL-LONGITUDE-ANT
               MOVE FS-CLI-STATUS       TO WK-FL-STATUS-ANT

               MOVE "I" TO FS-CLI-STATUS

               REWRITE ARQ-CLIENTE-REC
               INVALID KEY
                   MOVE "06" TO RJC-COD-MOTIVO
                   MOVE "ERRO AO GRAVAR CLIENTE" TO RJC-DS-MOTIVO
                   PERFORM 3000-GRAVA-REJEITO-CARGA
               END-REWRITE

               IF FS-STAT-CLI-OK
                   ADD 1 TO WQT-CRG-ENCERRADOS
                   MOVE "E" TO WK-TP-ALTERACAO
                   PERFORM 2500-GRAVA-CLI-ALTERADO
               END-IF
           END-IF.

       2200-ENCERRA-CLIENTEX. EXIT.

      * -----------------------------------
      * CLIENTE JA CADASTRADO: ATUALIZA NOME E COORDENADAS (E REATIVA O
      * INATIVO). COORDENADA ALTERADA OU REATIVACAO ENTRA NA LISTA DE
      * ALTERADOS; SO O NOME ALTERADO NAO MUDA A ATRIBUICAO
       2300-ATUALIZA-CLIENTE SECTION.

           MOVE FS-CLI-VL-LATITUDE  TO WK-VL-LATITUDE-ANT
           MOVE FS-CLI-VL-LONGITUDE TO WK-VL-LONGITUDE-ANT
           MOVE FS-CLI-STATUS       TO WK-FL-STATUS-ANT

           EVALUATE TRUE
               WHEN FS-CLI-INATIVO
                   MOVE "R" TO WK-TP-ALTERACAO
                   PERFORM 2350-REGRAVA-CLIENTE
               WHEN FS-CLI-VL-LATITUDE  NOT EQUAL CRG-VL-LATITUDE OR
                    FS-CLI-VL-LONGITUDE NOT EQUAL CRG-VL-LONGITUDE
                   MOVE "C" TO WK-TP-ALTERACAO
                   PERFORM 2350-REGRAVA-CLIENTE
               WHEN FS-CLI-NM-CLIENTE NOT EQUAL CRG-NM-CLIENTE
                   MOVE SPACE TO WK-TP-ALTERACAO
                   PERFORM 2350-REGRAVA-CLIENTE
               WHEN OTHER
                   ADD 1 TO WQT-CRG-SEM-MUDANCA
           END-EVALUATE.

       2300-ATUALIZA-CLIENTEX. EXIT.

      * -----------------------------------
      * GRAVA NO MESTRE O NOME E AS COORDENADAS DA CARGA COM O CLIENTE
      * ATIVO; COM WK-TP-ALTERACAO PREENCHIDO O CLIENTE ENTRA NA LISTA
      * DE ALTERADOS
       2350-REGRAVA-CLIENTE SECTION.

           MOVE CRG-NM-CLIENTE   TO FS-CLI-NM-CLIENTE
           MOVE CRG-VL-LATITUDE  TO FS-CLI-VL-LATITUDE
           MOVE CRG-VL-LONGITUDE TO FS-CLI-VL-LONGITUDE
           MOVE "A"              TO FS-CLI-STATUS

           REWRITE ARQ-CLIENTE-REC
           INVALID KEY
               MOVE "06" TO RJC-COD-MOTIVO
               MOVE "ERRO AO GRAVAR CLIENTE" TO RJC-DS-MOTIVO
               PERFORM 3000-GRAVA-REJEITO-CARGA
           END-REWRITE

           IF FS-STAT-CLI-OK
               ADD 1 TO WQT-CRG-ALTERADOS
               IF WK-TP-ALTERACAO NOT EQUAL SPACE
                   PERFORM 2500-GRAVA-CLI-ALTERADO
               END-IF
           END-IF.

       2350-REGRAVA-CLIENTEX. EXIT.

      * -----------------------------------
      * CLIENTE NOVO: INCLUI NO MESTRE COMO ATIVO E POE NA LISTA DE
      * ALTERADOS PARA RECEBER VENDEDOR
       2400-INCLUI-CLIENTE SECTION.

           MOVE SPACES           TO ARQ-CLIENTE-REC
           MOVE CRG-CD-CLIENTE   TO FS-CLI-CD-CLIENTE
           MOVE CRG-NM-CLIENTE   TO FS-CLI-NM-CLIENTE
           MOVE CRG-VL-LATITUDE  TO FS-CLI-VL-LATITUDE
           MOVE CRG-VL-LONGITUDE TO FS-CLI-VL-LONGITUDE
           MOVE "A"              TO FS-CLI-STATUS

           WRITE ARQ-CLIENTE-REC
           INVALID KEY
               MOVE "06" TO RJC-COD-MOTIVO
               MOVE "ERRO AO GRAVAR CLIENTE" TO RJC-DS-MOTIVO
               PERFORM 3000-GRAVA-REJEITO-CARGA
           END-WRITE

           IF FS-STAT-CLI-OK
               ADD 1 TO WQT-CRG-INCLUIDOS
               MOVE "N"    TO WK-TP-ALTERACAO
               MOVE ZEROS  TO WK-VL-LATITUDE-ANT WK-VL-LONGITUDE-ANT
               MOVE SPACES TO WK-FL-STATUS-ANT
               PERFORM 2500-GRAVA-CLI-ALTERADO
           END-IF.

       2400-INCLUI-CLIENTEX. EXIT.

      * -----------------------------------
      * GRAVA O CLIENTE CORRENTE NA LISTA DE ALTERADOS COM O TIPO
      * WK-TP-ALTERACAO. SE JA ESTAVA NA LISTA (AINDA NAO CONSUMIDO
      * PELA ATRIBUICAO) FICA A SITUACAO ANTERIOR DA PRIMEIRA
      * ALTERACAO E O TIPO DA ULTIMA. FALHA DE GRAVACAO CONTA COMO
      * ERRO DA LISTA (RETORNO 8)
       2500-GRAVA-CLI-ALTERADO SECTION.

           MOVE CRG-CD-CLIENTE TO FS-CLA-CD-CLIENTE

           READ ARQ-CLI-ALTERADO

           IF FS-STAT-CLA-OK
               MOVE WK-TP-ALTERACAO TO FS-CLA-TP-ALTERACAO
               MOVE WK-DT-HOJE      TO FS-CLA-DT-ALTERACAO
               MOVE WK-HR-AGORA     TO FS-CLA-HR-ALTERACAO

               REWRITE ARQ-CLI-ALTERADO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR LISTA DE ALTERADOS, "
                       "STATUS " FS-STAT-CLA
               END-REWRITE
           ELSE
               MOVE SPACES              TO ARQ-CLI-ALTERADO-REC
               MOVE CRG-CD-CLIENTE      TO FS-CLA-CD-CLIENTE
               MOVE WK-TP-ALTERACAO     TO FS-CLA-TP-ALTERACAO
               MOVE WK-DT-HOJE          TO FS-CLA-DT-ALTERACAO
               MOVE WK-HR-AGORA         TO FS-CLA-HR-ALTERACAO
               MOVE WK-VL-LATITUDE-ANT  TO FS-CLA-VL-LATITUDE-ANT
               MOVE WK-VL-LONGITUDE-ANT TO FS-CLA-VL-LONGITUDE-ANT
               MOVE WK-FL-STATUS-ANT    TO FS-CLA-STATUS-ANT

               WRITE ARQ-CLI-ALTERADO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LISTA DE ALTERADOS, "
                       "STATUS " FS-STAT-CLA
               END-WRITE
           END-IF

           IF FS-STAT-CLA-OK
               ADD 1 TO WQT-CRG-LISTA
           ELSE
               ADD 1 TO WQT-CLA-ERROS
           END-IF.

       2500-GRAVA-CLI-ALTERADOX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE REJEITO DA CARGA (MOTIVO JA PREENCHIDO PELO
      * CHAMADOR)
       3000-GRAVA-REJEITO-CARGA SECTION.

           ADD 1 TO WQT-CRG-ERROS

           MOVE CRG-CD-CLIENTE TO RJC-CD-CLIENTE
           MOVE CRG-NM-CLIENTE TO RJC-NM-CLIENTE

           WRITE ARQ-REJ-CARGA-REC.

       3000-GRAVA-REJEITO-CARGAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO MESTRE DE CLIENTES (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5000-ABRIR-ARQ-CLIENTE SECTION.

           OPEN I-O ARQ-CLIENTE.

           IF FS-STAT-CLI-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CLIENTE
               PERFORM 7000-FECHA-ARQ-CLIENTE
               OPEN I-O ARQ-CLIENTE
           END-IF.

       5000-ABRIR-ARQ-CLIENTEX. EXIT.

      * -----------------------------------
      * ABRE A LISTA DE CLIENTES ALTERADOS (CRIANDO-A NA PRIMEIRA
      * EXECUCAO)
       5100-ABRIR-ARQ-CLI-ALTERADO SECTION.

           OPEN I-O ARQ-CLI-ALTERADO.

           IF FS-STAT-CLA-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CLI-ALTERADO
               PERFORM 7100-FECHA-ARQ-CLI-ALTERADO
               OPEN I-O ARQ-CLI-ALTERADO
           END-IF

           IF FS-STAT-CLA-OK
               MOVE 'S' TO WS-FL-CLA-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR LISTA DE ALTERADOS, STATUS "
                   FS-STAT-CLA
           END-IF.

       5100-ABRIR-ARQ-CLI-ALTERADOX. EXIT.

      * -----------------------------------
      * ABRE O EXTRATO DE CLIENTES DO ERP (ENTRADA)
       5200-ABRIR-ARQ-CARGA SECTION.

           OPEN INPUT ARQ-CARGA.

           IF NOT FS-STAT-CRG-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE CARGA, STATUS "
                   FS-STAT-CRG
           END-IF.

       5200-ABRIR-ARQ-CARGAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE REJEITOS DA CARGA DE CLIENTES (SAIDA)
       5300-ABRIR-ARQ-REJ-CARGA SECTION.

           OPEN OUTPUT ARQ-REJ-CARGA.

           IF NOT FS-STAT-RJC-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE REJEITOS, STATUS "
                   FS-STAT-RJC
           END-IF.

       5300-ABRIR-ARQ-REJ-CARGAX. EXIT.

      * -----------------------------------
      * LE PROXIMA LINHA DO EXTRATO DE CLIENTES
       6200-LER-ARQ-CARGA SECTION.

           READ ARQ-CARGA
               AT END
                   MOVE 10 TO FS-STAT-CRG
           END-READ.

       6200-LER-ARQ-CARGAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE CLIENTES
       7000-FECHA-ARQ-CLIENTE SECTION.

           CLOSE ARQ-CLIENTE.

       7000-FECHA-ARQ-CLIENTEX. EXIT.

      * -----------------------------------
      * FECHA A LISTA DE CLIENTES ALTERADOS
       7100-FECHA-ARQ-CLI-ALTERADO SECTION.

           CLOSE ARQ-CLI-ALTERADO.

       7100-FECHA-ARQ-CLI-ALTERADOX. EXIT.

      * -----------------------------------
      * FECHA O EXTRATO DE CLIENTES
       7200-FECHA-ARQ-CARGA SECTION.

           CLOSE ARQ-CARGA.

       7200-FECHA-ARQ-CARGAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE REJEITOS DA CARGA
       7300-FECHA-ARQ-REJ-CARGA SECTION.

           CLOSE ARQ-REJ-CARGA.

       7300-FECHA-ARQ-REJ-CARGAX. EXIT.

       END PROGRAM CBL_CARGA_CLIENTE.
