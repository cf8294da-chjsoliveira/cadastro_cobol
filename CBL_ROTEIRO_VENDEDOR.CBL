      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Roteiro diario de visitas por vendedor: para cada
      *          vendedor ativo seleciona, entre os clientes que lhe
      *          estao atribuidos em ATRIBUICAO.IDX, os que estao
      *          pendentes de visita (sem visita de nenhum vendedor em
      *          VISITA.IDX dentro da cadencia em dias informada) e os
      *          ordena pelo vizinho mais proximo a partir das
      *          coordenadas do vendedor, com a distancia de cada
      *          trecho e o total em km. Clientes com mais do dobro da
      *          cadencia sem visita (ou nunca visitados) saem
      *          destacados no topo da folha do vendedor
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_ROTEIRO_VENDEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLI-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

           SELECT ARQ-ATRIB-MESTRE ASSIGN TO DISK WID-ARQ-ATRIB-MESTRE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ATM-KEY
               ALTERNATE RECORD KEY IS FS-ATM-CD-VENDEDOR
                                      WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ATM.

           SELECT ARQ-REL-ROTEIRO ASSIGN TO WID-ARQ-REL-ROTEIRO
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-CLIENTE.

       COPY FS-ARQ-CLIENTE.

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-ATRIB-MESTRE.

       COPY FS-ARQ-ATRIBUICAO.

       FD ARQ-REL-ROTEIRO.
       01 ARQ-REL-ROTEIRO-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-EOF        VALUE 10 23.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-CLI PIC 9(02).
           88 FS-STAT-CLI-OK         VALUE 00.
           88 FS-STAT-CLI-EOF        VALUE 10 23.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
           88 FS-STAT-VIS-EOF        VALUE 10 23.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-ATM PIC 9(02).
           88 FS-STAT-ATM-OK         VALUE 00.
           88 FS-STAT-ATM-EOF        VALUE 10 23.
           88 FS-STAT-ATM-NAO-EXISTE VALUE 35.

       77 FS-STAT-RRO PIC 9(02).
           88 FS-STAT-RRO-OK         VALUE IS 00.

       77 WK-DT-HOJE PIC 9(008).
       77 WK-NU-DIA-HOJE      PIC 9(007) COMP.

       77 WK-QT-DIAS-CADENCIA PIC 9(003).
       77 WK-QT-DIAS-ATRASO   PIC 9(004).

       77 WK-DT-ULT-VISITA    PIC 9(008).
       77 WK-QT-DIAS-SEM-VISITA PIC 9(005).

       77 WK-VL-LATITUDE  PIC S9(003)V9(008).
       77 WK-VL-LONGITUDE PIC S9(003)V9(008).

       77 WS-COORD-VALIDO PIC X(001).
           88 COORD-VALIDA    VALUE 'S'.
           88 COORD-INVALIDA  VALUE 'N'.

       77 WK-VL-LAT-ORIGEM   PIC S9(003)V9(008).
       77 WK-VL-LON-ORIGEM   PIC S9(003)V9(008).
       77 WK-VL-LAT-DESTINO  PIC S9(003)V9(008).
       77 WK-VL-LON-DESTINO  PIC S9(003)V9(008).

       77 WK-PI            PIC 9(001)V9(014) COMP-3
                           VALUE 3.14159265358979.
       77 WK-RAIO-TERRA-KM PIC 9(005) COMP VALUE 6371.

       77 WK-LAT1-RAD      COMP-2.
       77 WK-LON1-RAD      COMP-2.
       77 WK-LAT2-RAD      COMP-2.
       77 WK-LON2-RAD      COMP-2.
       77 WK-DLAT          COMP-2.
       77 WK-DLON          COMP-2.
       77 WK-HAV-A         COMP-2.
       77 WK-DISTANCIA-KM  COMP-2.
       77 WK-MENOR-DISTANCIA COMP-2.

       77 WK-VL-TRECHO-KM  PIC 9(005)V9(002).
       77 WK-VL-TOTAL-KM   PIC 9(006)V9(002).

       01 WK-TAB-ROTEIRO.
           05 WK-ROT-ENTRADA OCCURS 999 TIMES.
               10 WK-ROT-CD-CLIENTE    PIC 9(007).
               10 WK-ROT-NM-CLIENTE    PIC X(040).
               10 WK-ROT-VL-LATITUDE   PIC S9(003)V9(008).
               10 WK-ROT-VL-LONGITUDE  PIC S9(003)V9(008).
               10 WK-ROT-DT-ULT-VISITA PIC 9(008).
               10 WK-ROT-QT-DIAS       PIC 9(005).
               10 WK-ROT-FL-ATRASADO   PIC X(001).
                   88 WK-ROT-ATRASADO  VALUE "S".
               10 WK-ROT-FL-NA-ROTA    PIC X(001).
                   88 WK-ROT-NA-ROTA   VALUE "S".

       77 WQT-ROT-QTDE    PIC 9(004) COMP VALUE ZEROS.
       77 WQT-ROT-ATRASO  PIC 9(004) COMP VALUE ZEROS.
       77 WK-ROT-IDX      PIC 9(004) COMP.
       77 WK-ROT-IDX-PROX PIC 9(004) COMP.
       77 WK-ROT-SEQ      PIC 9(004) COMP.

       77 WS-FL-ROT-CHEIA PIC X VALUE "N".
           88 W-ROT-CHEIA VALUE "S".

       01 WQT-TOTAIS.
           05 WQT-VEN-PROCESSADOS    PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-ATRIBUIDOS     PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-ROTEIRO        PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-ATRASADOS      PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-FORA-FOLHA     PIC 9(9) VALUE ZEROS.

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(030) VALUE
              "ROTEIRO DIARIO DE VISITAS     ".
           05 FILLER                  PIC X(006) VALUE "DATA: ".
           05 WK-CAB-DATA             PIC 9(008).
           05 FILLER                  PIC X(012) VALUE
              "  CADENCIA: ".
           05 WK-CAB-QT-CADENCIA      PIC ZZ9.
           05 FILLER                  PIC X(005) VALUE " DIAS".

       01 WK-REL-VENDEDOR.
           05 FILLER                  PIC X(010) VALUE "VENDEDOR: ".
           05 WK-VEN-CD-VENDEDOR      PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-VEN-NM-VENDEDOR      PIC X(040).
           05 FILLER                  PIC X(010) VALUE "  PARTIDA:".
           05 WK-VEN-VL-LATITUDE      PIC -ZZ9.999999.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-VEN-VL-LONGITUDE     PIC -ZZ9.999999.

       01 WK-REL-ATR-TITULO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(050) VALUE
              "*** CLIENTES ATRASADOS (MAIS DE 2X A CADENCIA) ***".

       01 WK-REL-ATR-DETALHE.
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WK-ATR-CD-CLIENTE       PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-ATR-NM-CLIENTE       PIC X(040).
           05 FILLER                  PIC X(016) VALUE
              "  ULTIMA VISITA:".
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-ATR-DT-ULT-VISITA    PIC X(008).
           05 FILLER                  PIC X(007) VALUE "  DIAS:".
           05 WK-ATR-QT-DIAS          PIC Z(004)9.

       01 WK-REL-ROT-TITULO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(052) VALUE
              "SEQ CLIENTE NOME".
           05 FILLER                  PIC X(032) VALUE
              "ULT.VISITA  TRECHO KM  TOTAL KM".

       01 WK-REL-ROT-DETALHE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-NU-SEQUENCIA     PIC ZZ9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-CD-CLIENTE       PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-NM-CLIENTE       PIC X(039).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-DT-ULT-VISITA    PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-VL-TRECHO        PIC Z(004)9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-VL-TOTAL         PIC Z(005)9.99.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-FL-ATRASADO      PIC X(001).

       01 WK-REL-ROT-TOTAL.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(022) VALUE
              "CLIENTES NO ROTEIRO: ".
           05 WK-TRO-QT-CLIENTES      PIC ZZZ9.
           05 FILLER                  PIC X(022) VALUE
              "   DISTANCIA TOTAL KM:".
           05 WK-TRO-VL-TOTAL         PIC Z(005)9.99.

       01 WK-REL-MENSAGEM.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-MSG-DS-MENSAGEM      PIC X(060).
           05 WK-MSG-QUANTIDADE       PIC Z(008)9.

       01 WK-REL-TOTAL.
           05 WK-TOT-DESCRICAO        PIC X(030).
           05 WK-TOT-QUANTIDADE       PIC Z(008)9.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_ATRIBUICAO.

       01 WID-ARQ-REL-ROTEIRO.
           05 WNM-PATH-REL-ROTEIRO    PIC X(17).
           05 WNM-ARQ-REL-ROTEIRO     PIC X(50)
                                      VALUE "ROTEIRO.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-QT-DIAS-CADENCIA     PIC 9(003) VALUE ZEROS.
           05 LK-QT-CLIENTES-ROTEIRO  PIC 9(009) VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CLIENTE.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-ATRIB-MESTRE.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-ROTEIRO.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WK-NU-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WK-DT-HOJE)

           IF LK-QT-DIAS-CADENCIA GREATER ZEROS
               MOVE LK-QT-DIAS-CADENCIA TO WK-QT-DIAS-CADENCIA
           ELSE
               MOVE 7 TO WK-QT-DIAS-CADENCIA
           END-IF

           COMPUTE WK-QT-DIAS-ATRASO = WK-QT-DIAS-CADENCIA * 2

           MOVE ZEROS TO LK-QT-CLIENTES-ROTEIRO

           PERFORM 5300-ABRIR-ARQ-ATRIB-MESTRE

           IF NOT FS-STAT-ATM-OK
               DISPLAY "ARQUIVO DE ATRIBUICAO INDISPONIVEL, STATUS "
                   FS-STAT-ATM
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               PERFORM 5000-ABRIR-ARQ-VENDEDOR
               PERFORM 5100-ABRIR-ARQ-CLIENTE
               PERFORM 5200-ABRIR-ARQ-VISITA
               PERFORM 5400-ABRIR-ARQ-REL-ROTEIRO

               PERFORM 4000-GRAVA-CABECALHO

               MOVE LOW-VALUES TO FS-VEN-KEY

               START ARQ-VENDEDOR
                   KEY IS NOT LESS THAN FS-VEN-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-VEN
               END-START

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

               PERFORM
                 UNTIL NOT FS-STAT-VEN-OK

                   IF NOT FS-VEN-INATIVO
                       ADD 1 TO WQT-VEN-PROCESSADOS
                       PERFORM 1000-PROCESSA-VENDEDOR
                   END-IF

                   PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

               END-PERFORM

               PERFORM 4100-GRAVA-TOTAIS

               PERFORM 7000-FECHA-ARQ-VENDEDOR
               PERFORM 7100-FECHA-ARQ-CLIENTE
               PERFORM 7200-FECHA-ARQ-VISITA
               PERFORM 7300-FECHA-ARQ-ATRIB-MESTRE
               PERFORM 7400-FECHA-ARQ-REL-ROTEIRO

               MOVE WQT-CLI-ROTEIRO TO LK-QT-CLIENTES-ROTEIRO

               IF W-ROT-CHEIA
                   MOVE 4 TO LK-RETURN-CODE
               ELSE
                   MOVE 0 TO LK-RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MONTA A FOLHA DO VENDEDOR CORRENTE: SELECIONA OS CLIENTES
      * PENDENTES, DESTACA OS ATRASADOS NO TOPO E IMPRIME A ROTA
       1000-PROCESSA-VENDEDOR SECTION.

           MOVE FS-VEN-CD-VENDEDOR  TO WK-VEN-CD-VENDEDOR
           MOVE FS-VEN-NM-VENDEDOR  TO WK-VEN-NM-VENDEDOR
           MOVE FS-VEN-VL-LATITUDE  TO WK-VEN-VL-LATITUDE
           MOVE FS-VEN-VL-LONGITUDE TO WK-VEN-VL-LONGITUDE
           MOVE WK-REL-VENDEDOR TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           MOVE ZEROS TO WQT-ROT-QTDE WQT-ROT-ATRASO

           PERFORM 1100-SELECIONA-CLIENTES

           IF WQT-ROT-QTDE EQUAL ZEROS
               MOVE "NENHUM CLIENTE PENDENTE DE VISITA"
                 TO WK-MSG-DS-MENSAGEM
               MOVE ZEROS TO WK-MSG-QUANTIDADE
               MOVE WK-REL-MENSAGEM TO ARQ-REL-ROTEIRO-REC
               WRITE ARQ-REL-ROTEIRO-REC
           ELSE
               IF WQT-ROT-ATRASO GREATER ZEROS
                   PERFORM 1300-LISTA-ATRASADOS
               END-IF

               PERFORM 1400-MONTA-ROTA
           END-IF

           MOVE SPACES TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC.

       1000-PROCESSA-VENDEDORX. EXIT.

      * -----------------------------------
      * LE PELA CHAVE ALTERNATIVA (VENDEDOR) AS ATRIBUICOES DO
      * VENDEDOR CORRENTE E CARREGA NA TABELA DO ROTEIRO OS CLIENTES
      * DELE QUE ESTAO PENDENTES DE VISITA
       1100-SELECIONA-CLIENTES SECTION.

           MOVE FS-VEN-CD-VENDEDOR TO FS-ATM-CD-VENDEDOR

           START ARQ-ATRIB-MESTRE
               KEY IS EQUAL FS-ATM-CD-VENDEDOR
           INVALID KEY
               MOVE 10 TO FS-STAT-ATM
           END-START

           IF FS-STAT-ATM-OK
               PERFORM 6300-LER-ARQ-ATRIB-MESTRE-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-ATM-OK OR
                   FS-ATM-CD-VENDEDOR NOT EQUAL FS-VEN-CD-VENDEDOR

               ADD 1 TO WQT-CLI-ATRIBUIDOS
               PERFORM 1200-VERIFICA-CLIENTE

               PERFORM 6300-LER-ARQ-ATRIB-MESTRE-SEQ

           END-PERFORM.

       1100-SELECIONA-CLIENTESX. EXIT.

      * -----------------------------------
      * LE O CLIENTE ATRIBUIDO (ATIVO E COM COORDENADAS VALIDAS),
      * APURA OS DIAS DESDE A ULTIMA VISITA AO CLIENTE (POR QUALQUER
      * VENDEDOR) E, SE ESTIVER PENDENTE (DIAS >= CADENCIA OU NUNCA
      * VISITADO), O INCLUI NA TABELA DO ROTEIRO. ATRASADO = MAIS DO
      * DOBRO DA CADENCIA
       1200-VERIFICA-CLIENTE SECTION.

           MOVE FS-ATM-CD-CLIENTE TO FS-CLI-CD-CLIENTE

           READ ARQ-CLIENTE

           MOVE 'N' TO WS-COORD-VALIDO

           IF FS-STAT-CLI-OK AND NOT FS-CLI-INATIVO
               MOVE FS-CLI-VL-LATITUDE  TO WK-VL-LATITUDE
               MOVE FS-CLI-VL-LONGITUDE TO WK-VL-LONGITUDE
               PERFORM 2100-VALIDA-COORDENADAS
           END-IF

           IF COORD-VALIDA
               PERFORM 1250-BUSCA-ULTIMA-VISITA

               IF WK-DT-ULT-VISITA EQUAL ZEROS
                   MOVE 99999 TO WK-QT-DIAS-SEM-VISITA
               ELSE
                   COMPUTE WK-QT-DIAS-SEM-VISITA =
                       WK-NU-DIA-HOJE -
                       FUNCTION INTEGER-OF-DATE (WK-DT-ULT-VISITA)
               END-IF

               EVALUATE TRUE
                   WHEN WK-QT-DIAS-SEM-VISITA LESS WK-QT-DIAS-CADENCIA
                       CONTINUE
                   WHEN WQT-ROT-QTDE NOT LESS 999
                       ADD 1 TO WQT-CLI-FORA-FOLHA
                       IF NOT W-ROT-CHEIA
                           MOVE 'S' TO WS-FL-ROT-CHEIA
                           DISPLAY "ROTEIRO DO VENDEDOR "
                               FS-VEN-CD-VENDEDOR
                               " EXCEDE 999 CLIENTES, EXCEDENTE NAO "
                               "LISTADO"
                       END-IF
                   WHEN OTHER
                       PERFORM 1220-INCLUI-CLIENTE-ROTEIRO
               END-EVALUATE
           END-IF.

       1200-VERIFICA-CLIENTEX. EXIT.

      * -----------------------------------
      * INCLUI O CLIENTE CORRENTE NA TABELA DO ROTEIRO, MARCANDO-O
      * COMO ATRASADO QUANDO PASSOU DO DOBRO DA CADENCIA
       1220-INCLUI-CLIENTE-ROTEIRO SECTION.

           ADD 1 TO WQT-ROT-QTDE
           MOVE FS-CLI-CD-CLIENTE   TO WK-ROT-CD-CLIENTE (WQT-ROT-QTDE)
           MOVE FS-CLI-NM-CLIENTE   TO WK-ROT-NM-CLIENTE (WQT-ROT-QTDE)
           MOVE FS-CLI-VL-LATITUDE
             TO WK-ROT-VL-LATITUDE (WQT-ROT-QTDE)
           MOVE FS-CLI-VL-LONGITUDE
             TO WK-ROT-VL-LONGITUDE (WQT-ROT-QTDE)
           MOVE WK-DT-ULT-VISITA
             TO WK-ROT-DT-ULT-VISITA (WQT-ROT-QTDE)
           MOVE WK-QT-DIAS-SEM-VISITA
             TO WK-ROT-QT-DIAS (WQT-ROT-QTDE)
           MOVE 'N' TO WK-ROT-FL-NA-ROTA (WQT-ROT-QTDE)

           IF WK-QT-DIAS-SEM-VISITA GREATER WK-QT-DIAS-ATRASO
               MOVE 'S' TO WK-ROT-FL-ATRASADO (WQT-ROT-QTDE)
               ADD 1 TO WQT-ROT-ATRASO
               ADD 1 TO WQT-CLI-ATRASADOS
           ELSE
               MOVE 'N' TO WK-ROT-FL-ATRASADO (WQT-ROT-QTDE)
           END-IF.

       1220-INCLUI-CLIENTE-ROTEIROX. EXIT.

      * -----------------------------------
      * PROCURA EM VISITA.IDX A DATA DA ULTIMA VISITA AO CLIENTE
      * CORRENTE FEITA POR QUALQUER VENDEDOR (TITULAR, COBERTURA OU
      * ATRIBUICAO ANTERIOR; ZEROS SE NUNCA VISITADO). COMO A CHAVE
      * COMECA PELO VENDEDOR, POSICIONA EM VENDEDOR + CLIENTE PARA
      * CADA VENDEDOR QUE TEM VISITAS, SALTANDO DE UM VENDEDOR AO
      * SEGUINTE. VISITAS DATADAS DEPOIS DE HOJE SAO DESCONSIDERADAS
       1250-BUSCA-ULTIMA-VISITA SECTION.

           MOVE ZEROS TO WK-DT-ULT-VISITA

           MOVE ZEROS             TO FS-VIS-CD-VENDEDOR
           MOVE FS-CLI-CD-CLIENTE TO FS-VIS-CD-CLIENTE
           MOVE ZEROS             TO FS-VIS-DT-VISITA

           PERFORM 1260-POSICIONA-VISITA

           PERFORM
             UNTIL NOT FS-STAT-VIS-OK

               EVALUATE TRUE
                   WHEN FS-VIS-CD-CLIENTE EQUAL FS-CLI-CD-CLIENTE
                       IF FS-VIS-DT-VISITA NOT GREATER WK-DT-HOJE AND
                          FS-VIS-DT-VISITA GREATER WK-DT-ULT-VISITA
                           MOVE FS-VIS-DT-VISITA TO WK-DT-ULT-VISITA
                       END-IF
                       PERFORM 6200-LER-ARQ-VISITA-SEQ
                   WHEN FS-VIS-CD-CLIENTE LESS FS-CLI-CD-CLIENTE
                       MOVE FS-CLI-CD-CLIENTE TO FS-VIS-CD-CLIENTE
                       MOVE ZEROS             TO FS-VIS-DT-VISITA
                       PERFORM 1260-POSICIONA-VISITA
                   WHEN FS-VIS-CD-VENDEDOR EQUAL 9999999
                       MOVE 10 TO FS-STAT-VIS
                   WHEN OTHER
                       ADD 1 TO FS-VIS-CD-VENDEDOR
                       MOVE FS-CLI-CD-CLIENTE TO FS-VIS-CD-CLIENTE
                       MOVE ZEROS             TO FS-VIS-DT-VISITA
                       PERFORM 1260-POSICIONA-VISITA
               END-EVALUATE

           END-PERFORM.

       1250-BUSCA-ULTIMA-VISITAX. EXIT.

      * -----------------------------------
      * POSICIONA O ARQUIVO DE VISITAS NA CHAVE MONTADA EM FS-VIS-KEY
      * (OU A SEGUINTE) E LE O REGISTRO
       1260-POSICIONA-VISITA SECTION.

           START ARQ-VISITA
               KEY IS NOT LESS THAN FS-VIS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VIS
           END-START

           IF FS-STAT-VIS-OK
               PERFORM 6200-LER-ARQ-VISITA-SEQ
           END-IF.

       1260-POSICIONA-VISITAX. EXIT.

      * -----------------------------------
      * IMPRIME NO TOPO DA FOLHA OS CLIENTES ATRASADOS DO VENDEDOR
       1300-LISTA-ATRASADOS SECTION.

           MOVE WK-REL-ATR-TITULO TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           PERFORM VARYING WK-ROT-IDX FROM 1 BY 1
             UNTIL WK-ROT-IDX GREATER WQT-ROT-QTDE

               IF WK-ROT-ATRASADO (WK-ROT-IDX)
                   MOVE WK-ROT-CD-CLIENTE (WK-ROT-IDX)
                     TO WK-ATR-CD-CLIENTE
                   MOVE WK-ROT-NM-CLIENTE (WK-ROT-IDX)
                     TO WK-ATR-NM-CLIENTE
                   IF WK-ROT-DT-ULT-VISITA (WK-ROT-IDX) EQUAL ZEROS
                       MOVE "NUNCA" TO WK-ATR-DT-ULT-VISITA
                       MOVE ZEROS TO WK-ATR-QT-DIAS
                   ELSE
                       MOVE WK-ROT-DT-ULT-VISITA (WK-ROT-IDX)
                         TO WK-ATR-DT-ULT-VISITA
                       MOVE WK-ROT-QT-DIAS (WK-ROT-IDX)
                         TO WK-ATR-QT-DIAS
                   END-IF
                   MOVE WK-REL-ATR-DETALHE TO ARQ-REL-ROTEIRO-REC
                   WRITE ARQ-REL-ROTEIRO-REC
               END-IF

           END-PERFORM

           MOVE SPACES TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC.

       1300-LISTA-ATRASADOSX. EXIT.

      * -----------------------------------
      * ORDENA OS CLIENTES DA TABELA PELO VIZINHO MAIS PROXIMO: A
      * PARTIR DO VENDEDOR, O PROXIMO DESTINO E SEMPRE O CLIENTE
      * AINDA FORA DA ROTA MAIS PERTO DO PONTO ATUAL (EMPATE FICA COM
      * O DE MENOR CODIGO). IMPRIME TRECHO E TOTAL ACUMULADO EM KM
       1400-MONTA-ROTA SECTION.

           MOVE WK-REL-ROT-TITULO TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           MOVE FS-VEN-VL-LATITUDE  TO WK-VL-LAT-ORIGEM
           MOVE FS-VEN-VL-LONGITUDE TO WK-VL-LON-ORIGEM
           MOVE ZEROS TO WK-VL-TOTAL-KM
           MOVE ZEROS TO WK-ROT-SEQ

           PERFORM
             UNTIL WK-ROT-SEQ NOT LESS WQT-ROT-QTDE

               PERFORM 1450-PROCURA-PROXIMO-CLIENTE

               ADD 1 TO WK-ROT-SEQ
               MOVE 'S' TO WK-ROT-FL-NA-ROTA (WK-ROT-IDX-PROX)

               COMPUTE WK-VL-TRECHO-KM ROUNDED = WK-MENOR-DISTANCIA
               ADD WK-VL-TRECHO-KM TO WK-VL-TOTAL-KM

               MOVE WK-ROT-SEQ TO WK-DET-NU-SEQUENCIA
               MOVE WK-ROT-CD-CLIENTE (WK-ROT-IDX-PROX)
                 TO WK-DET-CD-CLIENTE
               MOVE WK-ROT-NM-CLIENTE (WK-ROT-IDX-PROX)
                 TO WK-DET-NM-CLIENTE
               IF WK-ROT-DT-ULT-VISITA (WK-ROT-IDX-PROX) EQUAL ZEROS
                   MOVE "NUNCA" TO WK-DET-DT-ULT-VISITA
               ELSE
                   MOVE WK-ROT-DT-ULT-VISITA (WK-ROT-IDX-PROX)
                     TO WK-DET-DT-ULT-VISITA
               END-IF
               MOVE WK-VL-TRECHO-KM TO WK-DET-VL-TRECHO
               MOVE WK-VL-TOTAL-KM  TO WK-DET-VL-TOTAL
               IF WK-ROT-ATRASADO (WK-ROT-IDX-PROX)
                   MOVE "*" TO WK-DET-FL-ATRASADO
               ELSE
                   MOVE SPACE TO WK-DET-FL-ATRASADO
               END-IF
               MOVE WK-REL-ROT-DETALHE TO ARQ-REL-ROTEIRO-REC
               WRITE ARQ-REL-ROTEIRO-REC

               MOVE WK-ROT-VL-LATITUDE (WK-ROT-IDX-PROX)
                 TO WK-VL-LAT-ORIGEM
               MOVE WK-ROT-VL-LONGITUDE (WK-ROT-IDX-PROX)
                 TO WK-VL-LON-ORIGEM

           END-PERFORM

           ADD WQT-ROT-QTDE TO WQT-CLI-ROTEIRO

           MOVE WQT-ROT-QTDE   TO WK-TRO-QT-CLIENTES
           MOVE WK-VL-TOTAL-KM TO WK-TRO-VL-TOTAL
           MOVE WK-REL-ROT-TOTAL TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC.

       1400-MONTA-ROTAX. EXIT.

      * -----------------------------------
      * PROCURA NA TABELA O CLIENTE FORA DA ROTA MAIS PROXIMO DO
      * PONTO ATUAL (WK-VL-LAT/LON-ORIGEM), DEVOLVENDO O INDICE EM
      * WK-ROT-IDX-PROX E A DISTANCIA EM WK-MENOR-DISTANCIA
       1450-PROCURA-PROXIMO-CLIENTE SECTION.

           MOVE ZEROS TO WK-ROT-IDX-PROX
           MOVE 99999 TO WK-MENOR-DISTANCIA

           PERFORM VARYING WK-ROT-IDX FROM 1 BY 1
             UNTIL WK-ROT-IDX GREATER WQT-ROT-QTDE

               IF NOT WK-ROT-NA-ROTA (WK-ROT-IDX)
                   MOVE WK-ROT-VL-LATITUDE (WK-ROT-IDX)
                     TO WK-VL-LAT-DESTINO
                   MOVE WK-ROT-VL-LONGITUDE (WK-ROT-IDX)
                     TO WK-VL-LON-DESTINO
                   PERFORM 1500-CALCULA-DISTANCIA

                   IF WK-ROT-IDX-PROX EQUAL ZEROS OR
                      WK-DISTANCIA-KM LESS WK-MENOR-DISTANCIA
                       MOVE WK-ROT-IDX      TO WK-ROT-IDX-PROX
                       MOVE WK-DISTANCIA-KM TO WK-MENOR-DISTANCIA
                   END-IF
               END-IF

           END-PERFORM.

       1450-PROCURA-PROXIMO-CLIENTEX. EXIT.

      * -----------------------------------
      * CALCULA EM WK-DISTANCIA-KM A DISTANCIA DE CIRCULO MAXIMO
      * (FORMULA DE HAVERSINE, RAIO MEDIO DA TERRA DE 6371 KM) ENTRE
      * O PONTO DE ORIGEM E O PONTO DE DESTINO
       1500-CALCULA-DISTANCIA SECTION.

           COMPUTE WK-LAT1-RAD = WK-VL-LAT-ORIGEM  * WK-PI / 180
           COMPUTE WK-LON1-RAD = WK-VL-LON-ORIGEM  * WK-PI / 180
           COMPUTE WK-LAT2-RAD = WK-VL-LAT-DESTINO * WK-PI / 180
           COMPUTE WK-LON2-RAD = WK-VL-LON-DESTINO * WK-PI / 180

           COMPUTE WK-DLAT = WK-LAT2-RAD - WK-LAT1-RAD
           COMPUTE WK-DLON = WK-LON2-RAD - WK-LON1-RAD

           COMPUTE WK-HAV-A =
               FUNCTION SIN (WK-DLAT / 2) ** 2 +
               FUNCTION COS (WK-LAT1-RAD) *
               FUNCTION COS (WK-LAT2-RAD) *
               FUNCTION SIN (WK-DLON / 2) ** 2

           IF WK-HAV-A GREATER 1
               MOVE 1 TO WK-HAV-A
           END-IF

           COMPUTE WK-DISTANCIA-KM =
               2 * WK-RAIO-TERRA-KM *
               FUNCTION ASIN (FUNCTION SQRT (WK-HAV-A)).

       1500-CALCULA-DISTANCIAX. EXIT.

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
      * GRAVA O CABECALHO DO ROTEIRO
       4000-GRAVA-CABECALHO SECTION.

           MOVE WK-DT-HOJE          TO WK-CAB-DATA
           MOVE WK-QT-DIAS-CADENCIA TO WK-CAB-QT-CADENCIA
           MOVE WK-REL-CABECALHO TO ARQ-REL-ROTEIRO-REC

           WRITE ARQ-REL-ROTEIRO-REC

           MOVE SPACES TO ARQ-REL-ROTEIRO-REC

           WRITE ARQ-REL-ROTEIRO-REC.

       4000-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * GRAVA OS TOTAIS GERAIS DO ROTEIRO
       4100-GRAVA-TOTAIS SECTION.

           MOVE "VENDEDORES ATIVOS:"       TO WK-TOT-DESCRICAO
           MOVE WQT-VEN-PROCESSADOS        TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           MOVE "CLIENTES ATRIBUIDOS:"     TO WK-TOT-DESCRICAO
           MOVE WQT-CLI-ATRIBUIDOS         TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           MOVE "CLIENTES NOS ROTEIROS:"   TO WK-TOT-DESCRICAO
           MOVE WQT-CLI-ROTEIRO            TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           MOVE "CLIENTES ATRASADOS:"      TO WK-TOT-DESCRICAO
           MOVE WQT-CLI-ATRASADOS          TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-ROTEIRO-REC
           WRITE ARQ-REL-ROTEIRO-REC

           IF WQT-CLI-FORA-FOLHA GREATER ZEROS
               MOVE "CLIENTES FORA DA FOLHA:" TO WK-TOT-DESCRICAO
               MOVE WQT-CLI-FORA-FOLHA        TO WK-TOT-QUANTIDADE
               MOVE WK-REL-TOTAL TO ARQ-REL-ROTEIRO-REC
               WRITE ARQ-REL-ROTEIRO-REC
           END-IF.

       4100-GRAVA-TOTAISX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

           OPEN INPUT ARQ-VENDEDOR.

       5000-ABRIR-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE CLIENTES PARA LEITURA
       5100-ABRIR-ARQ-CLIENTE SECTION.

           OPEN INPUT ARQ-CLIENTE.

           IF NOT FS-STAT-CLI-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE CLIENTES, STATUS "
                   FS-STAT-CLI
           END-IF.

       5100-ABRIR-ARQ-CLIENTEX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE MOVIMENTO DE VISITAS PARA LEITURA
       5200-ABRIR-ARQ-VISITA SECTION.

           OPEN INPUT ARQ-VISITA.

           IF NOT FS-STAT-VIS-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE VISITAS, STATUS "
                   FS-STAT-VIS
           END-IF.

       5200-ABRIR-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO PERSISTENTE DE ATRIBUICAO PARA LEITURA
       5300-ABRIR-ARQ-ATRIB-MESTRE SECTION.

           OPEN INPUT ARQ-ATRIB-MESTRE.

       5300-ABRIR-ARQ-ATRIB-MESTREX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DO ROTEIRO (SAIDA)
       5400-ABRIR-ARQ-REL-ROTEIRO SECTION.

           OPEN OUTPUT ARQ-REL-ROTEIRO.

           IF NOT FS-STAT-RRO-OK
               DISPLAY "ERRO AO ABRIR ROTEIRO, STATUS " FS-STAT-RRO
           END-IF.

       5400-ABRIR-ARQ-REL-ROTEIROX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE PRIMARIA
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

           READ ARQ-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VEN
           END-READ.

       6000-LER-ARQ-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA VISITA EM SEQUENCIA DE CHAVE PRIMARIA
       6200-LER-ARQ-VISITA-SEQ SECTION.

           READ ARQ-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VIS
           END-READ.

       6200-LER-ARQ-VISITA-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA ATRIBUICAO EM SEQUENCIA DE CHAVE PRIMARIA
       6300-LER-ARQ-ATRIB-MESTRE-SEQ SECTION.

           READ ARQ-ATRIB-MESTRE NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-ATM
           END-READ.

       6300-LER-ARQ-ATRIB-MESTRE-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE VENDEDORES
       7000-FECHA-ARQ-VENDEDOR SECTION.

           CLOSE ARQ-VENDEDOR.

       7000-FECHA-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE CLIENTES
       7100-FECHA-ARQ-CLIENTE SECTION.

           CLOSE ARQ-CLIENTE.

       7100-FECHA-ARQ-CLIENTEX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE MOVIMENTO DE VISITAS
       7200-FECHA-ARQ-VISITA SECTION.

           CLOSE ARQ-VISITA.

       7200-FECHA-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO PERSISTENTE DE ATRIBUICAO
       7300-FECHA-ARQ-ATRIB-MESTRE SECTION.

           CLOSE ARQ-ATRIB-MESTRE.

       7300-FECHA-ARQ-ATRIB-MESTREX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DO ROTEIRO
       7400-FECHA-ARQ-REL-ROTEIRO SECTION.

           CLOSE ARQ-REL-ROTEIRO.

       7400-FECHA-ARQ-REL-ROTEIROX. EXIT.

       END PROGRAM CBL_ROTEIRO_VENDEDOR.
