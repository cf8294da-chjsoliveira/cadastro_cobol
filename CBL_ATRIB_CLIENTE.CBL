      *          (vendedor cheio transborda para o proximo mais
      *          proximo) e a distancia maxima aceitavel; clientes
      *          alem dela vao para os rejeitos e para a secao de
      *          excecoes do relatorio com a distancia encontrada.
      *          Vendedor ausente na data (AUSENCIA.IDX) nao recebe
      *          clientes: os clientes atribuidos a ele passam ao
      *          proximo mais proximo em cobertura temporaria, com ele
      *          guardado como titular, e voltam ao titular quando a
      *          ausencia termina; esses movimentos saem numa secao
      *          propria do relatorio de mudancas.
      *          Clientes da lista CLIALTERADO.IDX (gerada pela carga
      *          do ERP) que estao inativos ou sairam do mestre tem a
      *          atribuicao liberada; no modo incremental
      *          (LK-FL-INCREMENTAL = "S") so sao reatribuidos os
      *          clientes da lista e os clientes cujo vendedor esta
      *          ausente ou inativo na data ou cujo titular voltou,
      *          com a carga dos demais vendedores lida do arquivo
      *          persistente. A lista e esvaziada ao final.
      *          A procura do vendedor mais proximo usa uma grade
      *          geografica de celulas de 1 grau montada no inicio de
      *          cada execucao a partir de VENDEDOR.IDX: a busca parte
      *          da celula do cliente e alarga em aneis ate que nenhum
      *          vendedor fora deles possa estar mais perto, com o
      *          mesmo resultado da varredura completa do mestre (usada
      *          quando a grade nao pode ser montada). O total de
      *          calculos de distancia evitados sai no relatorio.
      *          Se ATRIBUICAO.IDX nao abrir (ex.: arquivo anterior a
      *          chave alternativa por vendedor, convertido por
      *          CBL_CONVERTE_ATRIBUICAO) nada e processado, a lista de
      *          alterados e preservada e o retorno e 8
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ATM-KEY
               ALTERNATE RECORD KEY IS FS-ATM-CD-VENDEDOR
                                      WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ATM.

               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RMU.

           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-AUS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-AUS.

           SELECT ARQ-MOV-COBERTURA ASSIGN TO WID-ARQ-MOV-COBERTURA
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-MCO.

           SELECT ARQ-CLI-ALTERADO ASSIGN TO DISK WID-ARQ-CLI-ALTERADO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CLA-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLA.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.
           05 RJC-VL-DISTANCIA-KM     PIC 9(005).99.

       FD ARQ-ATRIB-MESTRE.

       COPY FS-ARQ-ATRIBUICAO.

       FD ARQ-REL-MUDANCA.
       01 ARQ-REL-MUDANCA-REC         PIC X(100).

       FD ARQ-AUSENCIA.

       COPY FS-ARQ-AUSENCIA.

       FD ARQ-MOV-COBERTURA.
       01 ARQ-MOV-COBERTURA-REC       PIC X(100).

       FD ARQ-CLI-ALTERADO.

       COPY FS-ARQ-CLIALTERADO.

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
       77 FS-STAT-RMU PIC 9(02).
           88 FS-STAT-RMU-OK         VALUE IS 00.

       77 FS-STAT-AUS PIC 9(02).
           88 FS-STAT-AUS-OK         VALUE 00.
           88 FS-STAT-AUS-EOF        VALUE 10 23.
           88 FS-STAT-AUS-NAO-EXISTE VALUE 35.

       77 FS-STAT-MCO PIC 9(02).
           88 FS-STAT-MCO-OK         VALUE IS 00.

       77 FS-STAT-CLA PIC 9(02).
           88 FS-STAT-CLA-OK         VALUE 00.
           88 FS-STAT-CLA-EOF        VALUE 10 23.
           88 FS-STAT-CLA-NAO-EXISTE VALUE 35.

       77 WS-FL-ATM-ABERTO PIC X VALUE "N".
           88 W-ATM-ABERTO VALUE "S".

       77 WS-FL-CLA-ABERTO PIC X VALUE "N".
           88 W-CLA-ABERTO VALUE "S".

       77 WS-FL-INCREMENTAL PIC X VALUE "N".
           88 W-INCREMENTAL VALUE "S".

       77 WK-VL-LATITUDE  PIC S9(003)V9(008).
       77 WK-VL-LONGITUDE PIC S9(003)V9(008).


       77 WQT-CRG-QTDE PIC 9(005) COMP VALUE ZEROS.
       77 WK-CRG-IDX   PIC 9(005) COMP.
       77 WK-CRG-QT-ATUAL PIC 9(005) COMP.

       77 WS-FL-CRG-ACHOU PIC X.
           88 W-CRG-ACHOU VALUE "S".
       77 WS-FL-CRG-CHEIA PIC X VALUE "N".
           88 W-CRG-CHEIA VALUE "S".

       01 WK-TAB-AUSENTE.
           05 WK-AUS-CD-VENDEDOR OCCURS 2000 TIMES PIC 9(007).

       77 WQT-AUS-QTDE PIC 9(005) COMP VALUE ZEROS.
       77 WK-AUS-IDX   PIC 9(005) COMP.

       77 WS-FL-VEN-AUSENTE PIC X.
           88 W-VEN-AUSENTE VALUE "S".

       77 WS-FL-COBERTURA PIC X.
           88 W-COBERTURA VALUE "S".

       77 WK-CD-VEN-TITULAR     PIC 9(007).

       01 WK-TAB-REPROCESSO.
           05 WK-RPR-CD-CLIENTE OCCURS 50000 TIMES PIC 9(007).

       77 WQT-RPR-QTDE PIC 9(005) COMP VALUE ZEROS.
       77 WK-RPR-IDX   PIC 9(005) COMP.

       77 WS-FL-REPROCESSA PIC X.
           88 W-REPROCESSA VALUE "S".

       77 WS-FL-RPR-CHEIA PIC X VALUE "N".
           88 W-RPR-CHEIA VALUE "S".

       77 WK-GRD-QT-LIN PIC 9(005) COMP VALUE 180.
       77 WK-GRD-QT-COL PIC 9(005) COMP VALUE 360.

       01 WK-TAB-GRADE.
           05 WK-GRD-CELULA OCCURS 64800 TIMES.
               10 WK-GRD-IX-INICIO    PIC 9(005) COMP.
               10 WK-GRD-QT-VEN       PIC 9(005) COMP.

       01 WK-TAB-VEN-GRADE.
           05 WK-GVE-ENTRADA OCCURS 10000 TIMES.
               10 WK-GVE-CD-VENDEDOR  PIC 9(007).
               10 WK-GVE-NM-VENDEDOR  PIC X(040).
               10 WK-GVE-VL-LATITUDE  PIC S9(003)V9(008).
               10 WK-GVE-VL-LONGITUDE PIC S9(003)V9(008).
               10 WK-GVE-FL-AUSENTE   PIC X(001).
               10 WK-GVE-NU-CELULA    PIC 9(005) COMP.

       01 WK-TAB-ORDEM-GRADE.
           05 WK-GOR-IX-VENDEDOR OCCURS 10000 TIMES PIC 9(005) COMP.

       77 WQT-GVE-QTDE   PIC 9(005) COMP VALUE ZEROS.
       77 WQT-GVE-DISPONIVEIS PIC 9(005) COMP VALUE ZEROS.
       77 WQT-GVE-CHEIOS PIC 9(005) COMP VALUE ZEROS.
       77 WK-GVE-IDX     PIC 9(005) COMP.
       77 WK-GOR-IDX     PIC 9(005) COMP.
       77 WK-GOR-FIM     PIC 9(005) COMP.
       77 WK-GRD-IDX     PIC 9(005) COMP.
       77 WK-GRD-PROXIMO PIC 9(005) COMP.

       77 WK-GRD-LIN     PIC 9(005) COMP.
       77 WK-GRD-COL     PIC 9(005) COMP.
       77 WK-GRD-NU-CELULA PIC 9(005) COMP.
       77 WK-GRD-LIN-CLI PIC 9(005) COMP.
       77 WK-GRD-COL-CLI PIC 9(005) COMP.
       77 WK-GRD-RAIO    PIC S9(005) COMP.
       77 WK-GRD-DI      PIC S9(005) COMP.
       77 WK-GRD-DJ      PIC S9(005) COMP.
       77 WK-GRD-DJ-INI  PIC S9(005) COMP.
       77 WK-GRD-DJ-FIM  PIC S9(005) COMP.
       77 WK-GRD-AUX     PIC S9(005) COMP.
       77 WK-GRD-QT-VISTOS PIC 9(005) COMP.

       77 WK-GRD-DIST-LAT COMP-2.
       77 WK-GRD-DIST-LON COMP-2.
       77 WK-GRD-COS-LAT  COMP-2.
       77 WK-GRD-ANG-RAD  COMP-2.

       77 WS-FL-GRADE PIC X VALUE "N".
           88 W-GRADE-ATIVA VALUE "S".

       77 WS-FL-GRD-FIM PIC X.
           88 W-GRD-FIM VALUE "S".

       77 WQT-DIST-BASE       PIC 9(015) VALUE ZEROS.
       77 WQT-DIST-CALCULADAS PIC 9(015) VALUE ZEROS.
       77 WQT-DIST-EVITADAS   PIC 9(015) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-CLI-LIDOS          PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-ATRIBUIDOS     PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-REJEITADOS     PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-MUDANCAS       PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-EXCECOES       PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-COBERTURAS     PIC 9(9) VALUE ZEROS.
           05 WQT-CLI-LIBERADOS      PIC 9(9) VALUE ZEROS.

       77 WK-DT-HOJE PIC 9(008).


       77 WK-CD-VEN-ANTERIOR  PIC 9(007).
       77 WK-VL-DIST-ANTERIOR PIC 9(005)V9(002).
       77 WK-CD-TITULAR-ANT   PIC 9(007).

       77 WS-FL-COB-ANTERIOR PIC X.
           88 W-COB-ANTERIOR VALUE "S".

       01 WK-REL-MUD-CABECALHO.
           05 FILLER                  PIC X(038) VALUE
           05 WK-MTO-DESCRICAO        PIC X(030).
           05 WK-MTO-QUANTIDADE       PIC Z(008)9.

       01 WK-REL-GRD-TOTAL.
           05 WK-GTO-DESCRICAO        PIC X(030).
           05 WK-GTO-QUANTIDADE       PIC Z(014)9.

       01 WK-REL-EXC-TITULO.
           05 FILLER                  PIC X(044) VALUE
              "EXCECOES - DISTANCIA/CAPACIDADE/COBERTURA   ".

       01 WK-REL-COB-TITULO.
           05 FILLER                  PIC X(044) VALUE
              "MOVIMENTOS DE COBERTURA - TITULAR AUSENTE   ".

       01 WK-REL-EXC-DETALHE.
           05 WK-EXC-CD-CLIENTE       PIC 9(007).

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_ID_ARQ_ATRIBUICAO.

       01 WID-ARQ-ATRIBUICAO.
           05 WNM-PATH-ATRIBUICAO     PIC X(17).
           05 WNM-ARQ-ATRIBUICAO      PIC X(50)
           05 WNM-ARQ-REJ-CLIENTE     PIC X(50)
                                      VALUE "REJEITOSCLIENTE.TXT".

       01 WID-ARQ-REL-MUDANCA.
           05 WNM-PATH-REL-MUDANCA    PIC X(17).
           05 WNM-ARQ-REL-MUDANCA     PIC X(50)
                                      VALUE "MUDANCAATRIB.TXT".

       COPY CPY_ID_ARQ_AUSENCIA.

       01 WID-ARQ-MOV-COBERTURA.
           05 WNM-PATH-MOV-COBERTURA  PIC X(17).
           05 WNM-ARQ-MOV-COBERTURA   PIC X(50)
                                      VALUE "MOVCOBERTURA.TXT".

       COPY CPY_ID_ARQ_CLIALTERADO.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE      PIC 99     VALUE 0.
           05 LK-QT-MAX-CLIENTES  PIC 9(005) VALUE ZEROS.
           05 LK-VL-DIST-MAX-KM   PIC 9(005) VALUE ZEROS.
           05 LK-FL-INCREMENTAL   PIC X(001) VALUE "N".
               88 LK-INCREMENTAL  VALUE "S".

       PROCEDURE DIVISION USING LK-PARAM.

           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REJ-CLIENTE.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-ATRIB-MESTRE.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-MUDANCA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AUSENCIA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-MOV-COBERTURA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CLI-ALTERADO.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD

           MOVE LK-VL-DIST-MAX-KM  TO WK-VL-DIST-MAX-KM
           MOVE ZEROS TO WQT-CRG-QTDE

           PERFORM 1050-CARREGA-AUSENTES

           PERFORM 5000-ABRIR-ARQ-VENDEDOR

           PERFORM 1060-MONTA-GRADE-VENDEDOR

           PERFORM 5100-ABRIR-ARQ-CLIENTE
           PERFORM 5200-ABRIR-ARQ-ATRIBUICAO
           PERFORM 5300-ABRIR-ARQ-REJ-CLIENTE
           PERFORM 5400-ABRIR-ARQ-ATRIB-MESTRE
           PERFORM 5500-ABRIR-ARQ-REL-MUDANCA
           PERFORM 5600-ABRIR-ARQ-MOV-COBERTURA
           PERFORM 5800-ABRIR-ARQ-CLI-ALTERADO

           IF W-ATM-ABERTO
               PERFORM 0100-PROCESSA-ATRIBUICAO
           ELSE
               IF W-CLA-ABERTO
                   PERFORM 7800-FECHA-ARQ-CLI-ALTERADO
               END-IF
               PERFORM 7300-FECHA-ARQ-REJ-CLIENTE
               PERFORM 7600-FECHA-ARQ-MOV-COBERTURA
           END-IF

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-CLIENTE
           PERFORM 7400-FECHA-ARQ-ATRIB-MESTRE
           PERFORM 7500-FECHA-ARQ-REL-MUDANCA

           DISPLAY "CALCULOS DE DISTANCIA REALIZADOS: "
               WQT-DIST-CALCULADAS " EVITADOS PELA GRADE: "
               WQT-DIST-EVITADAS

           EVALUATE TRUE
               WHEN NOT W-ATM-ABERTO
                   MOVE 8 TO LK-RETURN-CODE
               WHEN W-CRG-CHEIA
                   MOVE 8 TO LK-RETURN-CODE
               WHEN WQT-CLI-REJEITADOS GREATER ZEROS

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PROCESSA A ATRIBUICAO (BASE COMPLETA OU INCREMENTAL), CONSOME A
      * LISTA DE CLIENTES ALTERADOS E GRAVA OS RELATORIOS. SO EXECUTA
      * COM O ARQUIVO PERSISTENTE DE ATRIBUICAO ABERTO
       0100-PROCESSA-ATRIBUICAO SECTION.

           IF LK-INCREMENTAL
               IF W-CLA-ABERTO
                   MOVE 'S' TO WS-FL-INCREMENTAL
               ELSE
                   DISPLAY "LISTA DE CLIENTES ALTERADOS NAO "
                       "ENCONTRADA, PROCESSANDO A BASE COMPLETA"
               END-IF
           END-IF

           PERFORM 4000-GRAVA-CABECALHO-MUDANCA

           IF W-INCREMENTAL
               PERFORM 1550-CARREGA-CARGA-ATUAL
           ELSE
               PERFORM 1010-PROCESSA-BASE-COMPLETA
           END-IF

           IF W-CLA-ABERTO
               PERFORM 1500-PROCESSA-CLI-ALTERADOS
               PERFORM 7800-FECHA-ARQ-CLI-ALTERADO
           END-IF

           IF W-INCREMENTAL
               PERFORM 1700-REPROCESSA-CLIENTES
           END-IF

           PERFORM 7300-FECHA-ARQ-REJ-CLIENTE
           PERFORM 7600-FECHA-ARQ-MOV-COBERTURA

           PERFORM 3100-GRAVA-COBERTURAS

           PERFORM 3000-GRAVA-EXCECOES

           PERFORM 4100-GRAVA-TOTAIS-MUDANCA.

       0100-PROCESSA-ATRIBUICAOX. EXIT.

      * -----------------------------------
      * VALIDA AS COORDENADAS DO CLIENTE CORRENTE E, QUANDO VALIDAS,
      * PROCURA O VENDEDOR ATIVO MAIS PROXIMO E GRAVA A ATRIBUICAO.
      * CLIENTE CUJO VENDEDOR (OU TITULAR) ESTA AUSENTE SEM NENHUM
      * VENDEDOR DISPONIVEL PARA A COBERTURA SAI NOS REJEITOS COM O
      * MOTIVO 05
       1000-TRATA-CLIENTE SECTION.

           MOVE FS-CLI-VL-LATITUDE  TO WK-VL-LATITUDE
               MOVE ZEROS TO RJC-VL-DISTANCIA-KM
               WRITE ARQ-REJ-CLIENTE-REC
           ELSE
               PERFORM 1020-VERIFICA-COBERTURA

               IF W-GRADE-ATIVA
                   PERFORM 1160-PROCURA-VENDEDOR-GRADE
               ELSE
                   PERFORM 1100-PROCURA-VENDEDOR-PROXIMO
               END-IF

               EVALUATE TRUE
                   WHEN W-ACHOU-VENDEDOR AND
                       PERFORM 1150-CONTABILIZA-CARGA
                       PERFORM 1300-ATUALIZA-ATRIB-MESTRE

                   WHEN W-COBERTURA
                       ADD 1 TO WQT-CLI-REJEITADOS
                       ADD 1 TO WQT-CLI-EXCECOES
                       MOVE FS-CLI-CD-CLIENTE TO RJC-CD-CLIENTE
                       MOVE "05" TO RJC-COD-MOTIVO
                       MOVE "TITULAR AUSENTE SEM VENDEDOR P/COBERTURA"
                         TO RJC-DS-MOTIVO
                       IF W-ACHOU-VENDEDOR
                           MOVE WK-MENOR-DISTANCIA
                             TO RJC-VL-DISTANCIA-KM
                       ELSE
                           MOVE ZEROS TO RJC-VL-DISTANCIA-KM
                       END-IF
                       WRITE ARQ-REJ-CLIENTE-REC

                   WHEN W-ACHOU-VENDEDOR
                       ADD 1 TO WQT-CLI-REJEITADOS
                       ADD 1 TO WQT-CLI-EXCECOES

       1000-TRATA-CLIENTEX. EXIT.

      * -----------------------------------
      * CONFERE NO ARQUIVO PERSISTENTE SE O CLIENTE CORRENTE ENTRA OU
      * CONTINUA EM COBERTURA: O VENDEDOR ATRIBUIDO A ELE (OU O
      * TITULAR, SE JA ESTA EM COBERTURA) ESTA ATIVO E AUSENTE NA
      * DATA. LIGA W-COBERTURA E GUARDA ESSE VENDEDOR EM
      * WK-CD-VEN-TITULAR
       1020-VERIFICA-COBERTURA SECTION.

           MOVE 'N' TO WS-FL-COBERTURA
           MOVE ZEROS TO WK-CD-VEN-TITULAR

           MOVE FS-CLI-CD-CLIENTE TO FS-ATM-CD-CLIENTE

           READ ARQ-ATRIB-MESTRE

           IF FS-STAT-ATM-OK
               IF FS-ATM-COBERTURA
                   MOVE FS-ATM-CD-VEN-TITULAR TO FS-VEN-CD-VENDEDOR
               ELSE
                   MOVE FS-ATM-CD-VENDEDOR    TO FS-VEN-CD-VENDEDOR
               END-IF

               READ ARQ-VENDEDOR

               IF FS-STAT-VEN-OK AND NOT FS-VEN-INATIVO
                   PERFORM 1130-VERIFICA-AUSENCIA
                   IF W-VEN-AUSENTE
                       MOVE 'S' TO WS-FL-COBERTURA
                       MOVE FS-VEN-CD-VENDEDOR TO WK-CD-VEN-TITULAR
                   END-IF
               END-IF
           END-IF.

       1020-VERIFICA-COBERTURAX. EXIT.

      * -----------------------------------
      * VARRE TODOS OS CLIENTES ATIVOS DO MESTRE ATRIBUINDO O
      * VENDEDOR MAIS PROXIMO A CADA UM
       1010-PROCESSA-BASE-COMPLETA SECTION.

           MOVE LOW-VALUES TO FS-CLI-KEY

           START ARQ-CLIENTE
               KEY IS NOT LESS THAN FS-CLI-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CLI
           END-START

           PERFORM 6100-LER-ARQ-CLIENTE

           PERFORM
             UNTIL NOT FS-STAT-CLI-OK

               IF NOT FS-CLI-INATIVO
                   ADD 1 TO WQT-CLI-LIDOS

                   PERFORM 1000-TRATA-CLIENTE
               END-IF

               PERFORM 6100-LER-ARQ-CLIENTE

           END-PERFORM.

       1010-PROCESSA-BASE-COMPLETAX. EXIT.

      * -----------------------------------
      * CARREGA EM WK-TAB-AUSENTE OS VENDEDORES AUSENTES NA DATA DA
      * EXECUCAO (DATA INICIO <= HOJE <= DATA FIM). SEM ARQUIVO DE
      * AUSENCIAS NINGUEM ESTA AUSENTE
       1050-CARREGA-AUSENTES SECTION.

           MOVE ZEROS TO WQT-AUS-QTDE

           PERFORM 5700-ABRIR-ARQ-AUSENCIA

           IF FS-STAT-AUS-OK
               PERFORM 6300-LER-ARQ-AUSENCIA

               PERFORM
                 UNTIL NOT FS-STAT-AUS-OK

                   IF FS-AUS-DT-INICIO NOT GREATER WK-DT-HOJE AND
                      FS-AUS-DT-FIM NOT LESS WK-DT-HOJE
                       IF WQT-AUS-QTDE LESS 2000
                           ADD 1 TO WQT-AUS-QTDE
                           MOVE FS-AUS-CD-VENDEDOR
                             TO WK-AUS-CD-VENDEDOR (WQT-AUS-QTDE)
                       ELSE
                           DISPLAY "TABELA DE AUSENTES CHEIA, VENDEDOR "
                               FS-AUS-CD-VENDEDOR " NAO CONSIDERADO"
                       END-IF
                   END-IF

                   PERFORM 6300-LER-ARQ-AUSENCIA

               END-PERFORM

               PERFORM 7700-FECHA-ARQ-AUSENCIA
           END-IF.

       1050-CARREGA-AUSENTESX. EXIT.

      * -----------------------------------
      * MONTA A GRADE GEOGRAFICA COM OS VENDEDORES ATIVOS DO MESTRE
      * (REFEITA A CADA EXECUCAO, SEMPRE COM AS COORDENADAS ATUAIS),
      * JA MARCANDO OS AUSENTES NA DATA. CELULAS DE 1 GRAU (180
      * FAIXAS DE LATITUDE X 360 COLUNAS DE LONGITUDE); CADA CELULA
      * APONTA PARA O SEU TRECHO EM WK-TAB-ORDEM-GRADE, COM OS
      * VENDEDORES EM ORDEM DE CODIGO. COM MAIS VENDEDORES QUE A
      * TABELA OU COORDENADA FORA DA FAIXA A GRADE NAO E USADA E A
      * PROCURA VOLTA A VARRER O MESTRE INTEIRO
       1060-MONTA-GRADE-VENDEDOR SECTION.

           MOVE 'S' TO WS-FL-GRADE
           MOVE ZEROS TO WQT-GVE-QTDE
           MOVE ZEROS TO WQT-GVE-DISPONIVEIS
           MOVE ZEROS TO WQT-GVE-CHEIOS

           INITIALIZE WK-TAB-GRADE

           MOVE LOW-VALUES TO FS-VEN-KEY

           START ARQ-VENDEDOR
               KEY IS NOT LESS THAN FS-VEN-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VEN
           END-START

           PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           PERFORM
             UNTIL NOT FS-STAT-VEN-OK OR NOT W-GRADE-ATIVA

               IF NOT FS-VEN-INATIVO
                   PERFORM 1065-INCLUI-VENDEDOR-GRADE
               END-IF

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           END-PERFORM

           IF W-GRADE-ATIVA
               MOVE 1 TO WK-GRD-PROXIMO

               PERFORM VARYING WK-GRD-IDX FROM 1 BY 1
                 UNTIL WK-GRD-IDX GREATER 64800

                   MOVE WK-GRD-PROXIMO TO WK-GRD-IX-INICIO (WK-GRD-IDX)
                   ADD WK-GRD-QT-VEN (WK-GRD-IDX) TO WK-GRD-PROXIMO
                   MOVE ZEROS TO WK-GRD-QT-VEN (WK-GRD-IDX)

               END-PERFORM

               PERFORM VARYING WK-GVE-IDX FROM 1 BY 1
                 UNTIL WK-GVE-IDX GREATER WQT-GVE-QTDE

                   MOVE WK-GVE-NU-CELULA (WK-GVE-IDX) TO WK-GRD-IDX
                   COMPUTE WK-GOR-IDX = WK-GRD-IX-INICIO (WK-GRD-IDX) +
                                        WK-GRD-QT-VEN (WK-GRD-IDX)
                   MOVE WK-GVE-IDX TO WK-GOR-IX-VENDEDOR (WK-GOR-IDX)
                   ADD 1 TO WK-GRD-QT-VEN (WK-GRD-IDX)

               END-PERFORM

               DISPLAY "GRADE DE VENDEDORES MONTADA, VENDEDORES "
                   "ATIVOS: " WQT-GVE-QTDE
           END-IF.

       1060-MONTA-GRADE-VENDEDORX. EXIT.

      * -----------------------------------
      * GUARDA O VENDEDOR CORRENTE NA TABELA DA GRADE COM A CELULA
      * DAS SUAS COORDENADAS
       1065-INCLUI-VENDEDOR-GRADE SECTION.

           MOVE FS-VEN-VL-LATITUDE  TO WK-VL-LATITUDE
           MOVE FS-VEN-VL-LONGITUDE TO WK-VL-LONGITUDE
           PERFORM 2100-VALIDA-COORDENADAS

           EVALUATE TRUE
               WHEN COORD-INVALIDA
                   MOVE 'N' TO WS-FL-GRADE
                   DISPLAY "VENDEDOR " FS-VEN-CD-VENDEDOR
                       " COM COORDENADA INVALIDA, GRADE NAO UTILIZADA"
               WHEN WQT-GVE-QTDE NOT LESS 10000
                   MOVE 'N' TO WS-FL-GRADE
                   DISPLAY "TABELA DA GRADE DE VENDEDORES CHEIA, "
                       "GRADE NAO UTILIZADA"
               WHEN OTHER
                   PERFORM 1130-VERIFICA-AUSENCIA
                   PERFORM 1070-CALCULA-CELULA

                   ADD 1 TO WQT-GVE-QTDE
                   MOVE FS-VEN-CD-VENDEDOR
                     TO WK-GVE-CD-VENDEDOR (WQT-GVE-QTDE)
                   MOVE FS-VEN-NM-VENDEDOR
                     TO WK-GVE-NM-VENDEDOR (WQT-GVE-QTDE)
                   MOVE FS-VEN-VL-LATITUDE
                     TO WK-GVE-VL-LATITUDE (WQT-GVE-QTDE)
                   MOVE FS-VEN-VL-LONGITUDE
                     TO WK-GVE-VL-LONGITUDE (WQT-GVE-QTDE)
                   MOVE WS-FL-VEN-AUSENTE
                     TO WK-GVE-FL-AUSENTE (WQT-GVE-QTDE)
                   MOVE WK-GRD-NU-CELULA
                     TO WK-GVE-NU-CELULA (WQT-GVE-QTDE)

                   ADD 1 TO WK-GRD-QT-VEN (WK-GRD-NU-CELULA)

                   IF NOT W-VEN-AUSENTE
                       ADD 1 TO WQT-GVE-DISPONIVEIS
                   END-IF
           END-EVALUATE.

       1065-INCLUI-VENDEDOR-GRADEX. EXIT.

      * -----------------------------------
      * CALCULA A FAIXA (WK-GRD-LIN, 0 A 179), A COLUNA (WK-GRD-COL,
      * 0 A 359) E O NUMERO DA CELULA DE WK-VL-LATITUDE /
      * WK-VL-LONGITUDE. LATITUDE 90 FICA NA ULTIMA FAIXA E LONGITUDE
      * 180 NA COLUNA DE -180
       1070-CALCULA-CELULA SECTION.

           COMPUTE WK-GRD-LIN = WK-VL-LATITUDE + 90

           IF WK-GRD-LIN NOT LESS WK-GRD-QT-LIN
               COMPUTE WK-GRD-LIN = WK-GRD-QT-LIN - 1
           END-IF

           COMPUTE WK-GRD-COL = WK-VL-LONGITUDE + 180

           IF WK-GRD-COL NOT LESS WK-GRD-QT-COL
               SUBTRACT WK-GRD-QT-COL FROM WK-GRD-COL
           END-IF

           COMPUTE WK-GRD-NU-CELULA =
               WK-GRD-LIN * WK-GRD-QT-COL + WK-GRD-COL + 1.

       1070-CALCULA-CELULAX. EXIT.

      * -----------------------------------
      * VARRE OS VENDEDORES ATIVOS CALCULANDO A DISTANCIA DE CIRCULO
      * MAXIMO ATE O CLIENTE CORRENTE E GUARDA O MAIS PROXIMO EM
      * WK-CD-VENDEDOR-PROX / WK-MENOR-DISTANCIA. VENDEDOR QUE JA
      * ATINGIU O LIMITE DE CLIENTES DA EXECUCAO E PULADO (O CLIENTE
      * TRANSBORDA PARA O PROXIMO MAIS PROXIMO). VENDEDOR AUSENTE NA
      * DATA NAO E ESCOLHIDO NEM TEM A DISTANCIA CALCULADA
       1100-PROCURA-VENDEDOR-PROXIMO SECTION.

           MOVE 'N' TO WS-FL-ACHOU-VENDEDOR
             UNTIL NOT FS-STAT-VEN-OK

               IF NOT FS-VEN-INATIVO
                   PERFORM 1130-VERIFICA-AUSENCIA
               END-IF

               IF NOT FS-VEN-INATIVO AND NOT W-VEN-AUSENTE
                   PERFORM 1120-VERIFICA-CAPACIDADE

                   IF W-VEN-COM-VAGA
                       PERFORM 1200-CALCULA-DISTANCIA
                       ADD 1 TO WQT-DIST-CALCULADAS

                       IF NOT W-ACHOU-VENDEDOR OR
                          WK-DISTANCIA-KM LESS WK-MENOR-DISTANCIA

       1120-VERIFICA-CAPACIDADEX. EXIT.

      * -----------------------------------
      * CONFERE SE O VENDEDOR CORRENTE ESTA NA TABELA DE AUSENTES DA
      * DATA DA EXECUCAO, LIGANDO W-VEN-AUSENTE
       1130-VERIFICA-AUSENCIA SECTION.

           MOVE 'N' TO WS-FL-VEN-AUSENTE

           PERFORM VARYING WK-AUS-IDX FROM 1 BY 1
             UNTIL WK-AUS-IDX GREATER WQT-AUS-QTDE
                OR W-VEN-AUSENTE

               IF WK-AUS-CD-VENDEDOR (WK-AUS-IDX)
                  EQUAL FS-VEN-CD-VENDEDOR
                   MOVE 'S' TO WS-FL-VEN-AUSENTE
               END-IF

           END-PERFORM.

       1130-VERIFICA-AUSENCIAX. EXIT.

      * -----------------------------------
      * CONTABILIZA O CLIENTE ATRIBUIDO NA CARGA DA EXECUCAO DO
      * VENDEDOR ESCOLHIDO (SOMENTE QUANDO HA LIMITE DE CLIENTES).
      * TABELA CHEIA E AVISADA E SAI COM RC 8: O LIMITE DEIXARIA DE
      * VALER PARA OS VENDEDORES QUE NAO COUBERAM. COM A GRADE ATIVA,
      * O VENDEDOR QUE CHEGA AO LIMITE E CONTADO ENTRE OS CHEIOS
       1150-CONTABILIZA-CARGA SECTION.

           IF WK-QT-MAX-CLIENTES GREATER ZEROS
               MOVE 'N' TO WS-FL-CRG-ACHOU
               MOVE ZEROS TO WK-CRG-QT-ATUAL

               PERFORM VARYING WK-CRG-IDX FROM 1 BY 1
                 UNTIL WK-CRG-IDX GREATER WQT-CRG-QTDE
                      EQUAL WK-CD-VENDEDOR-PROX
                       MOVE 'S' TO WS-FL-CRG-ACHOU
                       ADD 1 TO WK-CRG-QT-CLIENTES (WK-CRG-IDX)
                       MOVE WK-CRG-QT-CLIENTES (WK-CRG-IDX)
                         TO WK-CRG-QT-ATUAL
                   END-IF

               END-PERFORM
                         TO WK-CRG-CD-VENDEDOR (WQT-CRG-QTDE)
                       MOVE 1
                         TO WK-CRG-QT-CLIENTES (WQT-CRG-QTDE)
                       MOVE 1 TO WK-CRG-QT-ATUAL
                   ELSE
                       IF NOT W-CRG-CHEIA
                           MOVE 'S' TO WS-FL-CRG-CHEIA
                       END-IF
                   END-IF
               END-IF

               IF W-GRADE-ATIVA AND
                  WK-CRG-QT-ATUAL EQUAL WK-QT-MAX-CLIENTES
                   PERFORM 1155-CONTA-VENDEDOR-CHEIO
               END-IF
           END-IF.

       1150-CONTABILIZA-CARGAX. EXIT.

      * -----------------------------------
      * CONTA EM WQT-GVE-CHEIOS O VENDEDOR WK-CD-VENDEDOR-PROX QUE
      * ACABOU DE CHEGAR AO LIMITE, QUANDO ELE E UM DOS VENDEDORES
      * ATIVOS E NAO AUSENTES DA GRADE (OS QUE A VARREDURA COMPLETA
      * DEIXARIA DE CALCULAR POR FALTA DE VAGA)
       1155-CONTA-VENDEDOR-CHEIO SECTION.

           MOVE WK-CD-VENDEDOR-PROX TO FS-VEN-CD-VENDEDOR

           READ ARQ-VENDEDOR

           IF FS-STAT-VEN-OK AND NOT FS-VEN-INATIVO
               PERFORM 1130-VERIFICA-AUSENCIA
               IF NOT W-VEN-AUSENTE
                   ADD 1 TO WQT-GVE-CHEIOS
               END-IF
           END-IF.

       1155-CONTA-VENDEDOR-CHEIOX. EXIT.

      * -----------------------------------
      * PROCURA O VENDEDOR MAIS PROXIMO PELA GRADE: VARRE A CELULA DO
      * CLIENTE E OS ANEIS DE CELULAS EM VOLTA, ALARGANDO ATE QUE A
      * MENOR DISTANCIA POSSIVEL FORA DOS ANEIS JA VARRIDOS SUPERE A
      * DO VENDEDOR ENCONTRADO (OU ATE VER TODOS OS VENDEDORES).
      * DEVOLVE OS MESMOS CAMPOS E INDICADORES DA VARREDURA COMPLETA;
      * NO EMPATE DE DISTANCIA FICA O MENOR CODIGO, COMO NELA. A BASE
      * DOS CALCULOS EVITADOS SOMA O QUE A VARREDURA COMPLETA
      * CALCULARIA PARA O CLIENTE: OS VENDEDORES NAO AUSENTES COM VAGA
       1160-PROCURA-VENDEDOR-GRADE SECTION.

           MOVE 'N' TO WS-FL-ACHOU-VENDEDOR
           MOVE 'N' TO WS-FL-VEN-CHEIO
           MOVE 99999 TO WK-MENOR-DISTANCIA

           COMPUTE WQT-DIST-BASE = WQT-DIST-BASE +
                                   WQT-GVE-DISPONIVEIS - WQT-GVE-CHEIOS

           MOVE FS-CLI-VL-LATITUDE  TO WK-VL-LATITUDE
           MOVE FS-CLI-VL-LONGITUDE TO WK-VL-LONGITUDE
           PERFORM 1070-CALCULA-CELULA
           MOVE WK-GRD-LIN TO WK-GRD-LIN-CLI
           MOVE WK-GRD-COL TO WK-GRD-COL-CLI

           COMPUTE WK-GRD-COS-LAT =
               FUNCTION COS (FS-CLI-VL-LATITUDE * WK-PI / 180)

           IF WK-GRD-COS-LAT LESS ZEROS
               MOVE ZEROS TO WK-GRD-COS-LAT
           END-IF

           MOVE ZEROS TO WK-GRD-QT-VISTOS
           MOVE ZEROS TO WK-GRD-RAIO

           IF WQT-GVE-QTDE EQUAL ZEROS
               MOVE 'S' TO WS-FL-GRD-FIM
           ELSE
               MOVE 'N' TO WS-FL-GRD-FIM
           END-IF

           PERFORM
             UNTIL W-GRD-FIM

               PERFORM 1161-VARRE-ANEL
               PERFORM 1165-VERIFICA-FIM-BUSCA

               ADD 1 TO WK-GRD-RAIO

           END-PERFORM.

       1160-PROCURA-VENDEDOR-GRADEX. EXIT.

      * -----------------------------------
      * VARRE AS CELULAS DO ANEL WK-GRD-RAIO EM VOLTA DA CELULA DO
      * CLIENTE. AS FAIXAS NAO PASSAM DOS POLOS; AS COLUNAS DAO A
      * VOLTA NO ANTIMERIDIANO, CADA UMA VISITADA UMA UNICA VEZ
      * (DESLOCAMENTOS DE -179 A +180)
       1161-VARRE-ANEL SECTION.

           PERFORM VARYING WK-GRD-DI FROM WK-GRD-RAIO BY -1
             UNTIL WK-GRD-DI LESS (0 - WK-GRD-RAIO)

               COMPUTE WK-GRD-AUX = WK-GRD-LIN-CLI + WK-GRD-DI

               IF WK-GRD-AUX NOT LESS ZEROS AND
                  WK-GRD-AUX LESS WK-GRD-QT-LIN
                   MOVE WK-GRD-AUX TO WK-GRD-LIN

                   IF WK-GRD-DI EQUAL WK-GRD-RAIO OR
                      WK-GRD-DI EQUAL (0 - WK-GRD-RAIO)
                       COMPUTE WK-GRD-DJ-INI = 0 - WK-GRD-RAIO
                       IF WK-GRD-DJ-INI LESS -179
                           MOVE -179 TO WK-GRD-DJ-INI
                       END-IF
                       MOVE WK-GRD-RAIO TO WK-GRD-DJ-FIM
                       IF WK-GRD-DJ-FIM GREATER 180
                           MOVE 180 TO WK-GRD-DJ-FIM
                       END-IF

                       PERFORM VARYING WK-GRD-DJ FROM WK-GRD-DJ-INI
                         BY 1 UNTIL WK-GRD-DJ GREATER WK-GRD-DJ-FIM
                           PERFORM 1162-VARRE-CELULA
                       END-PERFORM
                   ELSE
                       IF WK-GRD-RAIO NOT GREATER 179
                           COMPUTE WK-GRD-DJ = 0 - WK-GRD-RAIO
                           PERFORM 1162-VARRE-CELULA
                       END-IF
                       IF WK-GRD-RAIO NOT GREATER 180
                           MOVE WK-GRD-RAIO TO WK-GRD-DJ
                           PERFORM 1162-VARRE-CELULA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

       1161-VARRE-ANELX. EXIT.

      * -----------------------------------
      * AVALIA OS VENDEDORES DA CELULA NA FAIXA WK-GRD-LIN E NO
      * DESLOCAMENTO DE COLUNA WK-GRD-DJ A PARTIR DA COLUNA DO CLIENTE
       1162-VARRE-CELULA SECTION.

           COMPUTE WK-GRD-AUX = WK-GRD-COL-CLI + WK-GRD-DJ

           IF WK-GRD-AUX LESS ZEROS
               ADD WK-GRD-QT-COL TO WK-GRD-AUX
           END-IF

           IF WK-GRD-AUX NOT LESS WK-GRD-QT-COL
               SUBTRACT WK-GRD-QT-COL FROM WK-GRD-AUX
           END-IF

           COMPUTE WK-GRD-IDX =
               WK-GRD-LIN * WK-GRD-QT-COL + WK-GRD-AUX + 1

           IF WK-GRD-QT-VEN (WK-GRD-IDX) GREATER ZEROS
               COMPUTE WK-GOR-FIM = WK-GRD-IX-INICIO (WK-GRD-IDX) +
                                    WK-GRD-QT-VEN (WK-GRD-IDX) - 1

               PERFORM VARYING WK-GOR-IDX
                 FROM WK-GRD-IX-INICIO (WK-GRD-IDX) BY 1
                 UNTIL WK-GOR-IDX GREATER WK-GOR-FIM

                   MOVE WK-GOR-IX-VENDEDOR (WK-GOR-IDX) TO WK-GVE-IDX
                   PERFORM 1163-AVALIA-VENDEDOR-GRADE

               END-PERFORM
           END-IF.

       1162-VARRE-CELULAX. EXIT.

      * -----------------------------------
      * MESMA REGRA DA VARREDURA COMPLETA PARA O VENDEDOR WK-GVE-IDX
      * DA GRADE: AUSENTE E IGNORADO, VENDEDOR CHEIO E PULADO, OS
      * DEMAIS DISPUTAM A MENOR DISTANCIA
       1163-AVALIA-VENDEDOR-GRADE SECTION.

           ADD 1 TO WK-GRD-QT-VISTOS

           IF WK-GVE-FL-AUSENTE (WK-GVE-IDX) NOT EQUAL "S"
               MOVE WK-GVE-CD-VENDEDOR (WK-GVE-IDX)
                 TO FS-VEN-CD-VENDEDOR
               MOVE WK-GVE-VL-LATITUDE (WK-GVE-IDX)
                 TO FS-VEN-VL-LATITUDE
               MOVE WK-GVE-VL-LONGITUDE (WK-GVE-IDX)
                 TO FS-VEN-VL-LONGITUDE

               PERFORM 1120-VERIFICA-CAPACIDADE

               IF W-VEN-COM-VAGA
                   PERFORM 1200-CALCULA-DISTANCIA
                   ADD 1 TO WQT-DIST-CALCULADAS

                   IF NOT W-ACHOU-VENDEDOR OR
                      WK-DISTANCIA-KM LESS WK-MENOR-DISTANCIA OR
                      (WK-DISTANCIA-KM EQUAL WK-MENOR-DISTANCIA AND
                       FS-VEN-CD-VENDEDOR LESS WK-CD-VENDEDOR-PROX)
                       MOVE 'S' TO WS-FL-ACHOU-VENDEDOR
                       MOVE WK-DISTANCIA-KM TO WK-MENOR-DISTANCIA
                       MOVE FS-VEN-CD-VENDEDOR TO WK-CD-VENDEDOR-PROX
                       MOVE WK-GVE-NM-VENDEDOR (WK-GVE-IDX)
                         TO WK-NM-VENDEDOR-PROX
                   END-IF
               ELSE
                   MOVE 'S' TO WS-FL-VEN-CHEIO
               END-IF
           END-IF.

       1163-AVALIA-VENDEDOR-GRADEX. EXIT.

      * -----------------------------------
      * DECIDE SE A BUSCA PARA APOS O ANEL WK-GRD-RAIO. FORA DOS
      * ANEIS VARRIDOS O VENDEDOR ESTA PELO MENOS WK-GRD-RAIO GRAUS
      * DE LATITUDE OU DE LONGITUDE AFASTADO DO CLIENTE; A MENOR
      * DISTANCIA POSSIVEL E O MENOR DOS DOIS LIMITES (AFASTAMENTO
      * EM LONGITUDE LIMITADO A 90 GRAUS). PARA QUANDO ESSE LIMITE
      * SUPERA A DISTANCIA DO VENDEDOR ENCONTRADO (FOLGA DE 1 METRO
      * PARA ARREDONDAMENTO), QUANDO TODOS OS VENDEDORES JA FORAM
      * VISTOS OU QUANDO O ANEL COBRE A GRADE INTEIRA. SEM VENDEDOR
      * COM VAGA A BUSCA VAI ATE O FIM, COMO A VARREDURA COMPLETA
       1165-VERIFICA-FIM-BUSCA SECTION.

           EVALUATE TRUE
               WHEN WK-GRD-QT-VISTOS NOT LESS WQT-GVE-QTDE OR
                    WK-GRD-RAIO NOT LESS WK-GRD-QT-LIN
                   MOVE 'S' TO WS-FL-GRD-FIM
               WHEN W-ACHOU-VENDEDOR
                   PERFORM 1166-CALCULA-LIMITE-ANEL

                   IF WK-GRD-DIST-LAT GREATER
                          WK-MENOR-DISTANCIA + 0.001 AND
                      WK-GRD-DIST-LON GREATER
                          WK-MENOR-DISTANCIA + 0.001
                       MOVE 'S' TO WS-FL-GRD-FIM
                   END-IF
           END-EVALUATE.

       1165-VERIFICA-FIM-BUSCAX. EXIT.

      * -----------------------------------
      * CALCULA AS MENORES DISTANCIAS POSSIVEIS PARA UM VENDEDOR FORA
      * DOS ANEIS JA VARRIDOS: EM WK-GRD-DIST-LAT PELO AFASTAMENTO EM
      * LATITUDE E EM WK-GRD-DIST-LON PELO AFASTAMENTO EM LONGITUDE
      * (99999 QUANDO NAO HA MAIS CELULAS NAQUELA DIRECAO)
       1166-CALCULA-LIMITE-ANEL SECTION.

           IF WK-GRD-LIN-CLI NOT GREATER WK-GRD-RAIO AND
              WK-GRD-LIN-CLI + WK-GRD-RAIO NOT LESS WK-GRD-QT-LIN - 1
               MOVE 99999 TO WK-GRD-DIST-LAT
           ELSE
               COMPUTE WK-GRD-DIST-LAT =
                   WK-RAIO-TERRA-KM * WK-GRD-RAIO * WK-PI / 180
           END-IF

           IF WK-GRD-RAIO NOT LESS 180
               MOVE 99999 TO WK-GRD-DIST-LON
           ELSE
               IF WK-GRD-RAIO GREATER 90
                   COMPUTE WK-GRD-ANG-RAD = WK-PI / 2
               ELSE
                   COMPUTE WK-GRD-ANG-RAD = WK-GRD-RAIO * WK-PI / 180
               END-IF

               COMPUTE WK-GRD-DIST-LON =
                   WK-RAIO-TERRA-KM *
                   FUNCTION ASIN (WK-GRD-COS-LAT *
                                  FUNCTION SIN (WK-GRD-ANG-RAD))
           END-IF.

       1166-CALCULA-LIMITE-ANELX. EXIT.

      * -----------------------------------
      * COMPARA O VENDEDOR ESCOLHIDO COM O GUARDADO NO ARQUIVO
      * PERSISTENTE DE ATRIBUICAO: NA PRIMEIRA ATRIBUICAO E NA TROCA
      * DE VENDEDOR GRAVA A LINHA DO RELATORIO DE MUDANCAS COM O
      * MOTIVO, E ATUALIZA O ARQUIVO PERSISTENTE. A ENTRADA EM
      * COBERTURA (TITULAR AUSENTE) E A DEVOLUCAO AO TITULAR VAO PARA
      * A SECAO DE MOVIMENTOS DE COBERTURA, NAO PARA AS MUDANCAS
       1300-ATUALIZA-ATRIB-MESTRE SECTION.

           MOVE FS-CLI-CD-CLIENTE TO FS-ATM-CD-CLIENTE
               MOVE 'S' TO WS-FL-ATRIB-EXISTE
               MOVE FS-ATM-CD-VENDEDOR     TO WK-CD-VEN-ANTERIOR
               MOVE FS-ATM-VL-DISTANCIA-KM TO WK-VL-DIST-ANTERIOR
               IF FS-ATM-COBERTURA
                   MOVE 'S' TO WS-FL-COB-ANTERIOR
                   MOVE FS-ATM-CD-VEN-TITULAR TO WK-CD-TITULAR-ANT
               ELSE
                   MOVE 'N' TO WS-FL-COB-ANTERIOR
                   MOVE ZEROS TO WK-CD-TITULAR-ANT
               END-IF
           ELSE
               MOVE 'N' TO WS-FL-ATRIB-EXISTE
               MOVE 'N' TO WS-FL-COB-ANTERIOR
               MOVE ZEROS TO WK-CD-VEN-ANTERIOR
               MOVE ZEROS TO WK-VL-DIST-ANTERIOR
               MOVE ZEROS TO WK-CD-TITULAR-ANT
           END-IF

           IF NOT W-COBERTURA
               MOVE WK-CD-VENDEDOR-PROX TO WK-CD-VEN-TITULAR
           END-IF

           EVALUATE TRUE
               WHEN W-COBERTURA AND
                    (NOT W-ATRIB-EXISTE OR
                     WK-CD-VEN-ANTERIOR NOT EQUAL WK-CD-VENDEDOR-PROX)
                   MOVE "COBERTURA - TITULAR AUSENTE"
                     TO WK-MUD-DS-MOTIVO
                   PERFORM 4300-GRAVA-LINHA-COBERTURA
               WHEN W-COBERTURA
                   CONTINUE
               WHEN W-COB-ANTERIOR AND
                    WK-CD-VENDEDOR-PROX EQUAL WK-CD-TITULAR-ANT
                   MOVE "DEVOLUCAO AO TITULAR" TO WK-MUD-DS-MOTIVO
                   PERFORM 4300-GRAVA-LINHA-COBERTURA
               WHEN W-COB-ANTERIOR AND
                    WK-CD-VENDEDOR-PROX EQUAL WK-CD-VEN-ANTERIOR
                   MOVE "COBERTURA PASSA A PERMANENTE"
                     TO WK-MUD-DS-MOTIVO
                   PERFORM 4200-GRAVA-LINHA-MUDANCA
               WHEN NOT W-ATRIB-EXISTE
                   MOVE "PRIMEIRA ATRIBUICAO" TO WK-MUD-DS-MOTIVO
                   PERFORM 4200-GRAVA-LINHA-MUDANCA
           MOVE WK-CD-VENDEDOR-PROX TO FS-ATM-CD-VENDEDOR
           MOVE WK-MENOR-DISTANCIA  TO FS-ATM-VL-DISTANCIA-KM
           MOVE WK-DT-HOJE          TO FS-ATM-DT-ATRIBUICAO
           MOVE WK-CD-VEN-TITULAR   TO FS-ATM-CD-VEN-TITULAR
           MOVE WS-FL-COBERTURA     TO FS-ATM-FL-COBERTURA

           IF W-ATRIB-EXISTE
               REWRITE ARQ-ATRIB-MESTRE-REC

       1200-CALCULA-DISTANCIAX. EXIT.

      * -----------------------------------
      * PERCORRE A LISTA DE CLIENTES ALTERADOS PELA CARGA DO ERP:
      * CLIENTE INATIVO OU QUE SAIU DO MESTRE TEM A ATRIBUICAO
      * LIBERADA; NO MODO INCREMENTAL O CLIENTE ATIVO E REATRIBUIDO
      * (NO MODO COMPLETO ELE JA FOI TRATADO NA VARREDURA). CADA
      * CLIENTE TRATADO SAI DA LISTA
       1500-PROCESSA-CLI-ALTERADOS SECTION.

           MOVE LOW-VALUES TO FS-CLA-KEY

           START ARQ-CLI-ALTERADO
               KEY IS NOT LESS THAN FS-CLA-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CLA
           END-START

           IF FS-STAT-CLA-OK
               PERFORM 6600-LER-ARQ-CLI-ALTERADO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-CLA-OK

               MOVE FS-CLA-CD-CLIENTE TO FS-CLI-CD-CLIENTE

               READ ARQ-CLIENTE

               EVALUATE TRUE
                   WHEN NOT FS-STAT-CLI-OK OR FS-CLI-INATIVO
                       PERFORM 1600-LIBERA-ATRIBUICAO
                   WHEN W-INCREMENTAL
                       ADD 1 TO WQT-CLI-LIDOS
                       PERFORM 1000-TRATA-CLIENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               DELETE ARQ-CLI-ALTERADO
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR CLIENTE DA LISTA DE "
                       "ALTERADOS, STATUS " FS-STAT-CLA
               END-DELETE

               PERFORM 6600-LER-ARQ-CLI-ALTERADO-SEQ

           END-PERFORM.

       1500-PROCESSA-CLI-ALTERADOSX. EXIT.

      * -----------------------------------
      * MODO INCREMENTAL: PERCORRE O ARQUIVO PERSISTENTE SEPARANDO NA
      * TABELA DE REPROCESSAMENTO OS CLIENTES FORA DA LISTA DE
      * ALTERADOS QUE PRECISAM SER REATRIBUIDOS (VENDEDOR AUSENTE OU
      * INATIVO NA DATA, TITULAR DE VOLTA) E CARREGANDO NA TABELA DE
      * CARGA POR VENDEDOR OS DEMAIS, PARA O LIMITE DE CLIENTES
      * CONSIDERAR A CARTEIRA ATUAL DE CADA VENDEDOR
       1550-CARREGA-CARGA-ATUAL SECTION.

           MOVE ZEROS TO WQT-RPR-QTDE

           MOVE LOW-VALUES TO FS-ATM-KEY

           START ARQ-ATRIB-MESTRE
               KEY IS NOT LESS THAN FS-ATM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-ATM
           END-START

           IF FS-STAT-ATM-OK
               PERFORM 6500-LER-ARQ-ATRIB-MESTRE-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-ATM-OK

               MOVE FS-ATM-CD-CLIENTE TO FS-CLA-CD-CLIENTE

               READ ARQ-CLI-ALTERADO

               IF NOT FS-STAT-CLA-OK
                   PERFORM 1560-VERIFICA-REPROCESSO

                   IF W-REPROCESSA AND WQT-RPR-QTDE LESS 50000
                       ADD 1 TO WQT-RPR-QTDE
                       MOVE FS-ATM-CD-CLIENTE
                         TO WK-RPR-CD-CLIENTE (WQT-RPR-QTDE)
                   ELSE
                       IF W-REPROCESSA AND NOT W-RPR-CHEIA
                           MOVE 'S' TO WS-FL-RPR-CHEIA
                           DISPLAY "TABELA DE REPROCESSAMENTO CHEIA, "
                               "DEMAIS CLIENTES FICAM PARA A PROXIMA "
                               "EXECUCAO"
                       END-IF
                       MOVE FS-ATM-CD-VENDEDOR TO WK-CD-VENDEDOR-PROX
                       PERFORM 1150-CONTABILIZA-CARGA
                   END-IF
               END-IF

               PERFORM 6500-LER-ARQ-ATRIB-MESTRE-SEQ

           END-PERFORM.

       1550-CARREGA-CARGA-ATUALX. EXIT.

      * -----------------------------------
      * CONFERE SE A ATRIBUICAO CORRENTE DO ARQUIVO PERSISTENTE PRECISA
      * SER REFEITA NO MODO INCREMENTAL, LIGANDO W-REPROCESSA: O
      * VENDEDOR ATRIBUIDO SAIU DO MESTRE, ESTA INATIVO OU ESTA AUSENTE
      * NA DATA, OU O CLIENTE ESTA EM COBERTURA E O TITULAR NAO ESTA
      * MAIS AUSENTE
       1560-VERIFICA-REPROCESSO SECTION.

           MOVE 'N' TO WS-FL-REPROCESSA

           MOVE FS-ATM-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR

           READ ARQ-VENDEDOR

           IF NOT FS-STAT-VEN-OK OR FS-VEN-INATIVO
               MOVE 'S' TO WS-FL-REPROCESSA
           ELSE
               PERFORM 1130-VERIFICA-AUSENCIA
               IF W-VEN-AUSENTE
                   MOVE 'S' TO WS-FL-REPROCESSA
               END-IF
           END-IF

           IF FS-ATM-COBERTURA AND NOT W-REPROCESSA
               MOVE FS-ATM-CD-VEN-TITULAR TO FS-VEN-CD-VENDEDOR
               PERFORM 1130-VERIFICA-AUSENCIA
               IF NOT W-VEN-AUSENTE
                   MOVE 'S' TO WS-FL-REPROCESSA
               END-IF
           END-IF.

       1560-VERIFICA-REPROCESSOX. EXIT.

      * -----------------------------------
      * LIBERA A ATRIBUICAO DO CLIENTE ENCERRADO DA LISTA DE
      * ALTERADOS: EXCLUI DO ARQUIVO PERSISTENTE E GRAVA A LINHA NO
      * RELATORIO DE MUDANCAS COM O VENDEDOR QUE O ATENDIA
       1600-LIBERA-ATRIBUICAO SECTION.

           MOVE FS-CLA-CD-CLIENTE TO FS-ATM-CD-CLIENTE

           READ ARQ-ATRIB-MESTRE

           IF FS-STAT-ATM-OK
               MOVE FS-ATM-CD-VENDEDOR     TO WK-CD-VEN-ANTERIOR
               MOVE FS-ATM-VL-DISTANCIA-KM TO WK-VL-DIST-ANTERIOR

               DELETE ARQ-ATRIB-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR ATRIBUICAO, STATUS "
                       FS-STAT-ATM
               END-DELETE

               IF FS-STAT-ATM-OK
                   PERFORM 4400-GRAVA-LINHA-LIBERACAO
               END-IF
           END-IF.

       1600-LIBERA-ATRIBUICAOX. EXIT.

      * -----------------------------------
      * MODO INCREMENTAL: REATRIBUI OS CLIENTES SEPARADOS NA TABELA DE
      * REPROCESSAMENTO (VENDEDOR AUSENTE OU INATIVO, TITULAR DE
      * VOLTA), DEPOIS DA LISTA DE ALTERADOS
       1700-REPROCESSA-CLIENTES SECTION.

           PERFORM VARYING WK-RPR-IDX FROM 1 BY 1
             UNTIL WK-RPR-IDX GREATER WQT-RPR-QTDE

               MOVE WK-RPR-CD-CLIENTE (WK-RPR-IDX) TO FS-CLI-CD-CLIENTE

               READ ARQ-CLIENTE

               IF FS-STAT-CLI-OK AND NOT FS-CLI-INATIVO
                   ADD 1 TO WQT-CLI-LIDOS
                   PERFORM 1000-TRATA-CLIENTE
               END-IF

           END-PERFORM.

       1700-REPROCESSA-CLIENTESX. EXIT.

      * -----------------------------------
      * CONFERE SE WK-VL-LATITUDE (+/-90) E WK-VL-LONGITUDE (+/-180)
      * ESTAO DENTRO DA FAIXA VALIDA, LIGANDO COORD-VALIDA/

      * -----------------------------------
      * SEGUNDO PASSO: RELE O ARQUIVO DE REJEITOS GRAVANDO NO
      * RELATORIO A SECAO DE EXCECOES DE DISTANCIA/CAPACIDADE/
      * COBERTURA (MOTIVOS 03, 04 E 05) COM A DISTANCIA ENCONTRADA
       3000-GRAVA-EXCECOES SECTION.

           MOVE SPACES TO ARQ-REL-MUDANCA-REC
                 UNTIL NOT FS-STAT-RJC-OK

                   IF RJC-COD-MOTIVO EQUAL "03" OR
                      RJC-COD-MOTIVO EQUAL "04" OR
                      RJC-COD-MOTIVO EQUAL "05"
                       MOVE RJC-CD-CLIENTE      TO WK-EXC-CD-CLIENTE
                       MOVE RJC-COD-MOTIVO      TO WK-EXC-COD-MOTIVO
                       MOVE RJC-DS-MOTIVO       TO WK-EXC-DS-MOTIVO

       3000-GRAVA-EXCECOESX. EXIT.

      * -----------------------------------
      * SEGUNDO PASSO: RELE O ARQUIVO DE TRABALHO DE COBERTURAS
      * GRAVANDO NO RELATORIO A SECAO DE MOVIMENTOS DE COBERTURA
      * (ENTRADA EM COBERTURA E DEVOLUCAO AO TITULAR), SEPARADA DAS
      * MUDANCAS PERMANENTES
       3100-GRAVA-COBERTURAS SECTION.

           MOVE SPACES TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           MOVE WK-REL-COB-TITULO TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           OPEN INPUT ARQ-MOV-COBERTURA

           IF FS-STAT-MCO-OK
               PERFORM 6400-LER-ARQ-MOV-COBERTURA

               PERFORM
                 UNTIL NOT FS-STAT-MCO-OK

                   MOVE ARQ-MOV-COBERTURA-REC TO ARQ-REL-MUDANCA-REC
                   WRITE ARQ-REL-MUDANCA-REC

                   PERFORM 6400-LER-ARQ-MOV-COBERTURA

               END-PERFORM

               CLOSE ARQ-MOV-COBERTURA
           END-IF.

       3100-GRAVA-COBERTURASX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO RELATORIO DE MUDANCAS DE ATRIBUICAO
       4000-GRAVA-CABECALHO-MUDANCA SECTION.
           MOVE WK-REL-MUD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           MOVE "TOTAL DE LIBERACOES:"     TO WK-MTO-DESCRICAO
           MOVE WQT-CLI-LIBERADOS          TO WK-MTO-QUANTIDADE
           MOVE WK-REL-MUD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           MOVE "TOTAL DE COBERTURAS:"     TO WK-MTO-DESCRICAO
           MOVE WQT-CLI-COBERTURAS         TO WK-MTO-QUANTIDADE
           MOVE WK-REL-MUD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           MOVE "TOTAL DE EXCECOES:"       TO WK-MTO-DESCRICAO
           MOVE WQT-CLI-EXCECOES           TO WK-MTO-QUANTIDADE
           MOVE WK-REL-MUD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           IF W-GRADE-ATIVA
               COMPUTE WQT-DIST-EVITADAS =
                   WQT-DIST-BASE - WQT-DIST-CALCULADAS
           ELSE
               MOVE ZEROS TO WQT-DIST-EVITADAS
           END-IF

           MOVE "CALCULOS DE DISTANCIA:"   TO WK-GTO-DESCRICAO
           MOVE WQT-DIST-CALCULADAS        TO WK-GTO-QUANTIDADE
           MOVE WK-REL-GRD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC

           MOVE "CALCULOS EVITADOS (GRADE):" TO WK-GTO-DESCRICAO
           MOVE WQT-DIST-EVITADAS          TO WK-GTO-QUANTIDADE
           MOVE WK-REL-GRD-TOTAL TO ARQ-REL-MUDANCA-REC
           WRITE ARQ-REL-MUDANCA-REC.

       4100-GRAVA-TOTAIS-MUDANCAX. EXIT.

       4200-GRAVA-LINHA-MUDANCAX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE MOVIMENTO DE COBERTURA DO CLIENTE CORRENTE NO
      * ARQUIVO DE TRABALHO (MOTIVO JA PREENCHIDO PELO CHAMADOR)
       4300-GRAVA-LINHA-COBERTURA SECTION.

           ADD 1 TO WQT-CLI-COBERTURAS

           MOVE FS-CLI-CD-CLIENTE   TO WK-MUD-CD-CLIENTE
           MOVE WK-CD-VEN-ANTERIOR  TO WK-MUD-CD-VEN-ANT
           MOVE WK-VL-DIST-ANTERIOR TO WK-MUD-VL-DIST-ANT
           MOVE WK-CD-VENDEDOR-PROX TO WK-MUD-CD-VEN-NOVO
           MOVE WK-MENOR-DISTANCIA  TO WK-MUD-VL-DIST-NOVA
           MOVE WK-REL-MUD-DETALHE  TO ARQ-MOV-COBERTURA-REC

           WRITE ARQ-MOV-COBERTURA-REC.

       4300-GRAVA-LINHA-COBERTURAX. EXIT.

      * -----------------------------------
      * GRAVA NO RELATORIO DE MUDANCAS A LINHA DE LIBERACAO DO CLIENTE
      * ENCERRADO (SEM VENDEDOR NOVO)
       4400-GRAVA-LINHA-LIBERACAO SECTION.

           ADD 1 TO WQT-CLI-LIBERADOS

           MOVE FS-CLA-CD-CLIENTE   TO WK-MUD-CD-CLIENTE
           MOVE WK-CD-VEN-ANTERIOR  TO WK-MUD-CD-VEN-ANT
           MOVE WK-VL-DIST-ANTERIOR TO WK-MUD-VL-DIST-ANT
           MOVE ZEROS               TO WK-MUD-CD-VEN-NOVO
           MOVE ZEROS               TO WK-MUD-VL-DIST-NOVA
           MOVE "CLIENTE ENCERRADO - LIBERADO"
             TO WK-MUD-DS-MOTIVO
           MOVE WK-REL-MUD-DETALHE  TO ARQ-REL-MUDANCA-REC

           WRITE ARQ-REL-MUDANCA-REC.

       4400-GRAVA-LINHA-LIBERACAOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

      * -----------------------------------
      * ABRE O ARQUIVO PERSISTENTE DE ATRIBUICAO (CRIANDO-O NA
      * PRIMEIRA EXECUCAO); QUALQUER OUTRA FALHA DE ABERTURA IMPEDE O
      * PROCESSAMENTO
       5400-ABRIR-ARQ-ATRIB-MESTRE SECTION.

           OPEN I-O ARQ-ATRIB-MESTRE.
               OPEN OUTPUT ARQ-ATRIB-MESTRE
               PERFORM 7400-FECHA-ARQ-ATRIB-MESTRE
               OPEN I-O ARQ-ATRIB-MESTRE
           END-IF

           IF FS-STAT-ATM-OK
               MOVE 'S' TO WS-FL-ATM-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR ATRIBUICAO.IDX, STATUS "
                   FS-STAT-ATM
           END-IF.

       5400-ABRIR-ARQ-ATRIB-MESTREX. EXIT.

       5500-ABRIR-ARQ-REL-MUDANCAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE TRABALHO DE MOVIMENTOS DE COBERTURA (SAIDA)
       5600-ABRIR-ARQ-MOV-COBERTURA SECTION.

           OPEN OUTPUT ARQ-MOV-COBERTURA.

           IF NOT FS-STAT-MCO-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE COBERTURAS, STATUS "
                   FS-STAT-MCO
           END-IF.

       5600-ABRIR-ARQ-MOV-COBERTURAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE AUSENCIAS PARA LEITURA, POSICIONADO NO INICIO
       5700-ABRIR-ARQ-AUSENCIA SECTION.

           OPEN INPUT ARQ-AUSENCIA.

           IF FS-STAT-AUS-OK
               MOVE LOW-VALUES TO FS-AUS-KEY

               START ARQ-AUSENCIA
                   KEY IS NOT LESS THAN FS-AUS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-AUS
               END-START

               IF NOT FS-STAT-AUS-OK
                   PERFORM 7700-FECHA-ARQ-AUSENCIA
                   MOVE 10 TO FS-STAT-AUS
               END-IF
           END-IF.

       5700-ABRIR-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * ABRE A LISTA DE CLIENTES ALTERADOS PELA CARGA DO ERP. SEM A
      * LISTA NAO HA LIBERACOES E O MODO INCREMENTAL NAO SE APLICA
       5800-ABRIR-ARQ-CLI-ALTERADO SECTION.

           MOVE 'N' TO WS-FL-CLA-ABERTO

           OPEN I-O ARQ-CLI-ALTERADO.

           IF FS-STAT-CLA-OK
               MOVE 'S' TO WS-FL-CLA-ABERTO
           END-IF.

       5800-ABRIR-ARQ-CLI-ALTERADOX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE PRIMARIA
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

       6200-LER-ARQ-REJ-CLIENTEX. EXIT.

      * -----------------------------------
      * LE PROXIMA AUSENCIA EM SEQUENCIA DE CHAVE PRIMARIA
       6300-LER-ARQ-AUSENCIA SECTION.

           READ ARQ-AUSENCIA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AUS
           END-READ.

       6300-LER-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * LE PROXIMA LINHA DO ARQUIVO DE COBERTURAS (SEGUNDO PASSO)
       6400-LER-ARQ-MOV-COBERTURA SECTION.

           READ ARQ-MOV-COBERTURA
               AT END
                   MOVE 10 TO FS-STAT-MCO
           END-READ.

       6400-LER-ARQ-MOV-COBERTURAX. EXIT.

      * -----------------------------------
      * LE PROXIMA ATRIBUICAO EM SEQUENCIA DE CHAVE PRIMARIA
       6500-LER-ARQ-ATRIB-MESTRE-SEQ SECTION.

           READ ARQ-ATRIB-MESTRE NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-ATM
           END-READ.

       6500-LER-ARQ-ATRIB-MESTRE-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO CLIENTE DA LISTA DE ALTERADOS EM SEQUENCIA DE CHAVE
       6600-LER-ARQ-CLI-ALTERADO-SEQ SECTION.

           READ ARQ-CLI-ALTERADO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-CLA
           END-READ.

       6600-LER-ARQ-CLI-ALTERADO-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE VENDEDORES
       7000-FECHA-ARQ-VENDEDOR SECTION.

       7500-FECHA-ARQ-REL-MUDANCAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE TRABALHO DE MOVIMENTOS DE COBERTURA
       7600-FECHA-ARQ-MOV-COBERTURA SECTION.

           CLOSE ARQ-MOV-COBERTURA.

       7600-FECHA-ARQ-MOV-COBERTURAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE AUSENCIAS
       7700-FECHA-ARQ-AUSENCIA SECTION.

           CLOSE ARQ-AUSENCIA.

       7700-FECHA-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * FECHA A LISTA DE CLIENTES ALTERADOS
       7800-FECHA-ARQ-CLI-ALTERADO SECTION.

           CLOSE ARQ-CLI-ALTERADO.

       7800-FECHA-ARQ-CLI-ALTERADOX. EXIT.

       END PROGRAM CBL_ATRIB_CLIENTE.
