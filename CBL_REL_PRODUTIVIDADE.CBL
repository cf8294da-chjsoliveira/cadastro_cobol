      *          valor) de cada vendedor ativo a partir do movimento
      *          VISITA.IDX, agrupado por supervisor com o nome da
      *          equipe, subtotal por supervisor e total geral.
      *          Vendedores sem supervisor saem no grupo final.
      *          Mes fechado (PERIODO.IDX) sai como estava no
      *          fechamento; em seguida vem a secao dos ajustes de
      *          visitas lancados no mes, com o total ajustado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-PER-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-PER.

           SELECT ARQ-AJUSTE-VISITA ASSIGN TO DISK
               WID-ARQ-AJUSTE-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-AJV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-AJV.

           SELECT ARQ-REL-PRODUTIV ASSIGN TO WID-ARQ-REL-PRODUTIV
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL

       COPY FS-ARQ-VISITA.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-AJUSTE-VISITA.

       COPY FS-ARQ-AJUSTEVISITA.

       FD ARQ-REL-PRODUTIV.
       01 ARQ-REL-PRODUTIV-REC        PIC X(100).

           88 FS-STAT-VIS-EOF        VALUE 10 23.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-PER PIC 9(02).
           88 FS-STAT-PER-OK         VALUE 00.
           88 FS-STAT-PER-EOF        VALUE 10 23.
           88 FS-STAT-PER-NAO-EXISTE VALUE 35.

       77 FS-STAT-AJV PIC 9(02).
           88 FS-STAT-AJV-OK         VALUE 00.
           88 FS-STAT-AJV-EOF        VALUE 10 23.
           88 FS-STAT-AJV-NAO-EXISTE VALUE 35.

       77 FS-STAT-RPR PIC 9(02).
           88 FS-STAT-RPR-OK         VALUE IS 00.

       77 WS-FL-PER-ABERTO PIC X VALUE "N".
           88 W-PER-ABERTO VALUE "S".

       77 WS-FL-AJV-ABERTO PIC X VALUE "N".
           88 W-AJV-ABERTO VALUE "S".

       77 WS-FL-MES-FECHADO PIC X VALUE "N".
           88 W-MES-FECHADO VALUE "S".

       77 WK-PER-KEY-GRUPO PIC X(014).

       77 WK-DT-HOJE PIC 9(008).

       01 WK-NU-ANOMES                PIC 9(006).
           05 WQT-GER-VENDAS         PIC 9(6) VALUE ZEROS.
           05 WVL-GER-VENDAS         PIC 9(9)V9(2) VALUE ZEROS.

       01 WQT-AJUSTE.
           05 WQT-AJU-VISITAS        PIC S9(6) VALUE ZEROS.
           05 WQT-AJU-VENDAS         PIC S9(6) VALUE ZEROS.
           05 WVL-AJU-VENDAS         PIC S9(9)V9(2) VALUE ZEROS.

       01 WQT-COM-AJUSTE.
           05 WQT-CAJ-VISITAS        PIC S9(6) VALUE ZEROS.
           05 WQT-CAJ-VENDAS         PIC S9(6) VALUE ZEROS.
           05 WVL-CAJ-VENDAS         PIC S9(9)V9(2) VALUE ZEROS.

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(035) VALUE
              "RELATORIO DE PRODUTIVIDADE MENSAL  ".
           05 FILLER                  PIC X(008) VALUE "  DATA: ".
           05 WK-CAB-DATA             PIC 9(008).

       01 WK-REL-FECHAMENTO.
           05 FILLER                  PIC X(015) VALUE
              "MES FECHADO EM ".
           05 WK-FEC-DT-FECHAMENTO    PIC 9(008).
           05 FILLER                  PIC X(005) VALUE " POR ".
           05 WK-FEC-CD-OPERADOR      PIC X(008).
           05 FILLER                  PIC X(032) VALUE
              " - POSICAO NA DATA DO FECHAMENTO".

       01 WK-REL-GRUPO.
           05 FILLER                  PIC X(012) VALUE "SUPERVISOR: ".
           05 WK-GRP-CD-SUPERVISOR    PIC Z(004)9.
       01 WK-REL-DETALHE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-CPF              PIC X(014).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-NM-VENDEDOR      PIC X(022).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(009) VALUE "VISITAS: ".
           05 WK-DET-QT-VISITAS       PIC Z(005)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(008) VALUE "VENDAS: ".
           05 WK-DET-QT-VENDAS        PIC Z(005)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(007) VALUE "VALOR: ".
           05 WK-DET-VL-VENDAS        PIC Z(008)9.99.

           05 FILLER                  PIC X(007) VALUE "VALOR: ".
           05 WK-TOT-VL-VENDAS        PIC Z(008)9.99.

       01 WK-REL-TITULO-AJUSTE.
           05 FILLER                  PIC X(050) VALUE
              "AJUSTES DE VISITAS DE MESES FECHADOS LANCADOS NO ".
           05 FILLER                  PIC X(005) VALUE "MES: ".
           05 WK-TAJ-ANOMES           PIC 9(006).

       01 WK-REL-COLUNAS-AJUSTE.
           05 FILLER                  PIC X(037) VALUE
              " VENDEDOR CLIENTE DT.VISIT T ANTERIOR".
           05 FILLER                  PIC X(035) VALUE
              "       NOVO         OPERADOR MOTIVO".

       01 WK-REL-AJUSTE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-AJU-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-CD-CLIENTE       PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-DT-VISITA        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-TP-AJUSTE        PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-FL-RESULTADO-ANT PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-VL-VENDA-ANT     PIC Z(006)9.99.
           05 FILLER                  PIC X(003) VALUE " > ".
           05 WK-AJU-FL-RESULTADO     PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-VL-VENDA         PIC Z(006)9.99.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-CD-OPERADOR      PIC X(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AJU-DS-MOTIVO        PIC X(030).

       01 WK-REL-TOTAL-AJUSTE.
           05 FILLER                  PIC X(019) VALUE
              "TOTAL AJUSTES:     ".
           05 FILLER                  PIC X(009) VALUE "VISITAS: ".
           05 WK-TAJ-QT-VISITAS       PIC -(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(008) VALUE "VENDAS: ".
           05 WK-TAJ-QT-VENDAS        PIC -(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "VALOR: ".
           05 WK-TAJ-VL-VENDAS        PIC -(009)9.99.

       01 WK-REL-TOTAL-COM-AJUSTE.
           05 FILLER                  PIC X(019) VALUE
              "TOTAL COM AJUSTES: ".
           05 FILLER                  PIC X(009) VALUE "VISITAS: ".
           05 WK-TCA-QT-VISITAS       PIC -(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(008) VALUE "VENDAS: ".
           05 WK-TCA-QT-VENDAS        PIC -(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "VALOR: ".
           05 WK-TCA-VL-VENDAS        PIC -(009)9.99.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_SUPERVISOR.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_PERIODO.

       COPY CPY_ID_ARQ_AJUSTEVISITA.

       COPY CPY_MASCARA_CPF.

       01 WID-ARQ-REL-PRODUTIV.
           05 WNM-PATH-REL-PRODUTIV   PIC X(17).
           05 WNM-ARQ-REL-PRODUTIV    PIC X(50)
           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-SUPERVISOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-PERIODO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AJUSTE-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-PRODUTIV.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD
           PERFORM 5100-ABRIR-ARQ-SUPERVISOR
           PERFORM 5200-ABRIR-ARQ-VISITA
           PERFORM 5300-ABRIR-ARQ-REL-PRODUTIV
           PERFORM 5400-ABRIR-ARQ-PERIODO
           PERFORM 5500-ABRIR-ARQ-AJUSTE-VISITA

           PERFORM 1400-VERIFICA-MES-FECHADO

           PERFORM 4000-GRAVA-CABECALHO

           IF W-MES-FECHADO
               PERFORM 2000-LISTA-MES-FECHADO
           ELSE
               PERFORM 1500-LISTA-MES-ABERTO
           END-IF

           PERFORM 4100-GRAVA-TOTAL-GERAL

           PERFORM 3000-LISTA-AJUSTES

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-SUPERVISOR
           PERFORM 7200-FECHA-ARQ-VISITA
           PERFORM 7300-FECHA-ARQ-REL-PRODUTIV
           PERFORM 7400-FECHA-ARQ-PERIODO
           PERFORM 7500-FECHA-ARQ-AJUSTE-VISITA

           MOVE 0 TO LK-RETURN-CODE


           END-PERFORM

           PERFORM 4300-GRAVA-SUBTOTAL-GRUPO.

       1000-LISTA-GRUPO-SUPERVISORX. EXIT.


           MOVE FS-VEN-CD-VENDEDOR TO WK-DET-CD-VENDEDOR
           MOVE FS-VEN-NM-VENDEDOR TO WK-DET-NM-VENDEDOR
           MOVE FS-VEN-CPF         TO WK-MSC-CPF

           PERFORM 4200-GRAVA-DETALHE-VENDEDOR.

       1100-TOTALIZA-VENDEDORX. EXIT.


       1200-ACUMULA-VISITAS-VENDEDORX. EXIT.

      * -----------------------------------
      * LIGA W-MES-FECHADO SE O ANO/MES PEDIDO ESTA FECHADO NO
      * CONTROLE DE PERIODOS, GUARDANDO DATA E OPERADOR DO FECHAMENTO
      * PARA O CABECALHO
       1400-VERIFICA-MES-FECHADO SECTION.

           MOVE 'N' TO WS-FL-MES-FECHADO

           IF W-PER-ABERTO
               MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
               MOVE "M"          TO FS-PER-TP-LINHA
               MOVE ZEROS        TO FS-PER-CD-CHAVE

               READ ARQ-PERIODO

               IF FS-STAT-PER-OK AND FS-PER-FECHADO
                   MOVE 'S' TO WS-FL-MES-FECHADO
                   MOVE FS-PER-DT-FECHAMENTO TO WK-FEC-DT-FECHAMENTO
                   MOVE FS-PER-CD-OPERADOR   TO WK-FEC-CD-OPERADOR
               END-IF
           END-IF.

       1400-VERIFICA-MES-FECHADOX. EXIT.

      * -----------------------------------
      * MES EM ABERTO: UM GRUPO POR SUPERVISOR ATIVO E, POR ULTIMO, O
      * GRUPO DOS VENDEDORES SEM SUPERVISOR, TOTALIZADOS A PARTIR DO
      * MOVIMENTO DE VISITAS
       1500-LISTA-MES-ABERTO SECTION.

           MOVE LOW-VALUES TO FS-SUP-KEY

           START ARQ-SUPERVISOR
               KEY IS NOT LESS THAN FS-SUP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-SUP
           END-START

           PERFORM 6100-LER-ARQ-SUPERVISOR-SEQ

           PERFORM
             UNTIL NOT FS-STAT-SUP-OK

               IF NOT FS-SUP-INATIVO
                   MOVE FS-SUP-CD-SUPERVISOR TO WK-GRP-CD-SUPERVISOR
                   MOVE FS-SUP-NM-SUPERVISOR TO WK-GRP-NM-SUPERVISOR
                   MOVE FS-SUP-NM-EQUIPE     TO WK-GRP-NM-EQUIPE

                   MOVE FS-SUP-CD-SUPERVISOR TO WK-CD-SUPERVISOR
                   PERFORM 1000-LISTA-GRUPO-SUPERVISOR
               END-IF

               PERFORM 6100-LER-ARQ-SUPERVISOR-SEQ

           END-PERFORM

           MOVE ZEROS TO WK-GRP-CD-SUPERVISOR
           MOVE "(SEM SUPERVISOR)" TO WK-GRP-NM-SUPERVISOR
           MOVE SPACES TO WK-GRP-NM-EQUIPE
           MOVE ZEROS TO WK-CD-SUPERVISOR
           PERFORM 1000-LISTA-GRUPO-SUPERVISOR.

       1500-LISTA-MES-ABERTOX. EXIT.

      * -----------------------------------
      * MES FECHADO: REPRODUZ O RELATORIO COMO ESTAVA NO FECHAMENTO A
      * PARTIR DAS LINHAS CONGELADAS EM PERIODO.IDX - UM GRUPO POR
      * SUPERVISOR (LINHAS "S") E POR ULTIMO O GRUPO SEM SUPERVISOR
      * (CHAVE ZEROS)
       2000-LISTA-MES-FECHADO SECTION.

           MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
           MOVE "S"          TO FS-PER-TP-LINHA
           MOVE 1            TO FS-PER-CD-CHAVE

           START ARQ-PERIODO
               KEY IS NOT LESS THAN FS-PER-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-PER
           END-START

           IF FS-STAT-PER-OK
               PERFORM 6300-LER-ARQ-PERIODO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-PER-OK
                OR FS-PER-NU-ANOMES NOT EQUAL WK-NU-ANOMES
                OR NOT FS-PER-TP-SUPERV

               MOVE FS-PER-KEY TO WK-PER-KEY-GRUPO

               PERFORM 2100-LISTA-GRUPO-FECHADO

               MOVE WK-PER-KEY-GRUPO TO FS-PER-KEY

               START ARQ-PERIODO
                   KEY IS GREATER THAN FS-PER-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-PER
               END-START

               IF FS-STAT-PER-OK
                   PERFORM 6300-LER-ARQ-PERIODO-SEQ
               END-IF

           END-PERFORM

           MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
           MOVE "S"          TO FS-PER-TP-LINHA
           MOVE ZEROS        TO FS-PER-CD-CHAVE

           READ ARQ-PERIODO

           IF FS-STAT-PER-OK
               PERFORM 2100-LISTA-GRUPO-FECHADO
           END-IF.

       2000-LISTA-MES-FECHADOX. EXIT.

      * -----------------------------------
      * GRAVA O GRUPO DA LINHA "S" CORRENTE COM OS VENDEDORES (LINHAS
      * "V") QUE ESTAVAM NO GRUPO NO FECHAMENTO E O SUBTOTAL
       2100-LISTA-GRUPO-FECHADO SECTION.

           MOVE ZEROS TO WQT-SUP-VISITAS WQT-SUP-VENDAS
                         WVL-SUP-VENDAS

           MOVE FS-PER-CD-CHAVE     TO WK-GRP-CD-SUPERVISOR
                                       WK-CD-SUPERVISOR
           MOVE FS-PER-NM-DESCRICAO TO WK-GRP-NM-SUPERVISOR
           MOVE FS-PER-NM-EQUIPE    TO WK-GRP-NM-EQUIPE

           MOVE WK-REL-GRUPO TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
           MOVE "V"          TO FS-PER-TP-LINHA
           MOVE ZEROS        TO FS-PER-CD-CHAVE

           START ARQ-PERIODO
               KEY IS NOT LESS THAN FS-PER-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-PER
           END-START

           IF FS-STAT-PER-OK
               PERFORM 6300-LER-ARQ-PERIODO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-PER-OK
                OR FS-PER-NU-ANOMES NOT EQUAL WK-NU-ANOMES
                OR NOT FS-PER-TP-VENDEDOR

               IF FS-PER-CD-SUPERVISOR EQUAL WK-CD-SUPERVISOR
                   MOVE FS-PER-QT-VISITAS   TO WQT-VEN-VISITAS
                   MOVE FS-PER-QT-VENDAS    TO WQT-VEN-VENDAS
                   MOVE FS-PER-VL-VENDAS    TO WVL-VEN-VENDAS
                   MOVE FS-PER-CD-CHAVE     TO WK-DET-CD-VENDEDOR
                   MOVE FS-PER-NM-DESCRICAO TO WK-DET-NM-VENDEDOR
                   MOVE FS-PER-CPF          TO WK-MSC-CPF

                   PERFORM 4200-GRAVA-DETALHE-VENDEDOR
               END-IF

               PERFORM 6300-LER-ARQ-PERIODO-SEQ

           END-PERFORM

           PERFORM 4300-GRAVA-SUBTOTAL-GRUPO.

       2100-LISTA-GRUPO-FECHADOX. EXIT.

      * -----------------------------------
      * SECAO DOS AJUSTES DE VISITAS LANCADOS NO ANO/MES DO RELATORIO
      * (CORRECOES DE MESES JA FECHADOS, QUE CONTAM NO MES DO
      * LANCAMENTO), COM O TOTAL DOS AJUSTES E O TOTAL GERAL AJUSTADO
       3000-LISTA-AJUSTES SECTION.

           MOVE ZEROS TO WQT-AJU-VISITAS WQT-AJU-VENDAS
                         WVL-AJU-VENDAS

           MOVE SPACES TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           MOVE WK-NU-ANOMES TO WK-TAJ-ANOMES
           MOVE WK-REL-TITULO-AJUSTE TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           MOVE WK-REL-COLUNAS-AJUSTE TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           IF W-AJV-ABERTO
               MOVE LOW-VALUES TO FS-AJV-KEY

               START ARQ-AJUSTE-VISITA
                   KEY IS NOT LESS THAN FS-AJV-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-AJV
               END-START

               IF FS-STAT-AJV-OK
                   PERFORM 6400-LER-ARQ-AJUSTE-VISITA-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-AJV-OK

                   IF FS-AJV-DT-LANCAMENTO (1:6) EQUAL WK-NU-ANOMES-X
                       PERFORM 3100-GRAVA-AJUSTE
                   END-IF

                   PERFORM 6400-LER-ARQ-AJUSTE-VISITA-SEQ

               END-PERFORM
           END-IF

           MOVE WQT-AJU-VISITAS TO WK-TAJ-QT-VISITAS
           MOVE WQT-AJU-VENDAS  TO WK-TAJ-QT-VENDAS
           MOVE WVL-AJU-VENDAS  TO WK-TAJ-VL-VENDAS
           MOVE WK-REL-TOTAL-AJUSTE TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           COMPUTE WQT-CAJ-VISITAS = WQT-GER-VISITAS + WQT-AJU-VISITAS
           COMPUTE WQT-CAJ-VENDAS  = WQT-GER-VENDAS  + WQT-AJU-VENDAS
           COMPUTE WVL-CAJ-VENDAS  = WVL-GER-VENDAS  + WVL-AJU-VENDAS

           MOVE WQT-CAJ-VISITAS TO WK-TCA-QT-VISITAS
           MOVE WQT-CAJ-VENDAS  TO WK-TCA-QT-VENDAS
           MOVE WVL-CAJ-VENDAS  TO WK-TCA-VL-VENDAS
           MOVE WK-REL-TOTAL-COM-AJUSTE TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC.

       3000-LISTA-AJUSTESX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DO AJUSTE CORRENTE E ACUMULA O SEU EFEITO:
      * INCLUSAO SOMA UMA VISITA, EXCLUSAO TIRA UMA; A VENDA ANTERIOR
      * SAI E A NOVA ENTRA NAS VENDAS E NO VALOR
       3100-GRAVA-AJUSTE SECTION.

           MOVE FS-AJV-CD-VENDEDOR      TO WK-AJU-CD-VENDEDOR
           MOVE FS-AJV-CD-CLIENTE       TO WK-AJU-CD-CLIENTE
           MOVE FS-AJV-DT-VISITA        TO WK-AJU-DT-VISITA
           MOVE FS-AJV-TP-AJUSTE        TO WK-AJU-TP-AJUSTE
           MOVE FS-AJV-FL-RESULTADO-ANT TO WK-AJU-FL-RESULTADO-ANT
           MOVE FS-AJV-VL-VENDA-ANT     TO WK-AJU-VL-VENDA-ANT
           MOVE FS-AJV-FL-RESULTADO     TO WK-AJU-FL-RESULTADO
           MOVE FS-AJV-VL-VENDA         TO WK-AJU-VL-VENDA
           MOVE FS-AJV-CD-OPERADOR      TO WK-AJU-CD-OPERADOR
           MOVE FS-AJV-DS-MOTIVO        TO WK-AJU-DS-MOTIVO
           MOVE WK-REL-AJUSTE TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           EVALUATE TRUE
               WHEN FS-AJV-INCLUSAO
                   ADD 1 TO WQT-AJU-VISITAS
               WHEN FS-AJV-EXCLUSAO
                   SUBTRACT 1 FROM WQT-AJU-VISITAS
           END-EVALUATE

           IF FS-AJV-FL-RESULTADO-ANT EQUAL "S"
               SUBTRACT 1 FROM WQT-AJU-VENDAS
               SUBTRACT FS-AJV-VL-VENDA-ANT FROM WVL-AJU-VENDAS
           END-IF

           IF FS-AJV-FL-RESULTADO EQUAL "S"
               ADD 1 TO WQT-AJU-VENDAS
               ADD FS-AJV-VL-VENDA TO WVL-AJU-VENDAS
           END-IF.

       3100-GRAVA-AJUSTEX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO RELATORIO DE PRODUTIVIDADE
       4000-GRAVA-CABECALHO SECTION.

           WRITE ARQ-REL-PRODUTIV-REC

           IF W-MES-FECHADO
               MOVE WK-REL-FECHAMENTO TO ARQ-REL-PRODUTIV-REC
               WRITE ARQ-REL-PRODUTIV-REC
           END-IF

           MOVE SPACES TO ARQ-REL-PRODUTIV-REC

           WRITE ARQ-REL-PRODUTIV-REC.

       4100-GRAVA-TOTAL-GERALX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE DETALHE DO VENDEDOR (CODIGO E NOME JA EM
      * WK-REL-DETALHE, CPF EM WK-MSC-CPF, TOTAIS EM WQT-VENDEDOR) E
      * ACUMULA NO SUBTOTAL DO SUPERVISOR E NO TOTAL GERAL
       4200-GRAVA-DETALHE-VENDEDOR SECTION.

           PERFORM 8000-MASCARA-CPF
           MOVE WK-MSC-CPF-MASCARADO TO WK-DET-CPF
           MOVE WQT-VEN-VISITAS    TO WK-DET-QT-VISITAS
           MOVE WQT-VEN-VENDAS     TO WK-DET-QT-VENDAS
           MOVE WVL-VEN-VENDAS     TO WK-DET-VL-VENDAS
           MOVE WK-REL-DETALHE     TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           ADD WQT-VEN-VISITAS TO WQT-SUP-VISITAS WQT-GER-VISITAS
           ADD WQT-VEN-VENDAS  TO WQT-SUP-VENDAS  WQT-GER-VENDAS
           ADD WVL-VEN-VENDAS  TO WVL-SUP-VENDAS  WVL-GER-VENDAS.

       4200-GRAVA-DETALHE-VENDEDORX. EXIT.

      * -----------------------------------
      * GRAVA O SUBTOTAL DO GRUPO DO SUPERVISOR E A LINHA EM BRANCO
       4300-GRAVA-SUBTOTAL-GRUPO SECTION.

           MOVE WQT-SUP-VISITAS TO WK-SUB-QT-VISITAS
           MOVE WQT-SUP-VENDAS  TO WK-SUB-QT-VENDAS
           MOVE WVL-SUP-VENDAS  TO WK-SUB-VL-VENDAS
           MOVE WK-REL-SUBTOTAL TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC

           MOVE SPACES TO ARQ-REL-PRODUTIV-REC
           WRITE ARQ-REL-PRODUTIV-REC.

       4300-GRAVA-SUBTOTAL-GRUPOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

       5300-ABRIR-ARQ-REL-PRODUTIVX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DE PERIODOS PARA LEITURA; SEM O ARQUIVO
      * NENHUM MES ESTA FECHADO
       5400-ABRIR-ARQ-PERIODO SECTION.

           OPEN INPUT ARQ-PERIODO.

           IF FS-STAT-PER-OK
               MOVE 'S' TO WS-FL-PER-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-PER-ABERTO
           END-IF.

       5400-ABRIR-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE AJUSTES DE VISITAS PARA LEITURA; SEM O
      * ARQUIVO A SECAO DE AJUSTES SAI ZERADA
       5500-ABRIR-ARQ-AJUSTE-VISITA SECTION.

           OPEN INPUT ARQ-AJUSTE-VISITA.

           IF FS-STAT-AJV-OK
               MOVE 'S' TO WS-FL-AJV-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-AJV-ABERTO
           END-IF.

       5500-ABRIR-ARQ-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE PRIMARIA
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

       6200-LER-ARQ-VISITA-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA LINHA DO CONTROLE DE PERIODOS EM SEQUENCIA DE CHAVE
       6300-LER-ARQ-PERIODO-SEQ SECTION.

           READ ARQ-PERIODO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-PER
           END-READ.

       6300-LER-ARQ-PERIODO-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO AJUSTE DE VISITA EM SEQUENCIA DE CHAVE PRIMARIA
       6400-LER-ARQ-AJUSTE-VISITA-SEQ SECTION.

           READ ARQ-AJUSTE-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AJV
           END-READ.

       6400-LER-ARQ-AJUSTE-VISITA-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE VENDEDORES
       7000-FECHA-ARQ-VENDEDOR SECTION.

       7300-FECHA-ARQ-REL-PRODUTIVX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DE PERIODOS (SE FOI ABERTO)
       7400-FECHA-ARQ-PERIODO SECTION.

           IF W-PER-ABERTO
               CLOSE ARQ-PERIODO
           END-IF.

       7400-FECHA-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE AJUSTES DE VISITAS (SE FOI ABERTO)
       7500-FECHA-ARQ-AJUSTE-VISITA SECTION.

           IF W-AJV-ABERTO
               CLOSE ARQ-AJUSTE-VISITA
           END-IF.

       7500-FECHA-ARQ-AJUSTE-VISITAX. EXIT.

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

       END PROGRAM CBL_REL_PRODUTIVIDADE.
