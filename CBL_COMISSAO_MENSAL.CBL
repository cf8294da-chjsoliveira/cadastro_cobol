      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Calculo mensal de comissoes: para um ano/mes ja
      *          fechado (PERIODO.IDX) totaliza as vendas
      *          (FS-VIS-VENDA e FS-VIS-VL-VENDA do VISITA.IDX) de
      *          cada vendedor, mais os ajustes de visitas lancados
      *          no mes (AJUSTEVISITA.IDX),
      *          aplica a faixa da tabela de taxas TABCOMISSAO.IDX
      *          sobre o valor vendido e o override do supervisor
      *          sobre o total da equipe. Grava os resultados do mes
      *          em COMISSAO.IDX (reexecucao apaga e regrava o mes),
      *          gera a interface de folha FOLHACOMISSAO.TXT em
      *          ordem de CPF e imprime o demonstrativo por vendedor
      *          agrupado por equipe em COMISSAO.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_COMISSAO_MENSAL.
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

           SELECT ARQ-SUPERVISOR ASSIGN TO DISK WID-ARQ-SUPERVISOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-SUP-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-SUP.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
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

           SELECT ARQ-TAB-COMISSAO ASSIGN TO DISK WID-ARQ-TAB-COMISSAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-TCO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-TCO.

           SELECT ARQ-COMISSAO ASSIGN TO DISK WID-ARQ-COMISSAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-COM-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-COM.

           SELECT ARQ-FOLHA ASSIGN TO WID-ARQ-FOLHA
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-FOL.

           SELECT ARQ-REL-COMISSAO ASSIGN TO WID-ARQ-REL-COMISSAO
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RCO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-SUPERVISOR.

       COPY FS-ARQ-SUPERVISOR.

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-AJUSTE-VISITA.

       COPY FS-ARQ-AJUSTEVISITA.

       FD ARQ-TAB-COMISSAO.

       COPY FS-ARQ-TABCOMISSAO.

       FD ARQ-COMISSAO.

       COPY FS-ARQ-COMISSAO.

       FD ARQ-FOLHA.
       01 ARQ-FOLHA-REC.
           05 FOL-CPF                 PIC 9(011).
           05 FILLER                  PIC X(001).
           05 FOL-NU-ANOMES           PIC 9(006).
           05 FILLER                  PIC X(001).
           05 FOL-TP-LANCAMENTO       PIC X(001).
           05 FILLER                  PIC X(001).
           05 FOL-CD-MATRICULA        PIC 9(007).
           05 FILLER                  PIC X(001).
           05 FOL-VL-BASE             PIC 9(009)V9(002).
           05 FILLER                  PIC X(001).
           05 FOL-PC-COMISSAO         PIC 9(002)V9(002).
           05 FILLER                  PIC X(001).
           05 FOL-VL-COMISSAO         PIC 9(009)V9(002).

       FD ARQ-REL-COMISSAO.
       01 ARQ-REL-COMISSAO-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-EOF        VALUE 10 23.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-SUP PIC 9(02).
           88 FS-STAT-SUP-OK         VALUE 00.
           88 FS-STAT-SUP-EOF        VALUE 10 23.
           88 FS-STAT-SUP-NAO-EXISTE VALUE 35.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
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

       77 FS-STAT-TCO PIC 9(02).
           88 FS-STAT-TCO-OK         VALUE 00.
           88 FS-STAT-TCO-EOF        VALUE 10 23.
           88 FS-STAT-TCO-NAO-EXISTE VALUE 35.

       77 FS-STAT-COM PIC 9(02).
           88 FS-STAT-COM-OK         VALUE 00.
           88 FS-STAT-COM-EOF        VALUE 10 23.
           88 FS-STAT-COM-NAO-EXISTE VALUE 35.
           88 FS-STAT-COM-DUP        VALUE 22.

       77 FS-STAT-FOL PIC 9(02).
           88 FS-STAT-FOL-OK         VALUE IS 00.

       77 FS-STAT-RCO PIC 9(02).
           88 FS-STAT-RCO-OK         VALUE IS 00.

       77 WK-DT-HOJE PIC 9(008).

       01 WK-NU-ANOMES                PIC 9(006).
       01 WK-NU-ANOMES-X REDEFINES WK-NU-ANOMES
                                      PIC X(006).
       01 WK-NU-ANOMES-R REDEFINES WK-NU-ANOMES.
           05 WK-NU-ANO               PIC 9(004).
           05 WK-NU-MES               PIC 9(002).

       01 WK-NU-ANOMES-HOJE           PIC 9(006).
       01 WK-NU-ANOMES-HOJE-X REDEFINES WK-NU-ANOMES-HOJE
                                      PIC X(006).

       77 WK-CD-SUPERVISOR  PIC 9(005).
       77 WK-CPF-SUPERVISOR PIC 9(011).

       77 WS-FL-SUP-ATIVO PIC X VALUE "N".
           88 W-SUP-ATIVO VALUE "S".

       77 WS-FL-VEN-GRUPO PIC X VALUE "N".
           88 W-VEN-DO-GRUPO VALUE "S".

       77 WS-FL-ANOMES PIC X VALUE "N".
           88 W-ANOMES-OK VALUE "S".

       77 WS-FL-AVISO PIC X VALUE "N".
           88 W-HOUVE-AVISO VALUE "S".

       77 WS-FL-AJV-ABERTO PIC X VALUE "N".
           88 W-AJV-ABERTO VALUE "S".

       77 WS-FL-AJUSTE-NEGATIVO PIC X VALUE "N".
           88 W-AJUSTE-NEGATIVO VALUE "S".

       01 WK-TAB-TAXAS.
           05 WK-TAX-ITEM OCCURS 100 TIMES.
               10 WK-TAX-TP-TAXA      PIC X(001).
               10 WK-TAX-VL-FAIXA     PIC 9(009)V9(002).
               10 WK-TAX-PC-COMISSAO  PIC 9(002)V9(002).

       77 WQT-TAXAS     PIC 9(03) COMP VALUE ZEROS.
       77 WK-TAX-IDX    PIC 9(03) COMP.

       77 WK-TP-TAXA-BUSCA    PIC X(001).
       77 WVL-BASE-BUSCA      PIC 9(009)V9(002).
       77 WPC-TAXA-ENCONTRADA PIC 9(002)V9(002).

       01 WQT-VENDEDOR.
           05 WQT-VEN-VENDAS         PIC 9(6) VALUE ZEROS.
           05 WVL-VEN-VENDAS         PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-VEN-COMISSAO       PIC 9(9)V9(2) VALUE ZEROS.

       01 WQT-AJUSTE.
           05 WQT-AJU-VENDAS         PIC S9(6) VALUE ZEROS.
           05 WVL-AJU-VENDAS         PIC S9(9)V9(2) VALUE ZEROS.
           05 WQT-AJU-LIQUIDO        PIC S9(6) VALUE ZEROS.
           05 WVL-AJU-LIQUIDO        PIC S9(9)V9(2) VALUE ZEROS.

       01 WQT-EQUIPE.
           05 WQT-EQP-VENDAS         PIC 9(6) VALUE ZEROS.
           05 WVL-EQP-VENDAS         PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-EQP-COMISSAO       PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-EQP-OVERRIDE       PIC 9(9)V9(2) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-GER-VENDAS         PIC 9(9) VALUE ZEROS.
           05 WVL-GER-VENDAS         PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-GER-COMISSAO       PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-GER-OVERRIDE       PIC 9(9)V9(2) VALUE ZEROS.
           05 WVL-GER-FOLHA          PIC 9(9)V9(2) VALUE ZEROS.
           05 WQT-COM-EXCLUIDOS      PIC 9(9) VALUE ZEROS.
           05 WQT-COM-GRAVADOS       PIC 9(9) VALUE ZEROS.
           05 WQT-FOL-GRAVADOS       PIC 9(9) VALUE ZEROS.
           05 WQT-AVISOS             PIC 9(9) VALUE ZEROS.

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(035) VALUE
              "DEMONSTRATIVO DE COMISSAO MENSAL   ".
           05 FILLER                  PIC X(009) VALUE "ANO/MES: ".
           05 WK-CAB-ANOMES           PIC 9(006).
           05 FILLER                  PIC X(008) VALUE "  DATA: ".
           05 WK-CAB-DATA             PIC 9(008).

       01 WK-REL-GRUPO.
           05 FILLER                  PIC X(012) VALUE "SUPERVISOR: ".
           05 WK-GRP-CD-SUPERVISOR    PIC Z(004)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-GRP-NM-SUPERVISOR    PIC X(030).
           05 FILLER                  PIC X(009) VALUE "  EQUIPE:".
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-GRP-NM-EQUIPE        PIC X(020).

       01 WK-REL-DETALHE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DET-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-DET-NM-VENDEDOR      PIC X(025).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(007) VALUE "VENDAS:".
           05 WK-DET-QT-VENDAS        PIC Z(004)9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(005) VALUE "BASE:".
           05 WK-DET-VL-BASE          PIC Z(008)9.99.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(005) VALUE "TAXA:".
           05 WK-DET-PC-COMISSAO      PIC Z9.99.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(009) VALUE "COMISSAO:".
           05 WK-DET-VL-COMISSAO      PIC Z(008)9.99.

       01 WK-REL-SUBTOTAL.
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE
              "TOTAL EQUIPE: ".
           05 FILLER                  PIC X(008) VALUE "VENDAS: ".
           05 WK-SUB-QT-VENDAS        PIC Z(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "BASE: ".
           05 WK-SUB-VL-BASE          PIC Z(008)9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(010) VALUE "COMISSAO: ".
           05 WK-SUB-VL-COMISSAO      PIC Z(008)9.99.

       01 WK-REL-OVERRIDE.
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 FILLER                  PIC X(021) VALUE
              "OVERRIDE SUPERVISOR: ".
           05 FILLER                  PIC X(006) VALUE "TAXA: ".
           05 WK-OVR-PC-COMISSAO      PIC Z9.99.
           05 FILLER                  PIC X(007) VALUE " SOBRE ".
           05 WK-OVR-VL-BASE          PIC Z(008)9.99.
           05 FILLER                  PIC X(003) VALUE " = ".
           05 WK-OVR-VL-OVERRIDE      PIC Z(008)9.99.

       01 WK-REL-AVISO.
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 FILLER                  PIC X(004) VALUE "*** ".
           05 WK-AVI-DS-AVISO         PIC X(060).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-AVI-CD-MATRICULA     PIC Z(006)9.

       01 WK-REL-TOTAL-GERAL.
           05 FILLER                  PIC X(013) VALUE "TOTAL GERAL: ".
           05 FILLER                  PIC X(008) VALUE "VENDAS: ".
           05 WK-TOT-QT-VENDAS        PIC Z(005)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "BASE: ".
           05 WK-TOT-VL-BASE          PIC Z(008)9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(010) VALUE "COMISSAO: ".
           05 WK-TOT-VL-COMISSAO      PIC Z(008)9.99.

       01 WK-REL-TOTAL-FOLHA.
           05 FILLER                  PIC X(013) VALUE SPACES.
           05 FILLER                  PIC X(011) VALUE "OVERRIDES: ".
           05 WK-TOT-VL-OVERRIDE      PIC Z(008)9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(011) VALUE "NA FOLHA: ".
           05 WK-TOT-VL-FOLHA         PIC Z(008)9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(011) VALUE "REGISTROS: ".
           05 WK-TOT-QT-FOLHA         PIC Z(005)9.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_SUPERVISOR.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_PERIODO.

       COPY CPY_ID_ARQ_AJUSTEVISITA.

       COPY CPY_ID_ARQ_TABCOMISSAO.

       COPY CPY_ID_ARQ_COMISSAO.

       01 WID-ARQ-FOLHA.
           05 WNM-PATH-FOLHA          PIC X(17).
           05 WNM-ARQ-FOLHA           PIC X(50)
                                      VALUE "FOLHACOMISSAO.TXT".

       01 WID-ARQ-REL-COMISSAO.
           05 WNM-PATH-REL-COMISSAO   PIC X(17).
           05 WNM-ARQ-REL-COMISSAO    PIC X(50)
                                      VALUE "COMISSAO.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-NU-ANOMES            PIC 9(006) VALUE ZEROS.
           05 LK-QT-GRAVADOS          PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-SUPERVISOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-PERIODO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AJUSTE-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-TAB-COMISSAO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-COMISSAO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-FOLHA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-COMISSAO.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO LK-QT-GRAVADOS

           PERFORM 1200-VALIDA-ANOMES

           IF W-ANOMES-OK
               PERFORM 5300-ABRIR-ARQ-TAB-COMISSAO

               IF FS-STAT-TCO-OK
                   PERFORM 1000-CARREGA-TABELA-TAXAS
                   PERFORM 7300-FECHA-ARQ-TAB-COMISSAO
               ELSE
                   DISPLAY "TABELA DE COMISSAO NAO CADASTRADA, STATUS "
                       FS-STAT-TCO
               END-IF
           ELSE
               DISPLAY "ANO/MES " WK-NU-ANOMES
                   " INVALIDO OU AINDA NAO FECHADO"
           END-IF

           EVALUATE TRUE
               WHEN NOT W-ANOMES-OK OR NOT FS-STAT-TCO-OK
                   MOVE 8 TO LK-RETURN-CODE
               WHEN WQT-TAXAS EQUAL ZEROS
                   DISPLAY "TABELA DE COMISSAO VAZIA"
                   MOVE 8 TO LK-RETURN-CODE
               WHEN OTHER
                   PERFORM 0100-PROCESSA-MES
           END-EVALUATE

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * CALCULA AS COMISSOES DO ANO/MES VALIDADO: SUBSTITUI O
      * RESULTADO ANTERIOR DO MES, PROCESSA CADA EQUIPE (E OS
      * VENDEDORES SEM SUPERVISOR), GERA A INTERFACE DA FOLHA E O
      * DEMONSTRATIVO
       0100-PROCESSA-MES SECTION.

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5100-ABRIR-ARQ-SUPERVISOR
           PERFORM 5200-ABRIR-ARQ-VISITA
           PERFORM 5800-ABRIR-ARQ-AJUSTE-VISITA
           PERFORM 5400-ABRIR-ARQ-COMISSAO
           PERFORM 5500-ABRIR-ARQ-FOLHA
           PERFORM 5600-ABRIR-ARQ-REL-COMISSAO

           PERFORM 2000-EXCLUI-RESULTADO-MES

           PERFORM 4000-GRAVA-CABECALHO

           MOVE LOW-VALUES TO FS-SUP-KEY

           START ARQ-SUPERVISOR
               KEY IS NOT LESS THAN FS-SUP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-SUP
           END-START

           PERFORM 6100-LER-ARQ-SUPERVISOR-SEQ

           PERFORM
             UNTIL NOT FS-STAT-SUP-OK

               MOVE FS-SUP-CD-SUPERVISOR TO WK-GRP-CD-SUPERVISOR
               MOVE FS-SUP-NM-SUPERVISOR TO WK-GRP-NM-SUPERVISOR
               MOVE FS-SUP-NM-EQUIPE     TO WK-GRP-NM-EQUIPE

               MOVE FS-SUP-CD-SUPERVISOR TO WK-CD-SUPERVISOR

               IF FS-SUP-CPF NUMERIC
                   MOVE FS-SUP-CPF TO WK-CPF-SUPERVISOR
               ELSE
                   MOVE ZEROS TO WK-CPF-SUPERVISOR
               END-IF

               IF FS-SUP-INATIVO
                   MOVE 'N' TO WS-FL-SUP-ATIVO
               ELSE
                   MOVE 'S' TO WS-FL-SUP-ATIVO
               END-IF

               PERFORM 3000-PROCESSA-EQUIPE

               PERFORM 6100-LER-ARQ-SUPERVISOR-SEQ

           END-PERFORM

           MOVE ZEROS TO WK-GRP-CD-SUPERVISOR
           MOVE "(SEM SUPERVISOR)" TO WK-GRP-NM-SUPERVISOR
           MOVE SPACES TO WK-GRP-NM-EQUIPE
           MOVE ZEROS TO WK-CD-SUPERVISOR WK-CPF-SUPERVISOR
           MOVE 'N' TO WS-FL-SUP-ATIVO
           PERFORM 3000-PROCESSA-EQUIPE

           PERFORM 4200-GERA-INTERFACE-FOLHA

           PERFORM 4100-GRAVA-TOTAL-GERAL

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-SUPERVISOR
           PERFORM 7200-FECHA-ARQ-VISITA
           PERFORM 7800-FECHA-ARQ-AJUSTE-VISITA
           PERFORM 7400-FECHA-ARQ-COMISSAO
           PERFORM 7500-FECHA-ARQ-FOLHA
           PERFORM 7600-FECHA-ARQ-REL-COMISSAO

           DISPLAY "COMISSAO " WK-NU-ANOMES
               " REGISTROS FOLHA: " WQT-FOL-GRAVADOS
               " SUBSTITUIDOS: " WQT-COM-EXCLUIDOS
               " AVISOS: " WQT-AVISOS

           MOVE WQT-FOL-GRAVADOS TO LK-QT-GRAVADOS

           IF W-HOUVE-AVISO
               MOVE 4 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
           END-IF.

       0100-PROCESSA-MESX. EXIT.

      * -----------------------------------
      * CARREGA A TABELA DE TAXAS INTEIRA EM WK-TAB-TAXAS, NA ORDEM
      * DA CHAVE (TIPO + FAIXA INICIAL CRESCENTE)
       1000-CARREGA-TABELA-TAXAS SECTION.

           MOVE ZEROS TO WQT-TAXAS

           MOVE LOW-VALUES TO FS-TCO-KEY

           START ARQ-TAB-COMISSAO
               KEY IS NOT LESS THAN FS-TCO-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-TCO
           END-START

           IF FS-STAT-TCO-OK
               PERFORM 6300-LER-ARQ-TAB-COMISSAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-TCO-OK OR
                   WQT-TAXAS NOT LESS 100

               ADD 1 TO WQT-TAXAS
               MOVE FS-TCO-TP-TAXA
                 TO WK-TAX-TP-TAXA (WQT-TAXAS)
               MOVE FS-TCO-VL-FAIXA-INICIAL
                 TO WK-TAX-VL-FAIXA (WQT-TAXAS)
               MOVE FS-TCO-PC-COMISSAO
                 TO WK-TAX-PC-COMISSAO (WQT-TAXAS)

               PERFORM 6300-LER-ARQ-TAB-COMISSAO-SEQ

           END-PERFORM.

       1000-CARREGA-TABELA-TAXASX. EXIT.

      * -----------------------------------
      * PROCURA NA TABELA CARREGADA A TAXA DO TIPO WK-TP-TAXA-BUSCA
      * PARA O VALOR WVL-BASE-BUSCA: VALE A ULTIMA FAIXA (MAIOR
      * FAIXA INICIAL) QUE NAO ULTRAPASSE O VALOR. SEM FAIXA
      * APLICAVEL DEVOLVE TAXA ZERO
       1100-BUSCA-TAXA SECTION.

           MOVE ZEROS TO WPC-TAXA-ENCONTRADA

           PERFORM VARYING WK-TAX-IDX FROM 1 BY 1
             UNTIL WK-TAX-IDX GREATER WQT-TAXAS
               IF WK-TAX-TP-TAXA (WK-TAX-IDX) EQUAL WK-TP-TAXA-BUSCA
                  AND WK-TAX-VL-FAIXA (WK-TAX-IDX)
                      NOT GREATER WVL-BASE-BUSCA
                   MOVE WK-TAX-PC-COMISSAO (WK-TAX-IDX)
                     TO WPC-TAXA-ENCONTRADA
               END-IF
           END-PERFORM.

       1100-BUSCA-TAXAX. EXIT.

      * -----------------------------------
      * DEFINE O ANO/MES DE CALCULO (LK-NU-ANOMES OU, SE ZEROS, O MES
      * ANTERIOR AO CORRENTE) E CONFERE QUE E UM MES VALIDO JA
      * ENCERRADO E FECHADO NO CONTROLE DE PERIODOS, LIGANDO
      * W-ANOMES-OK
       1200-VALIDA-ANOMES SECTION.

           MOVE 'S' TO WS-FL-ANOMES
           MOVE WK-DT-HOJE (1:6) TO WK-NU-ANOMES-HOJE-X

           IF LK-NU-ANOMES GREATER ZEROS
               MOVE LK-NU-ANOMES TO WK-NU-ANOMES
           ELSE
               MOVE WK-NU-ANOMES-HOJE TO WK-NU-ANOMES
               IF WK-NU-MES EQUAL 01
                   SUBTRACT 1 FROM WK-NU-ANO
                   MOVE 12 TO WK-NU-MES
               ELSE
                   SUBTRACT 1 FROM WK-NU-MES
               END-IF
           END-IF

           IF WK-NU-MES LESS 01 OR WK-NU-MES GREATER 12
               MOVE 'N' TO WS-FL-ANOMES
           END-IF

           IF WK-NU-ANOMES NOT LESS WK-NU-ANOMES-HOJE
               MOVE 'N' TO WS-FL-ANOMES
           END-IF

           IF W-ANOMES-OK
               PERFORM 5700-ABRIR-ARQ-PERIODO

               IF FS-STAT-PER-OK
                   MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
                   MOVE "M"          TO FS-PER-TP-LINHA
                   MOVE ZEROS        TO FS-PER-CD-CHAVE

                   READ ARQ-PERIODO

                   IF NOT FS-STAT-PER-OK OR NOT FS-PER-FECHADO
                       MOVE 'N' TO WS-FL-ANOMES
                   END-IF

                   PERFORM 7700-FECHA-ARQ-PERIODO
               ELSE
                   MOVE 'N' TO WS-FL-ANOMES
               END-IF
           END-IF.

       1200-VALIDA-ANOMESX. EXIT.

      * -----------------------------------
      * APAGA OS RESULTADOS JA GRAVADOS PARA O ANO/MES (REEXECUCAO
      * SUBSTITUI O CALCULO ANTERIOR EM VEZ DE SOMAR A ELE)
       2000-EXCLUI-RESULTADO-MES SECTION.

           MOVE WK-NU-ANOMES TO FS-COM-NU-ANOMES
           MOVE ZEROS        TO FS-COM-CPF
           MOVE LOW-VALUES   TO FS-COM-TP-LANCAMENTO

           START ARQ-COMISSAO
               KEY IS NOT LESS THAN FS-COM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-COM
           END-START

           IF FS-STAT-COM-OK
               PERFORM 6400-LER-ARQ-COMISSAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-COM-OK OR
                   FS-COM-NU-ANOMES NOT EQUAL WK-NU-ANOMES

               DELETE ARQ-COMISSAO RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR COMISSAO, STATUS "
                       FS-STAT-COM
               END-DELETE

               ADD 1 TO WQT-COM-EXCLUIDOS

               PERFORM 6400-LER-ARQ-COMISSAO-SEQ

           END-PERFORM.

       2000-EXCLUI-RESULTADO-MESX. EXIT.

      * -----------------------------------
      * CALCULA E IMPRIME A EQUIPE DO SUPERVISOR WK-CD-SUPERVISOR
      * (CABECALHO JA MONTADO EM WK-REL-GRUPO): UMA LINHA POR
      * VENDEDOR ATIVO OU COM VENDA NO MES, SUBTOTAL DA EQUIPE E O
      * OVERRIDE DO SUPERVISOR ATIVO. WK-CD-SUPERVISOR ZEROS LISTA
      * OS VENDEDORES SEM SUPERVISOR OU COM SUPERVISOR INEXISTENTE
       3000-PROCESSA-EQUIPE SECTION.

           MOVE ZEROS TO WQT-EQP-VENDAS WVL-EQP-VENDAS
                         WVL-EQP-COMISSAO WVL-EQP-OVERRIDE

           MOVE WK-REL-GRUPO TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC

           MOVE LOW-VALUES TO FS-VEN-KEY

           START ARQ-VENDEDOR
               KEY IS NOT LESS THAN FS-VEN-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VEN
           END-START

           PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           PERFORM
             UNTIL NOT FS-STAT-VEN-OK

               PERFORM 3050-CONFERE-GRUPO-VENDEDOR

               IF W-VEN-DO-GRUPO
                   PERFORM 3100-CALCULA-VENDEDOR
               END-IF

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           END-PERFORM

           MOVE WQT-EQP-VENDAS   TO WK-SUB-QT-VENDAS
           MOVE WVL-EQP-VENDAS   TO WK-SUB-VL-BASE
           MOVE WVL-EQP-COMISSAO TO WK-SUB-VL-COMISSAO
           MOVE WK-REL-SUBTOTAL  TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC

           IF W-SUP-ATIVO AND WVL-EQP-VENDAS GREATER ZEROS
               PERFORM 3300-CALCULA-OVERRIDE
           END-IF

           MOVE SPACES TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC.

       3000-PROCESSA-EQUIPEX. EXIT.

      * -----------------------------------
      * CONFERE SE O VENDEDOR CORRENTE PERTENCE AO GRUPO EM
      * PROCESSAMENTO, LIGANDO W-VEN-DO-GRUPO. NO GRUPO SEM
      * SUPERVISOR ENTRAM TAMBEM OS VENDEDORES CUJO SUPERVISOR NAO
      * EXISTE NO MESTRE (A VARREDURA DE SUPERVISORES JA TERMINOU,
      * A LEITURA DIRETA NAO A PERTURBA)
       3050-CONFERE-GRUPO-VENDEDOR SECTION.

           MOVE 'N' TO WS-FL-VEN-GRUPO

           EVALUATE TRUE
               WHEN FS-VEN-CD-SUPERVISOR NOT NUMERIC
                   IF WK-CD-SUPERVISOR EQUAL ZEROS
                       MOVE 'S' TO WS-FL-VEN-GRUPO
                   END-IF
               WHEN WK-CD-SUPERVISOR GREATER ZEROS
                   IF FS-VEN-CD-SUPERVISOR EQUAL WK-CD-SUPERVISOR
                       MOVE 'S' TO WS-FL-VEN-GRUPO
                   END-IF
               WHEN FS-VEN-CD-SUPERVISOR EQUAL ZEROS
                   MOVE 'S' TO WS-FL-VEN-GRUPO
               WHEN OTHER
                   MOVE FS-VEN-CD-SUPERVISOR TO FS-SUP-CD-SUPERVISOR
                   READ ARQ-SUPERVISOR
                   IF NOT FS-STAT-SUP-OK
                       MOVE 'S' TO WS-FL-VEN-GRUPO
                   END-IF
           END-EVALUATE.

       3050-CONFERE-GRUPO-VENDEDORX. EXIT.

      * -----------------------------------
      * TOTALIZA AS VENDAS DO MES DO VENDEDOR CORRENTE (MAIS OS
      * AJUSTES LANCADOS NO MES), APLICA A FAIXA DE COMISSAO, GRAVA O
      * RESULTADO E A LINHA DO DEMONSTRATIVO. INATIVO SEM VENDA NO
      * MES NAO E LISTADO
       3100-CALCULA-VENDEDOR SECTION.

           MOVE ZEROS TO WQT-VEN-VENDAS WVL-VEN-VENDAS
                         WVL-VEN-COMISSAO

           PERFORM 3200-ACUMULA-VENDAS-VENDEDOR
           PERFORM 3250-ACUMULA-AJUSTES-VENDEDOR

           IF NOT FS-VEN-INATIVO OR WVL-VEN-VENDAS NOT EQUAL ZEROS OR
              W-AJUSTE-NEGATIVO
               PERFORM 3150-LISTA-VENDEDOR
           END-IF.

       3100-CALCULA-VENDEDORX. EXIT.

      * -----------------------------------
      * APLICA A FAIXA DE COMISSAO AS VENDAS DO VENDEDOR CORRENTE,
      * GRAVA A LINHA DO DEMONSTRATIVO, ACUMULA OS TOTAIS E GRAVA O
      * RESULTADO PARA A FOLHA
       3150-LISTA-VENDEDOR SECTION.

           MOVE "V"            TO WK-TP-TAXA-BUSCA
           MOVE WVL-VEN-VENDAS TO WVL-BASE-BUSCA
           PERFORM 1100-BUSCA-TAXA

           COMPUTE WVL-VEN-COMISSAO ROUNDED =
               WVL-VEN-VENDAS * WPC-TAXA-ENCONTRADA / 100

           MOVE FS-VEN-CD-VENDEDOR  TO WK-DET-CD-VENDEDOR
           MOVE FS-VEN-NM-VENDEDOR  TO WK-DET-NM-VENDEDOR
           MOVE WQT-VEN-VENDAS      TO WK-DET-QT-VENDAS
           MOVE WVL-VEN-VENDAS      TO WK-DET-VL-BASE
           MOVE WPC-TAXA-ENCONTRADA TO WK-DET-PC-COMISSAO
           MOVE WVL-VEN-COMISSAO    TO WK-DET-VL-COMISSAO
           MOVE WK-REL-DETALHE      TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC

           IF W-AJUSTE-NEGATIVO
               MOVE "AJUSTES DO MES SUPERAM AS VENDAS, BASE ZERADA"
                 TO WK-AVI-DS-AVISO
               MOVE FS-VEN-CD-VENDEDOR TO WK-AVI-CD-MATRICULA
               PERFORM 4300-GRAVA-AVISO
           END-IF

           ADD WQT-VEN-VENDAS   TO WQT-EQP-VENDAS   WQT-GER-VENDAS
           ADD WVL-VEN-VENDAS   TO WVL-EQP-VENDAS   WVL-GER-VENDAS
           ADD WVL-VEN-COMISSAO TO WVL-EQP-COMISSAO WVL-GER-COMISSAO

           IF WVL-VEN-COMISSAO GREATER ZEROS
               IF FS-VEN-CPF NUMERIC AND FS-VEN-CPF GREATER ZEROS
                   MOVE WK-NU-ANOMES        TO FS-COM-NU-ANOMES
                   MOVE FS-VEN-CPF          TO FS-COM-CPF
                   MOVE "V"                 TO FS-COM-TP-LANCAMENTO
                   MOVE FS-VEN-CD-VENDEDOR  TO FS-COM-CD-MATRICULA
                   MOVE WK-CD-SUPERVISOR    TO FS-COM-CD-SUPERVISOR
                   MOVE WQT-VEN-VENDAS      TO FS-COM-QT-VENDAS
                   MOVE WVL-VEN-VENDAS      TO FS-COM-VL-BASE
                   MOVE WPC-TAXA-ENCONTRADA TO FS-COM-PC-COMISSAO
                   MOVE WVL-VEN-COMISSAO    TO FS-COM-VL-COMISSAO
                   PERFORM 3500-GRAVA-RESULTADO
               ELSE
                   MOVE "VENDEDOR SEM CPF, COMISSAO FORA DA FOLHA"
                     TO WK-AVI-DS-AVISO
                   MOVE FS-VEN-CD-VENDEDOR TO WK-AVI-CD-MATRICULA
                   PERFORM 4300-GRAVA-AVISO
               END-IF
           END-IF.

       3150-LISTA-VENDEDORX. EXIT.

      * -----------------------------------
      * VARRE O MOVIMENTO DE VISITAS DO VENDEDOR CORRENTE ACUMULANDO
      * EM WQT-VEN-VENDAS / WVL-VEN-VENDAS AS VENDAS DO ANO/MES
       3200-ACUMULA-VENDAS-VENDEDOR SECTION.

           MOVE FS-VEN-CD-VENDEDOR TO FS-VIS-CD-VENDEDOR
           MOVE ZEROS TO FS-VIS-CD-CLIENTE
           MOVE ZEROS TO FS-VIS-DT-VISITA

           START ARQ-VISITA
               KEY IS NOT LESS THAN FS-VIS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VIS
           END-START

           IF FS-STAT-VIS-OK
               PERFORM 6200-LER-ARQ-VISITA-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-VIS-OK OR
                   FS-VIS-CD-VENDEDOR NOT EQUAL FS-VEN-CD-VENDEDOR

               IF FS-VIS-DT-VISITA (1:6) EQUAL WK-NU-ANOMES-X AND
                  FS-VIS-VENDA
                   ADD 1 TO WQT-VEN-VENDAS
                   ADD FS-VIS-VL-VENDA TO WVL-VEN-VENDAS
               END-IF

               PERFORM 6200-LER-ARQ-VISITA-SEQ

           END-PERFORM.

       3200-ACUMULA-VENDAS-VENDEDORX. EXIT.

      * -----------------------------------
      * SOMA EM WQT-VEN-VENDAS / WVL-VEN-VENDAS O EFEITO DOS AJUSTES
      * DE VISITAS DO VENDEDOR LANCADOS NO ANO/MES (A VENDA ANTERIOR
      * SAI, A NOVA ENTRA). RESULTADO LIQUIDO NEGATIVO ZERA A BASE E
      * LIGA W-AJUSTE-NEGATIVO PARA O AVISO NO DEMONSTRATIVO
       3250-ACUMULA-AJUSTES-VENDEDOR SECTION.

           MOVE 'N'   TO WS-FL-AJUSTE-NEGATIVO
           MOVE ZEROS TO WQT-AJU-VENDAS WVL-AJU-VENDAS

           IF W-AJV-ABERTO
               MOVE FS-VEN-CD-VENDEDOR TO FS-AJV-CD-VENDEDOR
               MOVE ZEROS TO FS-AJV-CD-CLIENTE
               MOVE ZEROS TO FS-AJV-DT-VISITA
               MOVE ZEROS TO FS-AJV-NU-SEQ

               START ARQ-AJUSTE-VISITA
                   KEY IS NOT LESS THAN FS-AJV-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-AJV
               END-START

               IF FS-STAT-AJV-OK
                   PERFORM 6500-LER-ARQ-AJUSTE-VISITA-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-AJV-OK OR
                       FS-AJV-CD-VENDEDOR NOT EQUAL FS-VEN-CD-VENDEDOR

                   IF FS-AJV-DT-LANCAMENTO (1:6) EQUAL WK-NU-ANOMES-X
                       IF FS-AJV-FL-RESULTADO-ANT EQUAL "S"
                           SUBTRACT 1 FROM WQT-AJU-VENDAS
                           SUBTRACT FS-AJV-VL-VENDA-ANT
                               FROM WVL-AJU-VENDAS
                       END-IF

                       IF FS-AJV-FL-RESULTADO EQUAL "S"
                           ADD 1 TO WQT-AJU-VENDAS
                           ADD FS-AJV-VL-VENDA TO WVL-AJU-VENDAS
                       END-IF
                   END-IF

                   PERFORM 6500-LER-ARQ-AJUSTE-VISITA-SEQ

               END-PERFORM

               COMPUTE WQT-AJU-LIQUIDO = WQT-VEN-VENDAS + WQT-AJU-VENDAS
               COMPUTE WVL-AJU-LIQUIDO = WVL-VEN-VENDAS + WVL-AJU-VENDAS

               IF WQT-AJU-LIQUIDO LESS ZEROS
                   MOVE ZEROS TO WQT-AJU-LIQUIDO
               END-IF

               IF WVL-AJU-LIQUIDO LESS ZEROS
                   MOVE ZEROS TO WVL-AJU-LIQUIDO
                   MOVE 'S'   TO WS-FL-AJUSTE-NEGATIVO
               END-IF

               MOVE WQT-AJU-LIQUIDO TO WQT-VEN-VENDAS
               MOVE WVL-AJU-LIQUIDO TO WVL-VEN-VENDAS
           END-IF.

       3250-ACUMULA-AJUSTES-VENDEDORX. EXIT.

      * -----------------------------------
      * APLICA A FAIXA DE OVERRIDE DO SUPERVISOR SOBRE O TOTAL
      * VENDIDO PELA EQUIPE, IMPRIME E GRAVA O RESULTADO "S" (SO
      * VAI PARA A FOLHA SE O SUPERVISOR TIVER CPF CADASTRADO)
       3300-CALCULA-OVERRIDE SECTION.

           MOVE "S"            TO WK-TP-TAXA-BUSCA
           MOVE WVL-EQP-VENDAS TO WVL-BASE-BUSCA
           PERFORM 1100-BUSCA-TAXA

           COMPUTE WVL-EQP-OVERRIDE ROUNDED =
               WVL-EQP-VENDAS * WPC-TAXA-ENCONTRADA / 100

           MOVE WPC-TAXA-ENCONTRADA TO WK-OVR-PC-COMISSAO
           MOVE WVL-EQP-VENDAS      TO WK-OVR-VL-BASE
           MOVE WVL-EQP-OVERRIDE    TO WK-OVR-VL-OVERRIDE
           MOVE WK-REL-OVERRIDE     TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC

           ADD WVL-EQP-OVERRIDE TO WVL-GER-OVERRIDE

           IF WVL-EQP-OVERRIDE GREATER ZEROS
               IF WK-CPF-SUPERVISOR GREATER ZEROS
                   MOVE WK-NU-ANOMES        TO FS-COM-NU-ANOMES
                   MOVE WK-CPF-SUPERVISOR   TO FS-COM-CPF
                   MOVE "S"                 TO FS-COM-TP-LANCAMENTO
                   MOVE WK-CD-SUPERVISOR    TO FS-COM-CD-MATRICULA
                   MOVE WK-CD-SUPERVISOR    TO FS-COM-CD-SUPERVISOR
                   MOVE WQT-EQP-VENDAS      TO FS-COM-QT-VENDAS
                   MOVE WVL-EQP-VENDAS      TO FS-COM-VL-BASE
                   MOVE WPC-TAXA-ENCONTRADA TO FS-COM-PC-COMISSAO
                   MOVE WVL-EQP-OVERRIDE    TO FS-COM-VL-COMISSAO
                   PERFORM 3500-GRAVA-RESULTADO
               ELSE
                   MOVE "SUPERVISOR SEM CPF, OVERRIDE FORA DA FOLHA"
                     TO WK-AVI-DS-AVISO
                   MOVE WK-CD-SUPERVISOR TO WK-AVI-CD-MATRICULA
                   PERFORM 4300-GRAVA-AVISO
               END-IF
           END-IF.

       3300-CALCULA-OVERRIDEX. EXIT.

      * -----------------------------------
      * GRAVA O RESULTADO MONTADO (CHAVE E VALORES JA PREENCHIDOS
      * PELO CHAMADOR). CPF REPETIDO NO MES (DOIS CADASTROS COM O
      * MESMO CPF) SAI COMO AVISO NO DEMONSTRATIVO
       3500-GRAVA-RESULTADO SECTION.

           MOVE WK-DT-HOJE TO FS-COM-DT-CALCULO

           WRITE ARQ-COMISSAO-REC
           INVALID KEY
               MOVE "CPF REPETIDO NO MES, LANCAMENTO FORA DA FOLHA"
                 TO WK-AVI-DS-AVISO
               MOVE FS-COM-CD-MATRICULA TO WK-AVI-CD-MATRICULA
               PERFORM 4300-GRAVA-AVISO
           END-WRITE

           IF FS-STAT-COM-OK
               ADD 1 TO WQT-COM-GRAVADOS
           END-IF.

       3500-GRAVA-RESULTADOX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO DEMONSTRATIVO DE COMISSAO
       4000-GRAVA-CABECALHO SECTION.

           MOVE WK-NU-ANOMES TO WK-CAB-ANOMES
           MOVE WK-DT-HOJE   TO WK-CAB-DATA
           MOVE WK-REL-CABECALHO TO ARQ-REL-COMISSAO-REC

           WRITE ARQ-REL-COMISSAO-REC

           MOVE SPACES TO ARQ-REL-COMISSAO-REC

           WRITE ARQ-REL-COMISSAO-REC.

       4000-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * GRAVA O TOTAL GERAL DO MES E O RESUMO DA INTERFACE DE FOLHA
       4100-GRAVA-TOTAL-GERAL SECTION.

           MOVE WQT-GER-VENDAS   TO WK-TOT-QT-VENDAS
           MOVE WVL-GER-VENDAS   TO WK-TOT-VL-BASE
           MOVE WVL-GER-COMISSAO TO WK-TOT-VL-COMISSAO
           MOVE WK-REL-TOTAL-GERAL TO ARQ-REL-COMISSAO-REC

           WRITE ARQ-REL-COMISSAO-REC

           MOVE WVL-GER-OVERRIDE TO WK-TOT-VL-OVERRIDE
           MOVE WVL-GER-FOLHA    TO WK-TOT-VL-FOLHA
           MOVE WQT-FOL-GRAVADOS TO WK-TOT-QT-FOLHA
           MOVE WK-REL-TOTAL-FOLHA TO ARQ-REL-COMISSAO-REC

           WRITE ARQ-REL-COMISSAO-REC.

       4100-GRAVA-TOTAL-GERALX. EXIT.

      * -----------------------------------
      * GERA A INTERFACE DE FOLHA A PARTIR DOS RESULTADOS DO MES EM
      * COMISSAO.IDX, QUE JA VEM NA ORDEM DE CPF PELA CHAVE
       4200-GERA-INTERFACE-FOLHA SECTION.

           MOVE WK-NU-ANOMES TO FS-COM-NU-ANOMES
           MOVE ZEROS        TO FS-COM-CPF
           MOVE LOW-VALUES   TO FS-COM-TP-LANCAMENTO

           START ARQ-COMISSAO
               KEY IS NOT LESS THAN FS-COM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-COM
           END-START

           IF FS-STAT-COM-OK
               PERFORM 6400-LER-ARQ-COMISSAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-COM-OK OR
                   FS-COM-NU-ANOMES NOT EQUAL WK-NU-ANOMES

               MOVE SPACES               TO ARQ-FOLHA-REC
               MOVE FS-COM-CPF           TO FOL-CPF
               MOVE FS-COM-NU-ANOMES     TO FOL-NU-ANOMES
               MOVE FS-COM-TP-LANCAMENTO TO FOL-TP-LANCAMENTO
               MOVE FS-COM-CD-MATRICULA  TO FOL-CD-MATRICULA
               MOVE FS-COM-VL-BASE       TO FOL-VL-BASE
               MOVE FS-COM-PC-COMISSAO   TO FOL-PC-COMISSAO
               MOVE FS-COM-VL-COMISSAO   TO FOL-VL-COMISSAO

               WRITE ARQ-FOLHA-REC

               ADD 1 TO WQT-FOL-GRAVADOS
               ADD FS-COM-VL-COMISSAO TO WVL-GER-FOLHA

               PERFORM 6400-LER-ARQ-COMISSAO-SEQ

           END-PERFORM.

       4200-GERA-INTERFACE-FOLHAX. EXIT.

      * -----------------------------------
      * GRAVA UMA LINHA DE AVISO NO DEMONSTRATIVO (TEXTO E MATRICULA
      * JA PREENCHIDOS PELO CHAMADOR) E MARCA O RETORNO 4
       4300-GRAVA-AVISO SECTION.

           MOVE WK-REL-AVISO TO ARQ-REL-COMISSAO-REC
           WRITE ARQ-REL-COMISSAO-REC

           ADD 1 TO WQT-AVISOS
           MOVE 'S' TO WS-FL-AVISO.

       4300-GRAVA-AVISOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

           OPEN INPUT ARQ-VENDEDOR.

       5000-ABRIR-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE SUPERVISORES PARA LEITURA
       5100-ABRIR-ARQ-SUPERVISOR SECTION.

           OPEN INPUT ARQ-SUPERVISOR.

       5100-ABRIR-ARQ-SUPERVISORX. EXIT.

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
      * ABRE A TABELA DE TAXAS DE COMISSAO PARA LEITURA
       5300-ABRIR-ARQ-TAB-COMISSAO SECTION.

           OPEN INPUT ARQ-TAB-COMISSAO.

       5300-ABRIR-ARQ-TAB-COMISSAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE RESULTADOS DE COMISSAO (CRIANDO-O NA
      * PRIMEIRA EXECUCAO)
       5400-ABRIR-ARQ-COMISSAO SECTION.

           OPEN I-O ARQ-COMISSAO.

           IF FS-STAT-COM-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-COMISSAO
               PERFORM 7400-FECHA-ARQ-COMISSAO
               OPEN I-O ARQ-COMISSAO
           END-IF.

       5400-ABRIR-ARQ-COMISSAOX. EXIT.

      * -----------------------------------
      * ABRE A INTERFACE DE FOLHA (SAIDA)
       5500-ABRIR-ARQ-FOLHA SECTION.

           OPEN OUTPUT ARQ-FOLHA.

           IF NOT FS-STAT-FOL-OK
               DISPLAY "ERRO AO ABRIR INTERFACE DE FOLHA, STATUS "
                   FS-STAT-FOL
           END-IF.

       5500-ABRIR-ARQ-FOLHAX. EXIT.

      * -----------------------------------
      * ABRE O DEMONSTRATIVO DE COMISSAO (SAIDA)
       5600-ABRIR-ARQ-REL-COMISSAO SECTION.

           OPEN OUTPUT ARQ-REL-COMISSAO.

           IF NOT FS-STAT-RCO-OK
               DISPLAY "ERRO AO ABRIR RELATORIO, STATUS " FS-STAT-RCO
           END-IF.

       5600-ABRIR-ARQ-REL-COMISSAOX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DE PERIODOS PARA LEITURA
       5700-ABRIR-ARQ-PERIODO SECTION.

           OPEN INPUT ARQ-PERIODO.

       5700-ABRIR-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE AJUSTES DE VISITAS PARA LEITURA; SEM O
      * ARQUIVO NAO HA AJUSTES A CONSIDERAR
       5800-ABRIR-ARQ-AJUSTE-VISITA SECTION.

           OPEN INPUT ARQ-AJUSTE-VISITA.

           IF FS-STAT-AJV-OK
               MOVE 'S' TO WS-FL-AJV-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-AJV-ABERTO
           END-IF.

       5800-ABRIR-ARQ-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE PRIMARIA
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

           READ ARQ-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VEN
           END-READ.

       6000-LER-ARQ-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO SUPERVISOR EM SEQUENCIA DE CHAVE PRIMARIA
       6100-LER-ARQ-SUPERVISOR-SEQ SECTION.

           READ ARQ-SUPERVISOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-SUP
           END-READ.

       6100-LER-ARQ-SUPERVISOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA VISITA EM SEQUENCIA DE CHAVE PRIMARIA
       6200-LER-ARQ-VISITA-SEQ SECTION.

           READ ARQ-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VIS
           END-READ.

       6200-LER-ARQ-VISITA-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA FAIXA DA TABELA DE TAXAS EM SEQUENCIA DE CHAVE
       6300-LER-ARQ-TAB-COMISSAO-SEQ SECTION.

           READ ARQ-TAB-COMISSAO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-TCO
           END-READ.

       6300-LER-ARQ-TAB-COMISSAO-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO RESULTADO DE COMISSAO EM SEQUENCIA DE CHAVE
       6400-LER-ARQ-COMISSAO-SEQ SECTION.

           READ ARQ-COMISSAO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-COM
           END-READ.

       6400-LER-ARQ-COMISSAO-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO AJUSTE DE VISITA EM SEQUENCIA DE CHAVE PRIMARIA
       6500-LER-ARQ-AJUSTE-VISITA-SEQ SECTION.

           READ ARQ-AJUSTE-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AJV
           END-READ.

       6500-LER-ARQ-AJUSTE-VISITA-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE VENDEDORES
       7000-FECHA-ARQ-VENDEDOR SECTION.

           CLOSE ARQ-VENDEDOR.

       7000-FECHA-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO MESTRE DE SUPERVISORES
       7100-FECHA-ARQ-SUPERVISOR SECTION.

           CLOSE ARQ-SUPERVISOR.

       7100-FECHA-ARQ-SUPERVISORX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE MOVIMENTO DE VISITAS
       7200-FECHA-ARQ-VISITA SECTION.

           CLOSE ARQ-VISITA.

       7200-FECHA-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * FECHA A TABELA DE TAXAS DE COMISSAO
       7300-FECHA-ARQ-TAB-COMISSAO SECTION.

           CLOSE ARQ-TAB-COMISSAO.

       7300-FECHA-ARQ-TAB-COMISSAOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE RESULTADOS DE COMISSAO
       7400-FECHA-ARQ-COMISSAO SECTION.

           CLOSE ARQ-COMISSAO.

       7400-FECHA-ARQ-COMISSAOX. EXIT.

      * -----------------------------------
      * FECHA A INTERFACE DE FOLHA
       7500-FECHA-ARQ-FOLHA SECTION.

           CLOSE ARQ-FOLHA.

       7500-FECHA-ARQ-FOLHAX. EXIT.

      * -----------------------------------
      * FECHA O DEMONSTRATIVO DE COMISSAO
       7600-FECHA-ARQ-REL-COMISSAO SECTION.

           CLOSE ARQ-REL-COMISSAO.

       7600-FECHA-ARQ-REL-COMISSAOX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DE PERIODOS
       7700-FECHA-ARQ-PERIODO SECTION.

           CLOSE ARQ-PERIODO.

       7700-FECHA-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE AJUSTES DE VISITAS (SE FOI ABERTO)
       7800-FECHA-ARQ-AJUSTE-VISITA SECTION.

           IF W-AJV-ABERTO
               CLOSE ARQ-AJUSTE-VISITA
           END-IF.

       7800-FECHA-ARQ-AJUSTE-VISITAX. EXIT.

       END PROGRAM CBL_COMISSAO_MENSAL.
