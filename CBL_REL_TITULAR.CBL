      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Relatorio do titular de dados (LGPD): dado um CPF,
      *          reune tudo o que o sistema guarda sobre a pessoa - o
      *          registro atual em VENDEDOR.IDX, todas as versoes em
      *          HISTVENDEDOR.IDX, a copia expurgada em
      *          VENDEDORMORTO.IDX, as linhas do log de auditoria
      *          (LOGVENDEDOR.TXT e os arquivos mortos datados
      *          LOGVENDEDOR.A<data>.TXT) e as visitas em VISITA.IDX -
      *          e imprime tudo em RELTITULAR.TXT. Os codigos de
      *          vendedor do titular sao os que tem ou ja tiveram o CPF
      *          no mestre, no historico ou no arquivo de expurgados.
      *          O CPF sai mascarado, como nos demais relatorios
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_REL_TITULAR.
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

           SELECT ARQ-HISTORICO ASSIGN TO DISK WID-ARQ-HISTORICO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HIS.

           SELECT ARQ-MORTO ASSIGN TO DISK WID-ARQ-MORTO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-MOR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-MOR.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

           SELECT ARQ-LOG-VENDEDOR ASSIGN TO WID-ARQ-LOG-VENDEDOR
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-LOG.

           SELECT ARQ-REL-TITULAR ASSIGN TO WID-ARQ-REL-TITULAR
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RTI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-HISTORICO.

       COPY FS-ARQ-HISTORICO.

       FD ARQ-MORTO.
       01 ARQ-MORTO-REC.
           05 FS-MOR-KEY.
               10 FS-MOR-CD-VENDEDOR      PIC  9(007).
           05 FS-MOR-DADOS                PIC  X(093).

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-LOG-VENDEDOR.
       01 ARQ-LOG-VENDEDOR-REC.
           05 LOG-CD-VENDEDOR         PIC 9(007).
           05 FILLER                  PIC X(001).
           05 LOG-ACAO                PIC X(007).
           05 FILLER                  PIC X(001).
           05 LOG-DATA                PIC 9(008).
           05 FILLER                  PIC X(001).
           05 LOG-HORA                PIC 9(008).
           05 FILLER                  PIC X(001).
           05 LOG-CD-OPERADOR         PIC X(008).

       FD ARQ-REL-TITULAR.
       01 ARQ-REL-TITULAR-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-EOF        VALUE 10 23.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-HIS PIC 9(02).
           88 FS-STAT-HIS-OK         VALUE 00.
           88 FS-STAT-HIS-EOF        VALUE 10 23.
           88 FS-STAT-HIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-MOR PIC 9(02).
           88 FS-STAT-MOR-OK         VALUE 00.
           88 FS-STAT-MOR-EOF        VALUE 10 23.
           88 FS-STAT-MOR-NAO-EXISTE VALUE 35.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
           88 FS-STAT-VIS-EOF        VALUE 10 23.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-LOG PIC 9(02).
           88 FS-STAT-LOG-OK         VALUE 00.
           88 FS-STAT-LOG-EOF        VALUE 10.
           88 FS-STAT-LOG-NAO-EXISTE VALUE 35.

       77 FS-STAT-RTI PIC 9(02).
           88 FS-STAT-RTI-OK         VALUE IS 00.

       77 WS-FL-VEN-ABERTO PIC X VALUE "N".
           88 W-VEN-ABERTO VALUE "S".

       77 WS-FL-HIS-ABERTO PIC X VALUE "N".
           88 W-HIS-ABERTO VALUE "S".

       77 WS-FL-MOR-ABERTO PIC X VALUE "N".
           88 W-MOR-ABERTO VALUE "S".

       77 WS-FL-VIS-ABERTO PIC X VALUE "N".
           88 W-VIS-ABERTO VALUE "S".

       77 WK-DT-HOJE       PIC 9(008).
       77 WK-DT-INICIO-LOG PIC 9(008).
       77 WK-DT-ARQUIVO    PIC 9(008).
       77 WK-NU-DIA-INT    PIC 9(007) COMP.
       77 WK-NU-DIA-FIM    PIC 9(007) COMP.

       77 WK-CPF-TITULAR   PIC 9(011).

       01 WK-IMG-DADOS.
           05 WK-IMG-CPF              PIC  9(011).
           05 WK-IMG-NM-VENDEDOR      PIC  X(040).
           05 WK-IMG-VL-LATITUDE      PIC S9(003)V9(008).
           05 WK-IMG-VL-LONGITUDE     PIC S9(003)V9(008).
           05 WK-IMG-STATUS           PIC  X(001).
           05 WK-IMG-CD-SUPERVISOR    PIC  9(005).
           05 FILLER                  PIC  X(014).

       01 WK-TAB-CODIGO.
           05 WK-COD-CD-VENDEDOR OCCURS 50 TIMES PIC 9(007).

       77 WQT-COD-QTDE PIC 9(005) COMP VALUE ZEROS.
       77 WK-COD-IDX   PIC 9(005) COMP.
       77 WK-CD-VENDEDOR-NOVO PIC 9(007).

       77 WS-FL-COD-ACHOU PIC X.
           88 W-COD-ACHOU VALUE "S".

       01 WQT-TOTAIS.
           05 WQT-CADASTRO           PIC 9(9) VALUE ZEROS.
           05 WQT-VERSOES            PIC 9(9) VALUE ZEROS.
           05 WQT-EXPURGADOS         PIC 9(9) VALUE ZEROS.
           05 WQT-LOG-LINHAS         PIC 9(9) VALUE ZEROS.
           05 WQT-LOG-ARQUIVOS       PIC 9(9) VALUE ZEROS.
           05 WQT-VISITAS            PIC 9(9) VALUE ZEROS.

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(036) VALUE
              "RELATORIO DO TITULAR DE DADOS (LGPD)".
           05 FILLER                  PIC X(008) VALUE "  DATA: ".
           05 WK-CAB-DATA             PIC 9(008).
           05 FILLER                  PIC X(007) VALUE "  CPF: ".
           05 WK-CAB-CPF              PIC X(014).

       01 WK-REL-CAB-LOG.
           05 FILLER                  PIC X(036) VALUE
              "LOGS ARQUIVADOS CONSULTADOS DESDE:".
           05 WK-CAB-DT-INICIO-LOG    PIC 9(008).

       01 WK-REL-SECAO.
           05 WK-SEC-TITULO           PIC X(060).

       01 WK-REL-AVISO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-AVI-DS-AVISO         PIC X(070).

       01 WK-REL-VENDEDOR.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VEN-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VEN-CPF              PIC X(014).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VEN-NM-VENDEDOR      PIC X(040).
           05 FILLER                  PIC X(004) VALUE " ST:".
           05 WK-VEN-STATUS           PIC X(001).
           05 FILLER                  PIC X(005) VALUE " SUP:".
           05 WK-VEN-CD-SUPERVISOR    PIC Z(004)9.

       01 WK-REL-COORDENADAS.
           05 FILLER                  PIC X(011) VALUE SPACES.
           05 FILLER                  PIC X(005) VALUE "LAT: ".
           05 WK-CRD-VL-LATITUDE      PIC -999.99999999.
           05 FILLER                  PIC X(008) VALUE "  LONG: ".
           05 WK-CRD-VL-LONGITUDE     PIC -999.99999999.

       01 WK-REL-VERSAO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(008) VALUE "VERSAO: ".
           05 WK-VRS-DT-VERSAO        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-VRS-HR-VERSAO        PIC 9(008).
           05 FILLER                  PIC X(008) VALUE "  ACAO: ".
           05 WK-VRS-ACAO             PIC X(007).
           05 FILLER                  PIC X(012) VALUE "  OPERADOR: ".
           05 WK-VRS-CD-OPERADOR      PIC X(008).

       01 WK-REL-LOG.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-LOG-NM-ARQUIVO       PIC X(025).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-LOG-CD-VENDEDOR      PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-LOG-ACAO             PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-LOG-DATA             PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-LOG-HORA             PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-LOG-CD-OPERADOR      PIC X(008).

       01 WK-REL-VISITA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VIS-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(011) VALUE "  CLIENTE: ".
           05 WK-VIS-CD-CLIENTE       PIC Z(006)9.
           05 FILLER                  PIC X(008) VALUE "  DATA: ".
           05 WK-VIS-DT-VISITA        PIC 9(008).
           05 FILLER                  PIC X(007) VALUE "  RES: ".
           05 WK-VIS-FL-RESULTADO     PIC X(001).
           05 FILLER                  PIC X(009) VALUE "  VALOR: ".
           05 WK-VIS-VL-VENDA         PIC Z(006)9.99.
           05 FILLER                  PIC X(008) VALUE "  OPER: ".
           05 WK-VIS-CD-OPERADOR      PIC X(008).

       01 WK-REL-TOTAL.
           05 WK-TOT-DESCRICAO        PIC X(030).
           05 WK-TOT-QUANTIDADE       PIC Z(008)9.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_HISTORICO.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_MASCARA_CPF.

       01 WID-ARQ-MORTO.
           05 WNM-PATH-MORTO          PIC X(17).
           05 WNM-ARQ-MORTO           PIC X(50)
                                      VALUE "VENDEDORMORTO.IDX".

       01 WID-ARQ-LOG-VENDEDOR.
           05 WNM-PATH-LOG-VENDEDOR   PIC X(17).
           05 WNM-ARQ-LOG-VENDEDOR    PIC X(50)
                                      VALUE "LOGVENDEDOR.TXT".

       01 WID-ARQ-REL-TITULAR.
           05 WNM-PATH-REL-TITULAR    PIC X(17).
           05 WNM-ARQ-REL-TITULAR     PIC X(50)
                                      VALUE "RELTITULAR.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-CPF                  PIC 9(011) VALUE ZEROS.
           05 LK-DT-INICIO-LOG        PIC 9(008) VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-HISTORICO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-MORTO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-LOG-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-TITULAR.

           IF LK-CPF NOT NUMERIC OR LK-CPF EQUAL ZEROS
               DISPLAY "CPF DO TITULAR NAO INFORMADO"
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE LK-CPF TO WK-CPF-TITULAR

               PERFORM 1000-DEFINE-PERIODO-LOG

               PERFORM 5000-ABRIR-ARQUIVOS
               PERFORM 5500-ABRIR-ARQ-REL-TITULAR

               PERFORM 4000-GRAVA-CABECALHO

               PERFORM 1100-IDENTIFICA-CODIGOS

               PERFORM 2000-LISTA-CADASTRO
               PERFORM 2100-LISTA-HISTORICO
               PERFORM 2200-LISTA-EXPURGADO
               PERFORM 2300-LISTA-LOG
               PERFORM 2400-LISTA-VISITAS

               PERFORM 4100-GRAVA-TOTAIS

               PERFORM 7000-FECHA-ARQUIVOS
               PERFORM 7500-FECHA-ARQ-REL-TITULAR

               DISPLAY "CODIGOS DO TITULAR:   " WQT-COD-QTDE
               DISPLAY "VERSOES DE HISTORICO: " WQT-VERSOES
               DISPLAY "LINHAS DE LOG:        " WQT-LOG-LINHAS
               DISPLAY "VISITAS:              " WQT-VISITAS

               IF WQT-COD-QTDE EQUAL ZEROS
                   MOVE 4 TO LK-RETURN-CODE
               ELSE
                   MOVE 0 TO LK-RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * DEFINE A PRIMEIRA DATA DE ARQUIVO MORTO DO LOG A CONSULTAR
      * (PARAMETRO; SEM PARAMETRO, CINCO ANOS ATRAS)
       1000-DEFINE-PERIODO-LOG SECTION.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD

           IF LK-DT-INICIO-LOG GREATER ZEROS
               MOVE LK-DT-INICIO-LOG TO WK-DT-INICIO-LOG
           ELSE
               COMPUTE WK-NU-DIA-INT =
                   FUNCTION INTEGER-OF-DATE (WK-DT-HOJE) - 1826
               MOVE FUNCTION DATE-OF-INTEGER (WK-NU-DIA-INT)
                 TO WK-DT-INICIO-LOG
           END-IF.

       1000-DEFINE-PERIODO-LOGX. EXIT.

      * -----------------------------------
      * MONTA A TABELA DE CODIGOS DE VENDEDOR DO TITULAR: O REGISTRO
      * ATUAL COM O CPF (CHAVE ALTERNATIVA), AS VERSOES DO HISTORICO
      * E AS COPIAS EXPURGADAS CUJA IMAGEM TEM O CPF
       1100-IDENTIFICA-CODIGOS SECTION.

           IF W-VEN-ABERTO
               MOVE WK-CPF-TITULAR TO FS-VEN-CPF

               READ ARQ-VENDEDOR
                   KEY IS FS-VEN-CPF
               INVALID KEY
                   MOVE 23 TO FS-STAT-VEN
               END-READ

               IF FS-STAT-VEN-OK
                   MOVE FS-VEN-CD-VENDEDOR TO WK-CD-VENDEDOR-NOVO
                   PERFORM 8100-GUARDA-CODIGO
               END-IF
           END-IF

           IF W-HIS-ABERTO
               MOVE LOW-VALUES TO FS-HIS-KEY

               START ARQ-HISTORICO
                   KEY IS NOT LESS THAN FS-HIS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-HIS
               END-START

               IF FS-STAT-HIS-OK
                   PERFORM 6100-LER-ARQ-HISTORICO-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-HIS-OK

                   MOVE FS-HIS-VEN-DADOS TO WK-IMG-DADOS

                   IF WK-IMG-CPF NUMERIC
                      AND WK-IMG-CPF EQUAL WK-CPF-TITULAR
                       MOVE FS-HIS-CD-VENDEDOR TO WK-CD-VENDEDOR-NOVO
                       PERFORM 8100-GUARDA-CODIGO
                   END-IF

                   PERFORM 6100-LER-ARQ-HISTORICO-SEQ

               END-PERFORM
           END-IF

           IF W-MOR-ABERTO
               MOVE LOW-VALUES TO FS-MOR-KEY

               START ARQ-MORTO
                   KEY IS NOT LESS THAN FS-MOR-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-MOR
               END-START

               IF FS-STAT-MOR-OK
                   PERFORM 6200-LER-ARQ-MORTO-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-MOR-OK

                   MOVE FS-MOR-DADOS TO WK-IMG-DADOS

                   IF WK-IMG-CPF NUMERIC
                      AND WK-IMG-CPF EQUAL WK-CPF-TITULAR
                       MOVE FS-MOR-CD-VENDEDOR TO WK-CD-VENDEDOR-NOVO
                       PERFORM 8100-GUARDA-CODIGO
                   END-IF

                   PERFORM 6200-LER-ARQ-MORTO-SEQ

               END-PERFORM
           END-IF

           IF WQT-COD-QTDE EQUAL ZEROS
               MOVE "NENHUM REGISTRO ENCONTRADO PARA O CPF INFORMADO"
                 TO WK-AVI-DS-AVISO
               MOVE WK-REL-AVISO TO ARQ-REL-TITULAR-REC
               WRITE ARQ-REL-TITULAR-REC
           END-IF.

       1100-IDENTIFICA-CODIGOSX. EXIT.

      * -----------------------------------
      * SECAO 1: REGISTRO ATUAL DE CADA CODIGO NO MESTRE
       2000-LISTA-CADASTRO SECTION.

           MOVE "1. CADASTRO ATUAL (VENDEDOR.IDX)" TO WK-SEC-TITULO
           PERFORM 4200-GRAVA-TITULO-SECAO

           IF NOT W-VEN-ABERTO
               PERFORM 4300-GRAVA-ARQ-INDISPONIVEL
           ELSE
               PERFORM VARYING WK-COD-IDX FROM 1 BY 1
                 UNTIL WK-COD-IDX GREATER WQT-COD-QTDE

                   MOVE WK-COD-CD-VENDEDOR (WK-COD-IDX)
                     TO FS-VEN-CD-VENDEDOR

                   READ ARQ-VENDEDOR
                       KEY IS FS-VEN-KEY
                   INVALID KEY
                       MOVE 23 TO FS-STAT-VEN
                   END-READ

                   IF FS-STAT-VEN-OK
                       ADD 1 TO WQT-CADASTRO
                       MOVE FS-VEN-DADOS TO WK-IMG-DADOS
                       MOVE FS-VEN-CD-VENDEDOR TO WK-VEN-CD-VENDEDOR
                       PERFORM 4400-GRAVA-IMAGEM-VENDEDOR
                   END-IF

               END-PERFORM
           END-IF.

       2000-LISTA-CADASTROX. EXIT.

      * -----------------------------------
      * SECAO 2: TODAS AS VERSOES DO HISTORICO DE CADA CODIGO, EM
      * ORDEM DE DATA/HORA
       2100-LISTA-HISTORICO SECTION.

           MOVE "2. HISTORICO DE VERSOES (HISTVENDEDOR.IDX)"
             TO WK-SEC-TITULO
           PERFORM 4200-GRAVA-TITULO-SECAO

           IF NOT W-HIS-ABERTO
               PERFORM 4300-GRAVA-ARQ-INDISPONIVEL
           ELSE
               PERFORM VARYING WK-COD-IDX FROM 1 BY 1
                 UNTIL WK-COD-IDX GREATER WQT-COD-QTDE
                   PERFORM 2150-LISTA-VERSOES-CODIGO
               END-PERFORM
           END-IF.

       2100-LISTA-HISTORICOX. EXIT.

      * -----------------------------------
      * LISTA AS VERSOES DO CODIGO CORRENTE DA TABELA
       2150-LISTA-VERSOES-CODIGO SECTION.

           MOVE WK-COD-CD-VENDEDOR (WK-COD-IDX) TO FS-HIS-CD-VENDEDOR
           MOVE ZEROS TO FS-HIS-DT-VERSAO FS-HIS-HR-VERSAO

           START ARQ-HISTORICO
               KEY IS NOT LESS THAN FS-HIS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-HIS
           END-START

           IF FS-STAT-HIS-OK
               PERFORM 6100-LER-ARQ-HISTORICO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-HIS-OK
                OR FS-HIS-CD-VENDEDOR NOT EQUAL
                   WK-COD-CD-VENDEDOR (WK-COD-IDX)

               ADD 1 TO WQT-VERSOES

               MOVE FS-HIS-DT-VERSAO   TO WK-VRS-DT-VERSAO
               MOVE FS-HIS-HR-VERSAO   TO WK-VRS-HR-VERSAO
               MOVE FS-HIS-ACAO        TO WK-VRS-ACAO
               MOVE FS-HIS-CD-OPERADOR TO WK-VRS-CD-OPERADOR
               MOVE WK-REL-VERSAO TO ARQ-REL-TITULAR-REC
               WRITE ARQ-REL-TITULAR-REC

               MOVE FS-HIS-VEN-DADOS   TO WK-IMG-DADOS
               MOVE FS-HIS-CD-VENDEDOR TO WK-VEN-CD-VENDEDOR
               PERFORM 4400-GRAVA-IMAGEM-VENDEDOR

               PERFORM 6100-LER-ARQ-HISTORICO-SEQ

           END-PERFORM.

       2150-LISTA-VERSOES-CODIGOX. EXIT.

      * -----------------------------------
      * SECAO 3: COPIA GUARDADA NO ARQUIVO DE EXPURGADOS
       2200-LISTA-EXPURGADO SECTION.

           MOVE "3. VENDEDOR EXPURGADO (VENDEDORMORTO.IDX)"
             TO WK-SEC-TITULO
           PERFORM 4200-GRAVA-TITULO-SECAO

           IF NOT W-MOR-ABERTO
               PERFORM 4300-GRAVA-ARQ-INDISPONIVEL
           ELSE
               PERFORM VARYING WK-COD-IDX FROM 1 BY 1
                 UNTIL WK-COD-IDX GREATER WQT-COD-QTDE

                   MOVE WK-COD-CD-VENDEDOR (WK-COD-IDX)
                     TO FS-MOR-CD-VENDEDOR

                   READ ARQ-MORTO
                       KEY IS FS-MOR-KEY
                   INVALID KEY
                       MOVE 23 TO FS-STAT-MOR
                   END-READ

                   IF FS-STAT-MOR-OK
                       ADD 1 TO WQT-EXPURGADOS
                       MOVE FS-MOR-DADOS TO WK-IMG-DADOS
                       MOVE FS-MOR-CD-VENDEDOR TO WK-VEN-CD-VENDEDOR
                       PERFORM 4400-GRAVA-IMAGEM-VENDEDOR
                   END-IF

               END-PERFORM
           END-IF.

       2200-LISTA-EXPURGADOX. EXIT.

      * -----------------------------------
      * SECAO 4: LINHAS DO LOG DE AUDITORIA DOS CODIGOS DO TITULAR -
      * LOG CORRENTE E ARQUIVOS MORTOS DATADOS DESDE A DATA INICIAL
      * (DIA SEM ARQUIVO NAO E ERRO)
       2300-LISTA-LOG SECTION.

           MOVE "4. LOG DE AUDITORIA (LOGVENDEDOR)" TO WK-SEC-TITULO
           PERFORM 4200-GRAVA-TITULO-SECAO

           MOVE WK-DT-INICIO-LOG TO WK-CAB-DT-INICIO-LOG
           MOVE WK-REL-CAB-LOG TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "LOGVENDEDOR.TXT" TO WNM-ARQ-LOG-VENDEDOR
           PERFORM 2350-VARRE-ARQ-LOG

           COMPUTE WK-NU-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WK-DT-INICIO-LOG)
           COMPUTE WK-NU-DIA-FIM =
               FUNCTION INTEGER-OF-DATE (WK-DT-HOJE)

           PERFORM
             UNTIL WK-NU-DIA-INT GREATER WK-NU-DIA-FIM

               MOVE FUNCTION DATE-OF-INTEGER (WK-NU-DIA-INT)
                 TO WK-DT-ARQUIVO

               MOVE SPACES TO WNM-ARQ-LOG-VENDEDOR
               STRING
                 "LOGVENDEDOR.A" WK-DT-ARQUIVO ".TXT"
                 DELIMITED BY SIZE
                 INTO WNM-ARQ-LOG-VENDEDOR

               PERFORM 2350-VARRE-ARQ-LOG

               ADD 1 TO WK-NU-DIA-INT

           END-PERFORM.

       2300-LISTA-LOGX. EXIT.

      * -----------------------------------
      * VARRE O ARQUIVO DE LOG EM WNM-ARQ-LOG-VENDEDOR, SE EXISTIR, E
      * LISTA AS LINHAS DOS CODIGOS DO TITULAR
       2350-VARRE-ARQ-LOG SECTION.

           OPEN INPUT ARQ-LOG-VENDEDOR

           IF FS-STAT-LOG-OK
               ADD 1 TO WQT-LOG-ARQUIVOS

               PERFORM 6400-LER-ARQ-LOG

               PERFORM
                 UNTIL NOT FS-STAT-LOG-OK

                   MOVE LOG-CD-VENDEDOR TO WK-CD-VENDEDOR-NOVO
                   PERFORM 8200-PROCURA-CODIGO

                   IF W-COD-ACHOU
                       ADD 1 TO WQT-LOG-LINHAS
                       MOVE WNM-ARQ-LOG-VENDEDOR TO WK-LOG-NM-ARQUIVO
                       MOVE LOG-CD-VENDEDOR   TO WK-LOG-CD-VENDEDOR
                       MOVE LOG-ACAO          TO WK-LOG-ACAO
                       MOVE LOG-DATA          TO WK-LOG-DATA
                       MOVE LOG-HORA          TO WK-LOG-HORA
                       MOVE LOG-CD-OPERADOR   TO WK-LOG-CD-OPERADOR
                       MOVE WK-REL-LOG TO ARQ-REL-TITULAR-REC
                       WRITE ARQ-REL-TITULAR-REC
                   END-IF

                   PERFORM 6400-LER-ARQ-LOG

               END-PERFORM

               CLOSE ARQ-LOG-VENDEDOR
           END-IF.

       2350-VARRE-ARQ-LOGX. EXIT.

      * -----------------------------------
      * SECAO 5: VISITAS REGISTRADAS PARA OS CODIGOS DO TITULAR
       2400-LISTA-VISITAS SECTION.

           MOVE "5. VISITAS (VISITA.IDX)" TO WK-SEC-TITULO
           PERFORM 4200-GRAVA-TITULO-SECAO

           IF NOT W-VIS-ABERTO
               PERFORM 4300-GRAVA-ARQ-INDISPONIVEL
           ELSE
               PERFORM VARYING WK-COD-IDX FROM 1 BY 1
                 UNTIL WK-COD-IDX GREATER WQT-COD-QTDE
                   PERFORM 2450-LISTA-VISITAS-CODIGO
               END-PERFORM
           END-IF.

       2400-LISTA-VISITASX. EXIT.

      * -----------------------------------
      * LISTA AS VISITAS DO CODIGO CORRENTE DA TABELA
       2450-LISTA-VISITAS-CODIGO SECTION.

           MOVE WK-COD-CD-VENDEDOR (WK-COD-IDX) TO FS-VIS-CD-VENDEDOR
           MOVE ZEROS TO FS-VIS-CD-CLIENTE FS-VIS-DT-VISITA

           START ARQ-VISITA
               KEY IS NOT LESS THAN FS-VIS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VIS
           END-START

           IF FS-STAT-VIS-OK
               PERFORM 6300-LER-ARQ-VISITA-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-VIS-OK
                OR FS-VIS-CD-VENDEDOR NOT EQUAL
                   WK-COD-CD-VENDEDOR (WK-COD-IDX)

               ADD 1 TO WQT-VISITAS

               MOVE FS-VIS-CD-VENDEDOR   TO WK-VIS-CD-VENDEDOR
               MOVE FS-VIS-CD-CLIENTE    TO WK-VIS-CD-CLIENTE
               MOVE FS-VIS-DT-VISITA     TO WK-VIS-DT-VISITA
               MOVE FS-VIS-FL-RESULTADO  TO WK-VIS-FL-RESULTADO
               MOVE FS-VIS-VL-VENDA      TO WK-VIS-VL-VENDA
               MOVE FS-VIS-CD-OPERADOR   TO WK-VIS-CD-OPERADOR
               MOVE WK-REL-VISITA TO ARQ-REL-TITULAR-REC
               WRITE ARQ-REL-TITULAR-REC

               PERFORM 6300-LER-ARQ-VISITA-SEQ

           END-PERFORM.

       2450-LISTA-VISITAS-CODIGOX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO RELATORIO DO TITULAR
       4000-GRAVA-CABECALHO SECTION.

           MOVE WK-DT-HOJE     TO WK-CAB-DATA
           MOVE WK-CPF-TITULAR TO WK-MSC-CPF
           PERFORM 8000-MASCARA-CPF
           MOVE WK-MSC-CPF-MASCARADO TO WK-CAB-CPF
           MOVE WK-REL-CABECALHO TO ARQ-REL-TITULAR-REC

           WRITE ARQ-REL-TITULAR-REC

           MOVE SPACES TO ARQ-REL-TITULAR-REC

           WRITE ARQ-REL-TITULAR-REC.

       4000-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * GRAVA OS TOTAIS DE CONTROLE DO RELATORIO DO TITULAR
       4100-GRAVA-TOTAIS SECTION.

           MOVE SPACES TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "CODIGOS DE VENDEDOR:"    TO WK-TOT-DESCRICAO
           MOVE WQT-COD-QTDE              TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "REGISTROS NO CADASTRO:"  TO WK-TOT-DESCRICAO
           MOVE WQT-CADASTRO              TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "VERSOES DE HISTORICO:"   TO WK-TOT-DESCRICAO
           MOVE WQT-VERSOES               TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "COPIAS EXPURGADAS:"      TO WK-TOT-DESCRICAO
           MOVE WQT-EXPURGADOS            TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "ARQUIVOS DE LOG LIDOS:"  TO WK-TOT-DESCRICAO
           MOVE WQT-LOG-ARQUIVOS          TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "LINHAS DE LOG:"          TO WK-TOT-DESCRICAO
           MOVE WQT-LOG-LINHAS            TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE "VISITAS:"                TO WK-TOT-DESCRICAO
           MOVE WQT-VISITAS               TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC.

       4100-GRAVA-TOTAISX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA EM BRANCO E O TITULO DA SECAO EM WK-SEC-TITULO
       4200-GRAVA-TITULO-SECAO SECTION.

           MOVE SPACES TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE WK-REL-SECAO TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC.

       4200-GRAVA-TITULO-SECAOX. EXIT.

      * -----------------------------------
      * AVISA NA SECAO CORRENTE QUE O ARQUIVO NAO PODE SER ABERTO
       4300-GRAVA-ARQ-INDISPONIVEL SECTION.

           MOVE "ARQUIVO NAO DISPONIVEL" TO WK-AVI-DS-AVISO
           MOVE WK-REL-AVISO TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC.

       4300-GRAVA-ARQ-INDISPONIVELX. EXIT.

      * -----------------------------------
      * GRAVA OS DADOS DO VENDEDOR JA MOVIDOS PARA WK-IMG-DADOS (E O
      * CODIGO EM WK-VEN-CD-VENDEDOR): LINHA CADASTRAL COM O CPF
      * MASCARADO E LINHA DE COORDENADAS
       4400-GRAVA-IMAGEM-VENDEDOR SECTION.

           MOVE WK-IMG-CPF         TO WK-MSC-CPF
           PERFORM 8000-MASCARA-CPF
           MOVE WK-MSC-CPF-MASCARADO TO WK-VEN-CPF
           MOVE WK-IMG-NM-VENDEDOR TO WK-VEN-NM-VENDEDOR
           MOVE WK-IMG-STATUS      TO WK-VEN-STATUS

           IF WK-IMG-CD-SUPERVISOR NUMERIC
               MOVE WK-IMG-CD-SUPERVISOR TO WK-VEN-CD-SUPERVISOR
           ELSE
               MOVE ZEROS TO WK-VEN-CD-SUPERVISOR
           END-IF

           MOVE WK-REL-VENDEDOR TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC

           MOVE WK-IMG-VL-LATITUDE  TO WK-CRD-VL-LATITUDE
           MOVE WK-IMG-VL-LONGITUDE TO WK-CRD-VL-LONGITUDE
           MOVE WK-REL-COORDENADAS TO ARQ-REL-TITULAR-REC
           WRITE ARQ-REL-TITULAR-REC.

       4400-GRAVA-IMAGEM-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE OS ARQUIVOS INDEXADOS CONSULTADOS, TODOS SOMENTE PARA
      * LEITURA; ARQUIVO QUE NAO ABRIR FICA DE FORA DO RELATORIO, COM
      * AVISO NA SECAO CORRESPONDENTE
       5000-ABRIR-ARQUIVOS SECTION.

           OPEN INPUT ARQ-VENDEDOR
           IF FS-STAT-VEN-OK
               MOVE "S" TO WS-FL-VEN-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR VENDEDOR.IDX, STATUS "
                   FS-STAT-VEN
           END-IF

           OPEN INPUT ARQ-HISTORICO
           IF FS-STAT-HIS-OK
               MOVE "S" TO WS-FL-HIS-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR HISTVENDEDOR.IDX, STATUS "
                   FS-STAT-HIS
           END-IF

           OPEN INPUT ARQ-MORTO
           IF FS-STAT-MOR-OK
               MOVE "S" TO WS-FL-MOR-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR VENDEDORMORTO.IDX, STATUS "
                   FS-STAT-MOR
           END-IF

           OPEN INPUT ARQ-VISITA
           IF FS-STAT-VIS-OK
               MOVE "S" TO WS-FL-VIS-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR VISITA.IDX, STATUS "
                   FS-STAT-VIS
           END-IF.

       5000-ABRIR-ARQUIVOSX. EXIT.

      * -----------------------------------
      * ABRE O RELATORIO DO TITULAR (SAIDA, SEMPRE RECRIADO)
       5500-ABRIR-ARQ-REL-TITULAR SECTION.

           OPEN OUTPUT ARQ-REL-TITULAR.

       5500-ABRIR-ARQ-REL-TITULARX. EXIT.

      * -----------------------------------
      * LE PROXIMA VERSAO DO HISTORICO EM SEQUENCIA DE CHAVE
       6100-LER-ARQ-HISTORICO-SEQ SECTION.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-HIS
           END-READ.

       6100-LER-ARQ-HISTORICO-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EXPURGADO EM SEQUENCIA DE CHAVE
       6200-LER-ARQ-MORTO-SEQ SECTION.

           READ ARQ-MORTO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-MOR
           END-READ.

       6200-LER-ARQ-MORTO-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA VISITA EM SEQUENCIA DE CHAVE
       6300-LER-ARQ-VISITA-SEQ SECTION.

           READ ARQ-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VIS
           END-READ.

       6300-LER-ARQ-VISITA-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA LINHA DO ARQUIVO DE LOG CORRENTE
       6400-LER-ARQ-LOG SECTION.

           READ ARQ-LOG-VENDEDOR
               AT END
                   MOVE 10 TO FS-STAT-LOG
           END-READ.

       6400-LER-ARQ-LOGX. EXIT.

      * -----------------------------------
      * FECHA OS ARQUIVOS INDEXADOS QUE FORAM ABERTOS
       7000-FECHA-ARQUIVOS SECTION.

           IF W-VEN-ABERTO
               CLOSE ARQ-VENDEDOR
           END-IF

           IF W-HIS-ABERTO
               CLOSE ARQ-HISTORICO
           END-IF

           IF W-MOR-ABERTO
               CLOSE ARQ-MORTO
           END-IF

           IF W-VIS-ABERTO
               CLOSE ARQ-VISITA
           END-IF.

       7000-FECHA-ARQUIVOSX. EXIT.

      * -----------------------------------
      * FECHA O RELATORIO DO TITULAR
       7500-FECHA-ARQ-REL-TITULAR SECTION.

           CLOSE ARQ-REL-TITULAR.

       7500-FECHA-ARQ-REL-TITULARX. EXIT.

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

      * -----------------------------------
      * INCLUI WK-CD-VENDEDOR-NOVO NA TABELA DE CODIGOS DO TITULAR,
      * SE AINDA NAO ESTIVER NELA
       8100-GUARDA-CODIGO SECTION.

           PERFORM 8200-PROCURA-CODIGO

           IF NOT W-COD-ACHOU
               IF WQT-COD-QTDE LESS 50
                   ADD 1 TO WQT-COD-QTDE
                   MOVE WK-CD-VENDEDOR-NOVO
                     TO WK-COD-CD-VENDEDOR (WQT-COD-QTDE)
               ELSE
                   DISPLAY "TABELA DE CODIGOS CHEIA, CODIGO "
                       WK-CD-VENDEDOR-NOVO " IGNORADO"
               END-IF
           END-IF.

       8100-GUARDA-CODIGOX. EXIT.

      * -----------------------------------
      * PROCURA WK-CD-VENDEDOR-NOVO NA TABELA DE CODIGOS DO TITULAR,
      * LIGANDO W-COD-ACHOU
       8200-PROCURA-CODIGO SECTION.

           MOVE "N" TO WS-FL-COD-ACHOU

           PERFORM VARYING WK-COD-IDX FROM 1 BY 1
             UNTIL WK-COD-IDX GREATER WQT-COD-QTDE
                OR W-COD-ACHOU
               IF WK-COD-CD-VENDEDOR (WK-COD-IDX)
                  EQUAL WK-CD-VENDEDOR-NOVO
                   MOVE "S" TO WS-FL-COD-ACHOU
               END-IF
           END-PERFORM.

       8200-PROCURA-CODIGOX. EXIT.

       END PROGRAM CBL_REL_TITULAR.
