               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CLI.

           SELECT ARQ-TAB-COMISSAO ASSIGN TO DISK WID-ARQ-TAB-COMISSAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-TCO-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-TCO.

           SELECT ARQ-REL-SUPER ASSIGN TO WID-ARQ-REL-SUPER
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VIS.

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

           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-APR-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-APR.

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

           SELECT ARQ-LOG-ACESSO ASSIGN TO WID-ARQ-LOG-ACESSO
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL

       COPY FS-ARQ-CLIENTE.

       FD ARQ-TAB-COMISSAO.

       COPY FS-ARQ-TABCOMISSAO.

       FD ARQ-VISITA.

       COPY FS-ARQ-VISITA.

       FD ARQ-AUSENCIA.

       COPY FS-ARQ-AUSENCIA.

       FD ARQ-CHECKPOINT.

       COPY FS-ARQ-CHECKPOINT.

       FD ARQ-APROVACAO.

       COPY FS-ARQ-APROVACAO.

       FD ARQ-PERIODO.

       COPY FS-ARQ-PERIODO.

       FD ARQ-AJUSTE-VISITA.

       COPY FS-ARQ-AJUSTEVISITA.

       FD ARQ-REL-SUPER.
       01 ARQ-REL-SUPER-REC           PIC X(100).

       01 ARQ-RELATORIO-REC.
           05 REL-CD-VENDEDOR         PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 REL-CPF                 PIC X(014).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 REL-NM-VENDEDOR         PIC X(040).
           05 FILLER                  PIC X(002) VALUE SPACES.
           88 E-BROWSE    VALUES ARE "B" "b".
           88 E-CLIENTES  VALUES ARE "C" "c".
           88 E-VISITAS   VALUES ARE "V" "v".
           88 E-AUSENCIAS VALUES ARE "A" "a".
           88 E-APROVACOES VALUES ARE "P" "p".
           88 E-ENCERRAR  VALUE IS "X" "x".
           88 E-OPCAO-OK  VALUES ARE
                              "1" "2" "3" "4" "5" "6" "7" "8" "9"
                              "S" "s" "B" "b" "C" "c" "V" "v"
                              "A" "a" "P" "p" "X" "x".

       77 WS-OPCAO-SUP PIC X.
           88 E-SUP-INCLUIR   VALUE IS "1".
           88 E-SUP-LISTAR    VALUE IS "4".
           88 E-SUP-VENDEDOR  VALUE IS "5".
           88 E-SUP-TRANSFERIR VALUE IS "6".
           88 E-SUP-TAB-COMISSAO VALUE IS "7".
           88 E-SUP-VOLTAR    VALUE IS "X" "x".
           88 E-SUP-OPCAO-OK  VALUES ARE
                              "1" "2" "3" "4" "5" "6" "7" "X" "x".


       77 WS-OPCAO-CLI PIC X.
           88 E-CLI-OPCAO-OK  VALUES ARE
                              "1" "2" "3" "4" "X" "x".

       77 WS-OPCAO-AUS PIC X.
           88 E-AUS-INCLUIR   VALUE IS "1".
           88 E-AUS-ALTERAR   VALUE IS "2".
           88 E-AUS-EXCLUIR   VALUE IS "3".
           88 E-AUS-VOLTAR    VALUE IS "X" "x".
           88 E-AUS-OPCAO-OK  VALUES ARE
                              "1" "2" "3" "X" "x".

       77 WS-OPCAO-EXE PIC X.
           88 E-EXECUCAO-EXE  VALUE IS "1".
           88 E-EXECUCAO-ENC  VALUE IS "X" "x".
           88 FS-STAT-CLI-EOF        VALUE 10 23.
           88 FS-STAT-CLI-NAO-EXISTE VALUE 35.

       77 FS-STAT-TCO PIC 9(02).
           88 FS-STAT-TCO-OK         VALUE 00.
           88 FS-STAT-TCO-EOF        VALUE 10 23.
           88 FS-STAT-TCO-NAO-EXISTE VALUE 35.

       77 FS-STAT-VIS PIC 9(02).
           88 FS-STAT-VIS-OK         VALUE 00.
           88 FS-STAT-VIS-EOF        VALUE 10 23.
           88 FS-STAT-VIS-NAO-EXISTE VALUE 35.
           88 FS-STAT-VIS-DUP        VALUE 22.

       77 FS-STAT-AUS PIC 9(02).
           88 FS-STAT-AUS-OK         VALUE 00.
           88 FS-STAT-AUS-EOF        VALUE 10 23.
           88 FS-STAT-AUS-NAO-EXISTE VALUE 35.

       77 FS-STAT-CKP PIC 9(02).
           88 FS-STAT-CKP-OK         VALUE 00.
           88 FS-STAT-CKP-EOF        VALUE 10 23.
           88 FS-STAT-CKP-NAO-EXISTE VALUE 35.

       77 FS-STAT-APR PIC 9(02).
           88 FS-STAT-APR-OK         VALUE 00.
           88 FS-STAT-APR-EOF        VALUE 10 23.
           88 FS-STAT-APR-NAO-EXISTE VALUE 35.

       77 FS-STAT-PER PIC 9(02).
           88 FS-STAT-PER-OK         VALUE 00.
           88 FS-STAT-PER-EOF        VALUE 10 23.
           88 FS-STAT-PER-NAO-EXISTE VALUE 35.

       77 FS-STAT-AJV PIC 9(02).
           88 FS-STAT-AJV-OK         VALUE 00.
           88 FS-STAT-AJV-EOF        VALUE 10 23.
           88 FS-STAT-AJV-NAO-EXISTE VALUE 35.

       77 FS-STAT-RSU PIC 9(02).
           88 FS-STAT-RSU-OK         VALUE IS 00.

           05 WS-SUP-DADOS.
               10 WS-SUP-NM-SUPERVISOR PIC X(040).
               10 WS-SUP-NM-EQUIPE     PIC X(020).
               10 WS-SUP-CPF           PIC 9(011).

       01 WS-TAB-COMISSAO-REC.
           05 WS-TCO-KEY.
               10 WS-TCO-TP-TAXA       PIC X(001).
                   88 WS-TCO-TP-VALIDO VALUES ARE "V" "S".
               10 WS-TCO-VL-FAIXA      PIC 9(009)V9(002).
           05 WS-TCO-DADOS.
               10 WS-TCO-PC-COMISSAO   PIC 9(002)V9(002).

       77 WS-FL-TCO-EXISTE PIC X VALUE "N".
           88 W-TCO-EXISTE VALUE "S".

       01 WS-CLIENTE-REC.
           05 WS-CLI-KEY.
           05 WS-VIS-DADOS.
               10 WS-VIS-FL-RESULTADO  PIC X(001).
               10 WS-VIS-VL-VENDA      PIC 9(007)V9(002).
           05 WS-VIS-DS-MOTIVO         PIC X(040).

       77 WS-FL-PER-ABERTO PIC X VALUE "N".
           88 W-PER-ABERTO VALUE "S".

       77 WS-FL-MES-FECHADO PIC X VALUE "N".
           88 W-MES-FECHADO VALUE "S".

       77 WS-FL-VIS-EXISTE PIC X VALUE "N".
           88 W-VIS-EXISTE VALUE "S".

       77 WK-AJV-FL-RESULTADO-ANT PIC X(001).
       77 WK-AJV-VL-VENDA-ANT     PIC 9(007)V9(002).
       77 WK-AJV-NU-SEQ           PIC 9(003).

       01 WS-AUSENCIA-REC.
           05 WS-AUS-KEY.
               10 WS-AUS-CD-VENDEDOR   PIC 9(007) BLANK WHEN ZEROS.
               10 WS-AUS-DT-INICIO     PIC 9(008) BLANK WHEN ZEROS.
           05 WS-AUS-DADOS.
               10 WS-AUS-DT-FIM        PIC 9(008) BLANK WHEN ZEROS.
               10 WS-AUS-CD-MOTIVO     PIC X(001).
                   88 WS-AUS-MOTIVO-OK VALUES ARE "F" "L" "O".
               10 WS-AUS-DS-MOTIVO     PIC X(030).

       77 WS-FL-AUS-VALIDA PIC X VALUE "N".
           88 W-AUS-VALIDA VALUE "S".

       77 WS-FL-AUS-SOBREPOSTA PIC X VALUE "N".
           88 W-AUS-SOBREPOSTA VALUE "S".

       01 WK-DT-VISITA-R.
           05 WK-VIS-ANO              PIC 9(004).

       77 WK-CD-SUPERVISOR-IMP PIC 9(005).

       77 WK-CD-PROCESSO-CKP  PIC X(008) VALUE "IMPVEND".
       77 WK-QT-INTERVALO-CKP PIC 9(005).
       77 WQT-CKP-DESDE       PIC 9(005) VALUE ZEROS.
       77 WK-QT-REJ-RESTAURAR PIC 9(009).
       77 WK-NU-SEQ-CKP       PIC 9(007).
       77 WK-DT-CKP-REINICIO  PIC 9(008).
       77 WK-HR-CKP-REINICIO  PIC 9(008).

       77 WS-FL-IMP-CHECKPOINT PIC X VALUE "N".
           88 W-IMP-CHECKPOINT VALUE "S".

       77 WS-FL-IMP-REINICIO PIC X VALUE "N".
           88 W-IMP-REINICIO VALUE "S".

       77 WS-FL-IMP-JA-APLICADO PIC X VALUE "N".
           88 W-IMP-JA-APLICADO VALUE "S".

       77 WS-FL-CKP-ERRO PIC X VALUE "N".
           88 W-CKP-ERRO VALUE "S".

       77 WK-APR-TP-ALTERACAO PIC X(001).
       77 WK-DT-PEDIDO        PIC 9(008).
       77 WK-HR-PEDIDO        PIC 9(008).
       77 WK-APR-KEY-ATUAL    PIC X(023).
       77 WK-APR-DS-RESULTADO PIC X(060).
       77 WK-GRP-DT-PEDIDO    PIC 9(008).
       77 WK-GRP-HR-PEDIDO    PIC 9(008).
       77 WK-GRP-SOLICITANTE  PIC X(008).

       77 WQT-VEN-COM-PENDENCIA PIC 9(5) VALUE ZEROS.
       77 WQT-APR-APROVADOS     PIC 9(5) VALUE ZEROS.
       77 WQT-APR-REJEITADOS    PIC 9(5) VALUE ZEROS.
       77 WQT-APR-NAO-APLICADOS PIC 9(5) VALUE ZEROS.
       77 WQT-APR-EXIBIDOS      PIC 9(5) VALUE ZEROS.
       77 WK-APR-QT-EDIT-1      PIC Z(4)9.
       77 WK-APR-QT-EDIT-2      PIC Z(4)9.
       77 WK-APR-QT-EDIT-3      PIC Z(4)9.

       77 WS-FL-APR-PENDENTE PIC X VALUE "N".
           88 W-APR-PENDENTE VALUE "S".

       77 WS-FL-APR-GRAVADO PIC X VALUE "N".
           88 W-APR-GRAVADO VALUE "S".

       77 WS-FL-ALT-SENSIVEL PIC X VALUE "N".
           88 W-ALT-SENSIVEL VALUE "S".

       77 WS-FL-FILA-FIM PIC X VALUE "N".
           88 W-FILA-FIM VALUE "S".

       77 WS-FL-APR-REEXIBE PIC X VALUE "N".
           88 W-APR-REEXIBE VALUE "S".

       77 WS-FL-APR-DECIDIDO PIC X VALUE "N".
           88 W-APR-DECIDIDO VALUE "S".

       77 WK-APR-KEY-GRUPO    PIC X(023).
       77 WK-SUP-ANTES        PIC X(005).

       01 WK-APR-TELA.
           05 WK-APR-CD-VENDEDOR      PIC 9(007).
           05 WK-APR-CD-SOLICITANTE   PIC X(008).
           05 WK-APR-DT-PEDIDO        PIC 9(008).
           05 WK-APR-HR-PEDIDO        PIC 9(008).
           05 WK-APR-DS-TIPO          PIC X(025).
           05 WK-APR-DECISAO          PIC X(001).
               88 E-APR-APROVAR       VALUES ARE "A" "a".
               88 E-APR-REJEITAR      VALUES ARE "R" "r".
           05 WK-APR-DS-MOTIVO        PIC X(040).

       01 WK-APR-ANTES.
           05 WK-ANT-CPF              PIC X(011).
           05 WK-ANT-NM-VENDEDOR      PIC X(040).
           05 WK-ANT-VL-LATITUDE      PIC X(011).
           05 WK-ANT-VL-LONGITUDE     PIC X(011).
           05 WK-ANT-STATUS           PIC X(001).
           05 WK-ANT-CD-SUPERVISOR    PIC X(005).
           05 FILLER                  PIC X(014).

       01 WK-APR-DEPOIS.
           05 WK-DEP-CPF              PIC X(011).
           05 WK-DEP-NM-VENDEDOR      PIC X(040).
           05 WK-DEP-VL-LATITUDE      PIC X(011).
           05 WK-DEP-VL-LONGITUDE     PIC X(011).
           05 WK-DEP-STATUS           PIC X(001).
           05 WK-DEP-CD-SUPERVISOR    PIC X(005).
           05 FILLER                  PIC X(014).

       77 WK-CD-SUPER-ORIGEM  PIC 9(005).
       77 WK-CD-SUPER-DESTINO PIC 9(005).

               10 WS-OPE-DT-VALIDADE  PIC  9(008) BLANK WHEN ZEROS.
               10 WS-OPE-QT-FALHAS    PIC  9(001).
               10 WS-OPE-FL-BLOQUEADO PIC  X(001).
               10 WS-OPE-FL-APROVADOR PIC  X(001).
               10 FILLER              PIC  X(019).

       01 WS-OPE-PERFIL-TELA          PIC  X(012).
       01 WS-OPE-PERFIL-TELA-R REDEFINES WS-OPE-PERFIL-TELA.
               10 WS-FL-OPCAO-LOGADO  PIC  X(001) OCCURS 12 TIMES.
           05 WS-FL-ADMIN-LOGADO      PIC  X(001).
               88 W-OPERADOR-ADMIN    VALUE "S".
           05 WS-FL-APROVADOR-LOGADO  PIC  X(001).
               88 W-OPERADOR-APROVADOR VALUE "S".

       77 WS-FL-LOGIN PIC X VALUE "N".
           88 W-LOGIN-OK        VALUE "S".

       COPY CPY_ID_ARQ_CLIENTE.

       COPY CPY_ID_ARQ_TABCOMISSAO.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_AUSENCIA.

       COPY CPY_ID_ARQ_CHECKPOINT.

       COPY CPY_ID_ARQ_APROVACAO.

       COPY CPY_ID_ARQ_PERIODO.

       COPY CPY_ID_ARQ_AJUSTEVISITA.

       01 WID-ARQ-REL-SUPER.
           05 WNM-PATH-REL-SUPER PIC X(17).
           05 WNM-ARQ-REL-SUPER  PIC X(50)
           05 WK-RSU-NM-EQUIPE        PIC X(020).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-RSU-STATUS           PIC X(001).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-RSU-CPF              PIC X(014).

       01 WK-REL-VENSUP-GRUPO.
           05 FILLER                  PIC X(012) VALUE "SUPERVISOR: ".
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WK-VSU-CD-VENDEDOR      PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VSU-CPF              PIC X(014).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-VSU-NM-VENDEDOR      PIC X(040).

       01 WK-REL-VENSUP-TOTAL.

       77 WQT-VSU-VENDEDORES PIC 9(9) VALUE ZEROS.

       COPY CPY_MASCARA_CPF.

       01 WS-FILTROS-BROWSE.
           05 WS-FILTRO-NOME          PIC X(010).
           05 WS-FILTRO-REGIAO        PIC X(002).
       01 LK-PARAM.
           05 LK-RETURN-CODE     PIC 99     VALUE 0.
           05 LK-MODO            PIC X(01)  VALUE SPACE.
               88 LK-MODO-BATCH      VALUES "B" "R".
               88 LK-MODO-REINICIO   VALUE "R".
               88 LK-MODO-BATCH-EXP  VALUE "E".
               88 LK-MODO-LOTE       VALUES "B" "E" "R".
           05 LK-ARQ-IMPORTACAO  PIC X(50)  VALUE SPACES.
           05 LK-QT-NOVOS        PIC 9(09)  VALUE ZEROS.
           05 LK-QT-ATUALIZADOS  PIC 9(09)  VALUE ZEROS.
           05 LK-QT-ERROS        PIC 9(09)  VALUE ZEROS.
           05 LK-QT-CHECKPOINT   PIC 9(05)  VALUE ZEROS.

       SCREEN SECTION.
       01 SS-CLS.
           05 LINE 17 COLUMN 15 VALUE "B  - BUSCA EM TELA".
           05 LINE 18 COLUMN 15 VALUE "C  - CLIENTES".
           05 LINE 19 COLUMN 15 VALUE "V  - VISITAS".
           05 LINE 20 COLUMN 15 VALUE "A  - AUSENCIAS".
           05 LINE 20 COLUMN 40 VALUE "P  - APROVACOES".
           05 LINE 21 COLUMN 15 VALUE "X  - ENCERRAR".
           05 LINE 22 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 22 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-MENU-SUPERVISOR FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 10 COLUMN 15 VALUE "04 - LISTAR".
           05 LINE 11 COLUMN 15 VALUE "05 - VENDEDORES P/SUPERVISOR".
           05 LINE 12 COLUMN 15 VALUE "06 - TRANSFERIR VENDEDORES".
           05 LINE 13 COLUMN 15 VALUE "07 - TABELA DE COMISSAO".
           05 LINE 14 COLUMN 15 VALUE "X  - VOLTAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO-SUP AUTO.

       01 SS-MENU-CLIENTE FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO-CLI AUTO.

       01 SS-MENU-AUSENCIA FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "01 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "02 - ALTERAR".
           05 LINE 09 COLUMN 15 VALUE "03 - EXCLUIR".
           05 LINE 10 COLUMN 15 VALUE "X  - VOLTAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO-AUS AUTO.

       01 SS-TELA-CLIENTE.
           05 SS-CHAVE-CLIENTE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 11 VALUE "Codigo Cliente:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-SUP-NM-SUPERVISOR.
               10 LINE 12 COLUMN 19 VALUE "Equipe:".
               10 COLUMN PLUS 2 PIC X(20) USING WS-SUP-NM-EQUIPE.
               10 LINE 13 COLUMN 16 VALUE "CPF Folha:".
               10 COLUMN PLUS 2 PIC 9(11) USING WS-SUP-CPF
                  BLANK WHEN ZEROS.

       01 SS-TELA-TAB-COMISSAO.
           05 SS-CHAVE-TAB-COMISSAO FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 06 VALUE "Tipo (V=Vend S=Sup):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-TCO-TP-TAXA.
               10 LINE 11 COLUMN 12 VALUE "Faixa Inicial:".
               10 COLUMN PLUS 2 PIC 9(09).99 USING WS-TCO-VL-FAIXA.
           05 SS-DADOS-TAB-COMISSAO.
               10 LINE 12 COLUMN 15 VALUE "Percentual:".
               10 COLUMN PLUS 2 PIC 99.99 USING WS-TCO-PC-COMISSAO.

       01 SS-TELA-TRANSFERE.
           05 LINE 10 COLUMN 07 VALUE "Supervisor Origem:".
                  BLANK WHEN ZEROS.
               10 LINE 16 COLUMN 07 VALUE "Bloqueado (S/N):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-OPE-FL-BLOQUEADO.
               10 LINE 17 COLUMN 07 VALUE "Aprovador (S/N):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-OPE-FL-APROVADOR.
               10 LINE 18 COLUMN 04
                  VALUE "PERFIL: 1-7=OPCOES 01-07, 8=HISTORICO,".
               10 LINE 19 COLUMN 12
               10 LINE 21 COLUMN 12
                  VALUE "COM N ZERA AS TENTATIVAS FALHAS".

       01 SS-TELA-APROVACAO.
           05 SS-PEDIDO-APROVACAO FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 12 VALUE "Vendedor:".
               10 COLUMN PLUS 2 PIC 9(07) FROM WK-APR-CD-VENDEDOR.
               10 LINE 08 COLUMN 08 VALUE "Solicitante:".
               10 COLUMN PLUS 2 PIC X(08) FROM WK-APR-CD-SOLICITANTE.
               10 COLUMN PLUS 2 VALUE "Em:".
               10 COLUMN PLUS 2 PIC 9(08) FROM WK-APR-DT-PEDIDO.
               10 COLUMN PLUS 1 PIC 9(08) FROM WK-APR-HR-PEDIDO.
               10 LINE 09 COLUMN 16 VALUE "Tipo:".
               10 COLUMN PLUS 2 PIC X(25) FROM WK-APR-DS-TIPO.
               10 LINE 11 COLUMN 11 VALUE "CPF Antes:".
               10 COLUMN PLUS 2 PIC X(11) FROM WK-ANT-CPF.
               10 COLUMN PLUS 3 VALUE "Depois:".
               10 COLUMN PLUS 2 PIC X(11) FROM WK-DEP-CPF.
               10 LINE 12 COLUMN 10 VALUE "Nome Antes:".
               10 COLUMN PLUS 2 PIC X(40) FROM WK-ANT-NM-VENDEDOR.
               10 LINE 13 COLUMN 09 VALUE "Nome Depois:".
               10 COLUMN PLUS 2 PIC X(40) FROM WK-DEP-NM-VENDEDOR.
               10 LINE 14 COLUMN 04 VALUE "Supervisor Antes:".
               10 COLUMN PLUS 2 PIC X(05) FROM WK-ANT-CD-SUPERVISOR.
               10 COLUMN PLUS 3 VALUE "Depois:".
               10 COLUMN PLUS 2 PIC X(05) FROM WK-DEP-CD-SUPERVISOR.
               10 LINE 15 COLUMN 08 VALUE "Status Antes:".
               10 COLUMN PLUS 2 PIC X(01) FROM WK-ANT-STATUS.
               10 COLUMN PLUS 3 VALUE "Depois:".
               10 COLUMN PLUS 2 PIC X(01) FROM WK-DEP-STATUS.
           05 SS-DECISAO-APROVACAO.
               10 LINE 17 COLUMN 04
                  VALUE "Decisao (A=Aprovar R=Rejeitar):".
               10 COLUMN PLUS 2 PIC X(01) USING WK-APR-DECISAO.
               10 LINE 18 COLUMN 04 VALUE "Motivo da rejeicao:".
               10 COLUMN PLUS 2 PIC X(40) USING WK-APR-DS-MOTIVO.
               10 LINE 20 COLUMN 04
                  VALUE "ENTER SEM DECISAO PASSA AO PROXIMO PEDIDO".

       01 SS-TELA-VISITA.
           05 LINE 09 COLUMN 10 VALUE "Codigo Vendedor:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-VIS-CD-VENDEDOR
           05 COLUMN PLUS 2 PIC X(01) USING WS-VIS-FL-RESULTADO.
           05 LINE 13 COLUMN 11 VALUE "Valor da Venda:".
           05 COLUMN PLUS 2 PIC 9(7).99 USING WS-VIS-VL-VENDA.
           05 LINE 14 COLUMN 09 VALUE "Motivo do Ajuste:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-VIS-DS-MOTIVO.
           05 LINE 16 COLUMN 03
              VALUE "V=VISITADO, N=NAO ENCONTRADO, S=VENDA".
           05 LINE 17 COLUMN 03
              VALUE "MES FECHADO: LANCA AJUSTE COM MOTIVO (E=EXCLUIR)".

       01 SS-TELA-AUSENCIA.
           05 SS-CHAVE-AUSENCIA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "Codigo Vendedor:".
               10 COLUMN PLUS 2 PIC 9(07) USING WS-AUS-CD-VENDEDOR
                  BLANK WHEN ZEROS.
               10 LINE 10 COLUMN 03 VALUE "Data Inicio (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-AUS-DT-INICIO
                  BLANK WHEN ZEROS.
           05 SS-DADOS-AUSENCIA.
               10 LINE 11 COLUMN 06 VALUE "Data Fim (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING WS-AUS-DT-FIM
                  BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 11 VALUE "Motivo (F/L/O):".
               10 COLUMN PLUS 2 PIC X(01) USING WS-AUS-CD-MOTIVO.
               10 LINE 13 COLUMN 16 VALUE "Descricao:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-AUS-DS-MOTIVO.
               10 LINE 15 COLUMN 03
                  VALUE "F=FERIAS, L=LICENCA MEDICA, O=OUTROS".

       01 SS-TELA-TROCA-SENHA.
           05 LINE 10 COLUMN 08
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-SUPERVISOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-SUPER.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CLIENTE.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-TAB-COMISSAO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-LOG-ACESSO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AUSENCIA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CHECKPOINT.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-APROVACAO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-PERIODO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-AJUSTE-VISITA.
           MOVE SPACES TO WS-OPCAO

           IF LK-MODO-BATCH
                               PERFORM 4900-ACS-REGISTRA-VISITA
                           END-IF
                           MOVE SPACES TO WS-OPCAO
                       WHEN E-AUSENCIAS
                           MOVE 2 TO WK-NU-OPCAO
                           PERFORM 0950-VERIFICA-ACESSO
                           IF W-ACESSO-OK
                               PERFORM 4960-ACS-MENU-AUSENCIA
                           END-IF
                           MOVE SPACES TO WS-OPCAO
                       WHEN E-APROVACOES
                           IF W-OPERADOR-APROVADOR
                               PERFORM 4400-ACS-FILA-APROVACAO
                           ELSE
                               MOVE "ACESSO RESTRITO A APROVADOR"
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           END-IF
                           MOVE SPACES TO WS-OPCAO
                       WHEN E-OPERADORES
                           IF W-OPERADOR-ADMIN
                               PERFORM 1800-ACS-MANTER-OPERADOR
                       MOVE FS-OPE-PERFIL-EXT
                         TO WS-PERFIL-LOGADO (11:2)
                       MOVE FS-OPE-FL-ADMIN TO WS-FL-ADMIN-LOGADO
                       MOVE FS-OPE-FL-APROVADOR
                         TO WS-FL-APROVADOR-LOGADO

                       MOVE "OK" TO WK-DS-RESULT-ACESSO
                       PERFORM 8200-GRAVA-LOG-ACESSO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-VEN-OK
                   PERFORM 8350-VERIFICA-PENDENCIA
                   IF W-APR-PENDENTE
                       UNLOCK ARQ-VENDEDOR
                       MOVE "VENDEDOR COM PEDIDO PENDENTE DE APROVACAO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 10 TO FS-STAT-VEN
                   END-IF
               END-IF

               IF FS-STAT-VEN-OK
                   MOVE ARQ-VENDEDOR-REC TO WS-VENDEDOR-REC
                   MOVE FS-VEN-DADOS     TO WK-APR-ANTES

                   ACCEPT SS-DADOS


           IF COB-CRT-STATUS NOT EQUAL COB-SCR-ESC

               PERFORM 1150-VERIFICA-ALTERACAO-SENSIVEL

               IF W-ALT-SENSIVEL
                   UNLOCK ARQ-VENDEDOR
                   MOVE "A" TO WK-APR-TP-ALTERACAO
                   ACCEPT WK-DT-PEDIDO FROM DATE YYYYMMDD
                   ACCEPT WK-HR-PEDIDO FROM TIME
                   PERFORM 8300-GRAVA-PEDIDO-APROVACAO
                   IF W-APR-GRAVADO
                       MOVE "CPF/SUPERVISOR ENVIADO PARA APROVACAO"
                         TO WS-MSGERRO
                   ELSE
                       MOVE "ERRO AO GRAVAR PEDIDO DE APROVACAO"
                         TO WS-MSGERRO
                   END-IF
                   PERFORM 9000-MOSTRA-ERRO
               ELSE
                   REWRITE ARQ-VENDEDOR-REC
                   INVALID KEY
                       MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE ZEROS TO FS-VEN-KEY
                   END-REWRITE

                   UNLOCK ARQ-VENDEDOR

                   IF FS-STAT-VEN-OK
                       MOVE "VENDEDOR ALTERADO COM SUCESSO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE FS-VEN-CD-VENDEDOR TO LOG-CD-VENDEDOR
                       MOVE "ALTERAR"          TO LOG-ACAO
                       PERFORM 8000-GRAVA-LOG-VENDEDOR
                       PERFORM 8100-GRAVA-HISTORICO-VENDEDOR
                   END-IF
               END-IF
           END-IF.


       1100-ACS-ALTERAR-VENDEDOR-FIMX. EXIT.

      * -----------------------------------
      * CONFERE SE A ALTERACAO DIGITADA (FS-VEN-DADOS) MUDA O CPF OU O
      * SUPERVISOR EM RELACAO A IMAGEM LIDA (WK-APR-ANTES). NESSE CASO
      * A ALTERACAO INTEIRA, INCLUSIVE NOME E COORDENADAS, VAI PARA A
      * FILA DE APROVACAO DE UM SEGUNDO OPERADOR E NADA E GRAVADO NA
      * HORA. SUPERVISOR ANTIGO NAO NUMERICO EQUIVALE A ZEROS, COMO NA
      * TELA
       1150-VERIFICA-ALTERACAO-SENSIVEL SECTION.

           MOVE FS-VEN-DADOS TO WK-APR-DEPOIS
           MOVE "N" TO WS-FL-ALT-SENSIVEL

           IF WK-ANT-CD-SUPERVISOR NUMERIC
               MOVE WK-ANT-CD-SUPERVISOR TO WK-SUP-ANTES
           ELSE
               MOVE ZEROS TO WK-SUP-ANTES
           END-IF

           IF WK-DEP-CPF NOT EQUAL WK-ANT-CPF OR
              WK-DEP-CD-SUPERVISOR NOT EQUAL WK-SUP-ANTES
               MOVE "S" TO WS-FL-ALT-SENSIVEL
           END-IF.

       1150-VERIFICA-ALTERACAO-SENSIVELX. EXIT.

      * -----------------------------------
      * ACESSA MENU DE EXCLUSAO
       1200-ACS-EXCLUIR-VENDEDOR SECTION.
                   PERFORM 9000-MOSTRA-ERRO
               END-IF

               IF FS-STAT-VEN-OK
                   PERFORM 8350-VERIFICA-PENDENCIA
                   IF W-APR-PENDENTE
                       UNLOCK ARQ-VENDEDOR
                       MOVE "VENDEDOR COM PEDIDO PENDENTE DE APROVACAO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                       MOVE 10 TO FS-STAT-VEN
                   END-IF
               END-IF

               IF FS-STAT-VEN-OK
                   MOVE SPACES TO WS-ERRO
                   MOVE "CONFIRMA A EXCLUSAO DO VENDEDOR (S/N)?"
                   ACCEPT SS-ERRO

                   IF E-SIM
                       MOVE FS-VEN-DADOS TO WK-APR-ANTES
                       MOVE 'I' TO FS-VEN-STATUS
                       UNLOCK ARQ-VENDEDOR
                       MOVE "E" TO WK-APR-TP-ALTERACAO
                       ACCEPT WK-DT-PEDIDO FROM DATE YYYYMMDD
                       ACCEPT WK-HR-PEDIDO FROM TIME
                       PERFORM 8300-GRAVA-PEDIDO-APROVACAO
                       MOVE SPACES TO WS-ERRO
                       IF W-APR-GRAVADO
                           MOVE "EXCLUSAO ENVIADA PARA APROVACAO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE "S" TO W-VAL-ENTRADA
                       ELSE
                           MOVE "ERRO AO GRAVAR PEDIDO DE APROVACAO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       END-IF
                   ELSE
                       UNLOCK ARQ-VENDEDOR
           PERFORM 5200-ABRIR-ARQ-REJEITOS

           MOVE LOW-VALUES TO FS-IMP-KEY
           MOVE 'N' TO WS-FL-IMP-REINICIO
           MOVE 'N' TO WS-FL-CKP-ERRO

           IF W-IMP-CHECKPOINT
               PERFORM 5970-ABRIR-ARQ-CHECKPOINT
               IF LK-MODO-REINICIO
                   PERFORM 8520-RESTAURA-CKP-IMP
               ELSE
                   PERFORM 8500-INICIA-CKP-IMP
               END-IF
           END-IF

           IF NOT W-CKP-ERRO
               PERFORM 6100-LER-ARQ-IMPORTACAO

               PERFORM
                 UNTIL NOT FS-STAT-IMP-OK

                   MOVE 'N' TO WS-FL-IMP-JA-APLICADO

                   IF W-IMP-REINICIO
                       PERFORM 1360-VERIFICA-JA-APLICADO
                   END-IF

                   IF NOT W-IMP-JA-APLICADO
                       PERFORM 1370-IMPORTA-REGISTRO-VENDEDOR
                   END-IF

                   IF W-IMP-CHECKPOINT
                       PERFORM 8540-CONTA-CKP-IMP
                   END-IF

                   PERFORM 6100-LER-ARQ-IMPORTACAO

               END-PERFORM

               IF W-IMP-CHECKPOINT
                   PERFORM 8570-FINALIZA-CKP-IMP
               END-IF
           END-IF

           IF W-IMP-CHECKPOINT
               PERFORM 7970-FECHA-ARQ-CHECKPOINT
           END-IF

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-IMPORTACAO
           PERFORM 7200-FECHA-ARQ-REJEITOS.

       1350-EXECUTA-IMPORTACAO-VENDEDORX. EXIT.

      * -----------------------------------
      * REINICIO DA IMPORTACAO EM LOTE: O REGISTRO DA CARGA JA FOI
      * APLICADO PELA EXECUCAO INTERROMPIDA SE EXISTE VERSAO DO
      * VENDEDOR GRAVADA PELO LOTE NO HISTORICO A PARTIR DO ULTIMO
      * CHECKPOINT. NESSE CASO NAO REAPLICA (EVITA LOG E VERSAO EM
      * DUPLICIDADE) E SO CONTA O REGISTRO PELA ACAO GRAVADA
       1360-VERIFICA-JA-APLICADO SECTION.

           PERFORM 5600-ABRIR-ARQ-HISTORICO

           MOVE FS-CD-VENDEDOR-IMP TO FS-HIS-CD-VENDEDOR
           MOVE WK-DT-CKP-REINICIO TO FS-HIS-DT-VERSAO
           MOVE WK-HR-CKP-REINICIO TO FS-HIS-HR-VERSAO

           START ARQ-HISTORICO
               KEY IS NOT LESS THAN FS-HIS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-HIS
           END-START

           IF FS-STAT-HIS-OK
               PERFORM 6600-LER-ARQ-HISTORICO-SEQ
           END-IF

           IF FS-STAT-HIS-OK AND
              FS-HIS-CD-VENDEDOR EQUAL FS-CD-VENDEDOR-IMP AND
              FS-HIS-CD-OPERADOR EQUAL "BATCH"
               MOVE 'S' TO WS-FL-IMP-JA-APLICADO
               IF FS-HIS-ACAO EQUAL "INCLUIR"
                   ADD 1 TO WQT-ARQ-NOVOS
               ELSE
                   ADD 1 TO WQT-ARQ-ATUALIZADOS
               END-IF
           END-IF

           PERFORM 7600-FECHA-ARQ-HISTORICO.

       1360-VERIFICA-JA-APLICADOX. EXIT.

      * -----------------------------------
      * VALIDA E APLICA UM REGISTRO DA CARGA NO MESTRE DE VENDEDORES
      * (INCLUSAO OU ATUALIZACAO), OU GRAVA O REJEITO COM O MOTIVO
       1370-IMPORTA-REGISTRO-VENDEDOR SECTION.

           MOVE FS-CD-VENDEDOR-IMP TO FS-VEN-CD-VENDEDOR

           READ ARQ-VENDEDOR

           IF FS-STAT-VEN-OK
               MOVE FS-VEN-CD-SUPERVISOR TO WK-CD-SUPERVISOR-IMP
           ELSE
               MOVE ZEROS TO WK-CD-SUPERVISOR-IMP
           END-IF

           IF FS-STAT-VEN-OK AND FS-VEN-INATIVO
               ADD 1 TO  WQT-ARQ-ERR
               MOVE FS-CD-VENDEDOR-IMP TO REJ-CD-VENDEDOR
               MOVE "05" TO REJ-COD-MOTIVO
               MOVE "VENDEDOR EXCLUIDO, REATIVACAO NEGADA"
                 TO REJ-DS-MOTIVO
               PERFORM 8560-GRAVA-REJEITO-IMP
           ELSE
               MOVE FS-CPF-IMP TO FS-VEN-CPF
               MOVE FS-NM-VENDEDOR-IMP TO FS-VEN-NM-VENDEDOR
               MOVE FS-VL-LATITUDE-IMP TO FS-VEN-VL-LATITUDE
               MOVE FS-VL-LONGITUDE-IMP TO FS-VEN-VL-LONGITUDE
               MOVE 'A' TO FS-VEN-STATUS
               MOVE WK-CD-SUPERVISOR-IMP TO FS-VEN-CD-SUPERVISOR

               MOVE FS-VEN-CPF TO WK-CPF-CALC
               PERFORM 2000-VALIDA-CPF

               MOVE FS-VEN-VL-LATITUDE  TO WK-VL-LATITUDE
               MOVE FS-VEN-VL-LONGITUDE TO WK-VL-LONGITUDE
               PERFORM 2100-VALIDA-COORDENADAS

               IF FS-VEN-CD-VENDEDOR EQUAL SPACES OR
                  FS-VEN-CPF NOT GREATER ZEROS OR
                  FS-VEN-NM-VENDEDOR EQUAL SPACES
                   ADD 1 TO  WQT-ARQ-ERR
                   MOVE FS-CD-VENDEDOR-IMP TO REJ-CD-VENDEDOR
                   MOVE "02" TO REJ-COD-MOTIVO
                   MOVE "CAMPO OBRIGATORIO AUSENTE"
                     TO REJ-DS-MOTIVO
                   PERFORM 8560-GRAVA-REJEITO-IMP
               ELSE
                   IF CPF-INVALIDO
                       ADD 1 TO  WQT-ARQ-ERR
                       MOVE FS-CD-VENDEDOR-IMP
                         TO REJ-CD-VENDEDOR
                       MOVE "03" TO REJ-COD-MOTIVO
                       MOVE "CPF INVALIDO" TO REJ-DS-MOTIVO
                       PERFORM 8560-GRAVA-REJEITO-IMP
                   ELSE
                     IF COORD-INVALIDA
                       ADD 1 TO  WQT-ARQ-ERR
                       MOVE FS-CD-VENDEDOR-IMP
                         TO REJ-CD-VENDEDOR
                       MOVE "04" TO REJ-COD-MOTIVO
                       MOVE "LATITUDE OU LONGITUDE INVALIDA"
                         TO REJ-DS-MOTIVO
                       PERFORM 8560-GRAVA-REJEITO-IMP
                     ELSE
                       WRITE ARQ-VENDEDOR-REC
                           INVALID KEY
                               REWRITE ARQ-VENDEDOR-REC
                                   INVALID KEY
                                       ADD 1 TO  WQT-ARQ-ERR
                                       MOVE FS-CD-VENDEDOR-IMP
                                         TO REJ-CD-VENDEDOR
                                       MOVE "01" TO
                                         REJ-COD-MOTIVO
                                       MOVE
                                         "ERRO AO ATUALIZAR"
                                         TO REJ-DS-MOTIVO
                                       PERFORM
                                         8560-GRAVA-REJEITO-IMP
                                   NOT INVALID KEY
                                       ADD 1 TO
                                         WQT-ARQ-ATUALIZADOS
                                       MOVE FS-VEN-CD-VENDEDOR
                                         TO LOG-CD-VENDEDOR
                                       MOVE "ALTERAR"
                                         TO LOG-ACAO
                                       PERFORM
                                         8000-GRAVA-LOG-VENDEDOR
                                       PERFORM
                                  8100-GRAVA-HISTORICO-VENDEDOR
                               END-REWRITE
                           NOT INVALID KEY
                               ADD 1 TO  WQT-ARQ-NOVOS
                               MOVE FS-VEN-CD-VENDEDOR
                                 TO LOG-CD-VENDEDOR
                               MOVE "INCLUIR" TO LOG-ACAO
                               PERFORM 8000-GRAVA-LOG-VENDEDOR
                               PERFORM
                                 8100-GRAVA-HISTORICO-VENDEDOR
                       END-WRITE
                     END-IF
                   END-IF
               END-IF
           END-IF.

       1370-IMPORTA-REGISTRO-VENDEDORX. EXIT.

      * -----------------------------------
      * ACESSA LISTAGEM COMPLETA DE VENDEDORES

               IF NOT FS-VEN-INATIVO
                   MOVE FS-VEN-CD-VENDEDOR  TO REL-CD-VENDEDOR
                   MOVE FS-VEN-CPF          TO WK-MSC-CPF
                   PERFORM 8400-MASCARA-CPF
                   MOVE WK-MSC-CPF-MASCARADO TO REL-CPF
                   MOVE FS-VEN-NM-VENDEDOR  TO REL-NM-VENDEDOR
                   MOVE FS-VEN-VL-LATITUDE  TO REL-VL-LATITUDE
                   MOVE FS-VEN-VL-LONGITUDE TO REL-VL-LONGITUDE
      * EXECUTA A IMPORTACAO SEM TERMINAL (LK-MODO = "B"), USANDO O
      * NOME DE ARQUIVO RECEBIDO EM LK-ARQ-IMPORTACAO NO LUGAR DA
      * ACCEPT SS-TELA-IMPORTACAO; DEVOLVE O RESULTADO EM
      * LK-RETURN-CODE PARA O JCL/PROCESSO CHAMADOR. GRAVA CHECKPOINT
      * A CADA LK-QT-CHECKPOINT REGISTROS (500 SE NAO INFORMADO); COM
      * LK-MODO = "R" RETOMA APOS O ULTIMO CHECKPOINT PENDENTE
       1600-ACS-IMPORTAR-VENDEDOR-BATCH SECTION.

           MOVE LK-ARQ-IMPORTACAO TO WNM-ARQ-IMPORTACAO
           MOVE ZEROS TO WQT-TOTAIS

           MOVE 'S' TO WS-FL-IMP-CHECKPOINT

           IF LK-QT-CHECKPOINT GREATER ZEROS
               MOVE LK-QT-CHECKPOINT TO WK-QT-INTERVALO-CKP
           ELSE
               MOVE 500 TO WK-QT-INTERVALO-CKP
           END-IF

           PERFORM 1350-EXECUTA-IMPORTACAO-VENDEDOR

           MOVE 'N' TO WS-FL-IMP-CHECKPOINT

           MOVE WQT-ARQ-NOVOS        TO LK-QT-NOVOS
           MOVE WQT-ARQ-ATUALIZADOS  TO LK-QT-ATUALIZADOS
           MOVE WQT-ARQ-ERR          TO LK-QT-ERROS

           EVALUATE TRUE
               WHEN W-CKP-ERRO
                   MOVE 8 TO LK-RETURN-CODE
               WHEN WQT-ARQ-ERR GREATER ZEROS
                   MOVE 4 TO LK-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO LK-RETURN-CODE
           END-EVALUATE.

       1600-ACS-IMPORTAR-VENDEDOR-BATCHX. EXIT.

               IF WS-OPE-FL-BLOQUEADO NOT EQUAL "S"
                   MOVE "N" TO WS-OPE-FL-BLOQUEADO
               END-IF
               IF WS-OPE-FL-APROVADOR NOT EQUAL "S"
                   MOVE "N" TO WS-OPE-FL-APROVADOR
               END-IF
           ELSE
               MOVE ALL "N" TO WS-OPE-PERFIL-TELA
               MOVE "N"     TO WS-OPE-FL-ADMIN
               MOVE ZEROS   TO WS-OPE-DT-VALIDADE
               MOVE ZEROS   TO WS-OPE-QT-FALHAS
               MOVE "N"     TO WS-OPE-FL-BLOQUEADO
               MOVE "N"     TO WS-OPE-FL-APROVADOR
           END-IF

           ACCEPT SS-DADOS-OPERADOR
               INSPECT WS-OPE-FL-ADMIN CONVERTING "sn" TO "SN"
               INSPECT WS-OPE-STATUS-OPE CONVERTING "ai" TO "AI"
               INSPECT WS-OPE-FL-BLOQUEADO CONVERTING "sn" TO "SN"
               INSPECT WS-OPE-FL-APROVADOR CONVERTING "sn" TO "SN"

               PERFORM 1855-VALIDA-PERFIL

                        WS-OPE-FL-BLOQUEADO NOT EQUAL "N"
                        MOVE "BLOQUEADO DEVE SER S OU N" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN WS-OPE-FL-APROVADOR NOT EQUAL "S" AND
                        WS-OPE-FL-APROVADOR NOT EQUAL "N"
                        MOVE "APROVADOR DEVE SER S OU N" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        PERFORM 1860-GRAVA-OPERADOR
               END-EVALUATE
           END-IF

           MOVE WS-OPE-FL-BLOQUEADO TO FS-OPE-FL-BLOQUEADO
           MOVE WS-OPE-FL-APROVADOR TO FS-OPE-FL-APROVADOR

           IF NOT FS-OPE-BLOQUEADO
               MOVE ZEROS TO FS-OPE-QT-FALHAS
                   WHEN E-SUP-TRANSFERIR
                       PERFORM 3600-ACS-TRANSFERIR-VENDEDOR
                       MOVE SPACES TO WS-OPCAO-SUP
                   WHEN E-SUP-TAB-COMISSAO
                       IF W-OPERADOR-ADMIN
                           PERFORM 3700-ACS-TABELA-COMISSAO
                       ELSE
                           MOVE "ACESSO RESTRITO AO ADMINISTRADOR"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       END-IF
                       MOVE SPACES TO WS-OPCAO-SUP
                   WHEN NOT E-SUP-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               IF WS-SUP-CPF NOT NUMERIC
                   MOVE ZEROS TO WS-SUP-CPF
               END-IF

               ACCEPT SS-TELA-SUPERVISOR

               IF WS-SUP-CD-SUPERVISOR NOT NUMERIC
                   MOVE ZEROS TO WS-SUP-CD-SUPERVISOR
               END-IF

               IF WS-SUP-CPF NOT NUMERIC
                   MOVE ZEROS TO WS-SUP-CPF
               END-IF

               MOVE 'S' TO WS-CPF-VALIDO
               IF WS-SUP-CPF GREATER ZEROS
                   MOVE WS-SUP-CPF TO WK-CPF-CALC
                   PERFORM 2000-VALIDA-CPF
               END-IF

               EVALUATE TRUE
                   WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                        MOVE 'S' TO W-VAL-ENTRADA
                          DELIMITED BY SIZE
                          INTO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN CPF-INVALIDO
                        MOVE "CPF DO SUPERVISOR INVALIDO" TO WS-MSGERRO
                        PERFORM 9000-MOSTRA-ERRO
                   WHEN OTHER
                        MOVE 'S' TO W-VAL-ENTRADA
               END-EVALUATE
               MOVE WS-SUP-CD-SUPERVISOR TO FS-SUP-CD-SUPERVISOR
               MOVE WS-SUP-NM-SUPERVISOR TO FS-SUP-NM-SUPERVISOR
               MOVE WS-SUP-NM-EQUIPE     TO FS-SUP-NM-EQUIPE
               MOVE WS-SUP-CPF           TO FS-SUP-CPF
               MOVE 'A' TO FS-SUP-STATUS

               WRITE ARQ-SUPERVISOR-REC
                       MOVE FS-SUP-NM-SUPERVISOR
                         TO WS-SUP-NM-SUPERVISOR
                       MOVE FS-SUP-NM-EQUIPE TO WS-SUP-NM-EQUIPE
                       IF FS-SUP-CPF NUMERIC
                           MOVE FS-SUP-CPF TO WS-SUP-CPF
                       ELSE
                           MOVE ZEROS TO WS-SUP-CPF
                       END-IF

                       ACCEPT SS-DADOS-SUPERVISOR

                       IF WS-SUP-CPF NOT NUMERIC
                           MOVE ZEROS TO WS-SUP-CPF
                       END-IF

                       MOVE 'S' TO WS-CPF-VALIDO
                       IF WS-SUP-CPF GREATER ZEROS
                           MOVE WS-SUP-CPF TO WK-CPF-CALC
                           PERFORM 2000-VALIDA-CPF
                       END-IF

                       IF COB-CRT-STATUS EQUAL COB-SCR-OK
                           IF WS-SUP-NM-SUPERVISOR EQUAL SPACES OR
                              WS-SUP-NM-EQUIPE EQUAL SPACES
                                 INTO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           ELSE
                           IF CPF-INVALIDO
                               MOVE "CPF DO SUPERVISOR INVALIDO"
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           ELSE
                               MOVE WS-SUP-NM-SUPERVISOR
                                 TO FS-SUP-NM-SUPERVISOR
                               MOVE WS-SUP-NM-EQUIPE
                                 TO FS-SUP-NM-EQUIPE
                               MOVE WS-SUP-CPF
                                 TO FS-SUP-CPF

                               REWRITE ARQ-SUPERVISOR-REC
                               INVALID KEY
                                   MOVE 'S' TO W-VAL-ENTRADA
                               END-IF
                           END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE FS-SUP-NM-SUPERVISOR TO WK-RSU-NM-SUPERVISOR
               MOVE FS-SUP-NM-EQUIPE     TO WK-RSU-NM-EQUIPE
               MOVE FS-SUP-STATUS        TO WK-RSU-STATUS
               MOVE FS-SUP-CPF           TO WK-MSC-CPF
               PERFORM 8400-MASCARA-CPF
               MOVE WK-MSC-CPF-MASCARADO TO WK-RSU-CPF
               MOVE WK-REL-SUPER-DETALHE TO ARQ-REL-SUPER-REC

               WRITE ARQ-REL-SUPER-REC
                       WK-CD-SUPERVISOR EQUAL ZEROS)
                       MOVE FS-VEN-CD-VENDEDOR TO WK-VSU-CD-VENDEDOR
                       MOVE FS-VEN-NM-VENDEDOR TO WK-VSU-NM-VENDEDOR
                       MOVE FS-VEN-CPF         TO WK-MSC-CPF
                       PERFORM 8400-MASCARA-CPF
                       MOVE WK-MSC-CPF-MASCARADO TO WK-VSU-CPF
                       MOVE WK-REL-VENSUP-DETALHE
                         TO ARQ-REL-SUPER-REC
                       WRITE ARQ-REL-SUPER-REC

                   MOVE SPACES TO WS-ERRO WS-MSGERRO
                   MOVE WQT-VEN-TRANSFERIDOS TO WK-VSU-QT-VENDEDORES
                   MOVE WQT-VEN-COM-PENDENCIA TO WK-APR-QT-EDIT-1
                   STRING
                     "ENVIADOS P/APROVACAO" WK-VSU-QT-VENDEDORES
                     " VENDEDORES -" WK-APR-QT-EDIT-1
                     " JA COM PEDIDO PENDENTE" DELIMITED BY SIZE
                     INTO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE 'S' TO W-VAL-ENTRADA
       3650-EXECUTA-TRANSFERENCIAX. EXIT.

      * -----------------------------------
      * GERA UM PEDIDO DE APROVACAO (TIPO T) PARA CADA VENDEDOR ATIVO
      * DA ORIGEM, COM O SUPERVISOR DESTINO NA IMAGEM DEPOIS. TODOS OS
      * PEDIDOS DA MESMA TRANSFERENCIA LEVAM A MESMA DATA/HORA E SAO
      * DECIDIDOS JUNTOS NA FILA DE APROVACAO; O CADASTRO, O LOG E O
      * HISTORICO SO SAO GRAVADOS NA APROVACAO. VENDEDOR QUE JA TEM
      * PEDIDO PENDENTE FICA DE FORA E E CONTADO A PARTE
       3680-TRANSFERE-VENDEDORES SECTION.

           MOVE ZEROS TO WQT-VEN-TRANSFERIDOS WQT-VEN-COM-PENDENCIA
           MOVE "T" TO WK-APR-TP-ALTERACAO
           ACCEPT WK-DT-PEDIDO FROM DATE YYYYMMDD
           ACCEPT WK-HR-PEDIDO FROM TIME

           PERFORM 5000-ABRIR-ARQ-VENDEDOR

               IF NOT FS-VEN-INATIVO AND
                  FS-VEN-CD-SUPERVISOR NUMERIC AND
                  FS-VEN-CD-SUPERVISOR EQUAL WK-CD-SUPER-ORIGEM
                   PERFORM 8350-VERIFICA-PENDENCIA
                   IF W-APR-PENDENTE
                       ADD 1 TO WQT-VEN-COM-PENDENCIA
                   ELSE
                       MOVE FS-VEN-DADOS TO WK-APR-ANTES
                       MOVE WK-CD-SUPER-DESTINO TO FS-VEN-CD-SUPERVISOR
                       PERFORM 8300-GRAVA-PEDIDO-APROVACAO
                       IF W-APR-GRAVADO
                           ADD 1 TO WQT-VEN-TRANSFERIDOS
                       END-IF
                   END-IF
               END-IF


       3680-TRANSFERE-VENDEDORESX. EXIT.

      * -----------------------------------
      * MANUTENCAO DA TABELA DE TAXAS DE COMISSAO (SO ADMINISTRADOR):
      * TIPO V = FAIXA DO VENDEDOR SOBRE O VALOR VENDIDO NO MES,
      * TIPO S = FAIXA DO OVERRIDE DO SUPERVISOR SOBRE O TOTAL DA
      * EQUIPE. PERCENTUAL ZERO EM FAIXA EXISTENTE EXCLUI A FAIXA
       3700-ACS-TABELA-COMISSAO SECTION.

           MOVE "SUPERVISOR - TABELA DE COMISSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           MOVE SPACES TO WS-TCO-TP-TAXA
           MOVE ZEROS  TO WS-TCO-VL-FAIXA WS-TCO-PC-COMISSAO

           PERFORM 5750-ABRIR-ARQ-TAB-COMISSAO

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE ZEROS TO WS-TCO-PC-COMISSAO

               ACCEPT SS-CHAVE-TAB-COMISSAO

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   IF NOT WS-TCO-TP-VALIDO
                       MOVE
                         "TIPO DEVE SER V (VENDEDOR) OU S (SUPERVISOR)"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       MOVE WS-TCO-TP-TAXA  TO FS-TCO-TP-TAXA
                       MOVE WS-TCO-VL-FAIXA TO FS-TCO-VL-FAIXA-INICIAL

                       READ ARQ-TAB-COMISSAO

                       IF FS-STAT-TCO-OK
                           MOVE 'S' TO WS-FL-TCO-EXISTE
                           MOVE FS-TCO-PC-COMISSAO TO WS-TCO-PC-COMISSAO
                       ELSE
                           MOVE 'N' TO WS-FL-TCO-EXISTE
                       END-IF

                       ACCEPT SS-DADOS-TAB-COMISSAO

                       IF COB-CRT-STATUS EQUAL COB-SCR-OK
                           IF WS-TCO-PC-COMISSAO EQUAL ZEROS
                               IF W-TCO-EXISTE
                                   PERFORM 3750-EXCLUI-FAIXA-COMISSAO
                               ELSE
                                   MOVE "FAVOR INFORMAR O PERCENTUAL"
                                     TO WS-MSGERRO
                                   PERFORM 9000-MOSTRA-ERRO
                               END-IF
                           ELSE
                               MOVE WS-TCO-TP-TAXA  TO FS-TCO-TP-TAXA
                               MOVE WS-TCO-VL-FAIXA
                                 TO FS-TCO-VL-FAIXA-INICIAL
                               MOVE WS-TCO-PC-COMISSAO
                                 TO FS-TCO-PC-COMISSAO
                               ACCEPT FS-TCO-DT-ALTERACAO
                                 FROM DATE YYYYMMDD
                               MOVE WS-CD-OPERADOR-LOGADO
                                 TO FS-TCO-CD-OPERADOR

                               WRITE ARQ-TAB-COMISSAO-REC
                               INVALID KEY
                                   REWRITE ARQ-TAB-COMISSAO-REC
                                   INVALID KEY
                                       MOVE "ERRO AO GRAVAR"
                                         TO WS-MSGERRO
                                       PERFORM 9000-MOSTRA-ERRO
                                   END-REWRITE
                               END-WRITE

                               IF FS-STAT-TCO-OK
                                   MOVE "FAIXA DE COMISSAO GRAVADA"
                                     TO WS-MSGERRO
                                   PERFORM 9000-MOSTRA-ERRO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7750-FECHA-ARQ-TAB-COMISSAO.

       3700-ACS-TABELA-COMISSAOX. EXIT.

      * -----------------------------------
      * EXCLUI A FAIXA LIDA EM 3700 APOS CONFIRMACAO DO OPERADOR
       3750-EXCLUI-FAIXA-COMISSAO SECTION.

           MOVE SPACES TO WS-ERRO
           MOVE "CONFIRMA A EXCLUSAO DA FAIXA (S/N)?"
             TO WS-MSGERRO

           ACCEPT SS-ERRO

           IF E-SIM
               DELETE ARQ-TAB-COMISSAO RECORD
               INVALID KEY
                   MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-DELETE
               MOVE SPACES TO WS-ERRO
               IF FS-STAT-TCO-OK
                   MOVE "FAIXA DE COMISSAO EXCLUIDA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF

           MOVE SPACES TO WS-ERRO.

       3750-EXCLUI-FAIXA-COMISSAOX. EXIT.

      * -----------------------------------
      * CONSULTA PAGINADA DE VENDEDORES ATIVOS EM TELA, COM FILTRO
      * OPCIONAL POR PREFIXO DE NOME E POR REGIAO; PGDN/PGUP PAGINAM

       4300-MONTA-LINHA-BROWSEX. EXIT.

      * -----------------------------------
      * FILA DE APROVACAO (SO OPERADOR APROVADOR): PERCORRE OS PEDIDOS
      * PENDENTES EM ORDEM DE VENDEDOR/DATA/HORA, MOSTRANDO A IMAGEM
      * ANTES E DEPOIS DE CADA UM PARA APROVAR, REJEITAR OU PASSAR AO
      * PROXIMO. APOS CADA DECISAO REPOSICIONA NA CHAVE SEGUINTE, POIS
      * A DECISAO DE UMA TRANSFERENCIA PERCORRE O ARQUIVO TODO
       4400-ACS-FILA-APROVACAO SECTION.

           MOVE "P - APROVACOES" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE "N" TO WS-FL-FILA-FIM
           MOVE ZEROS TO WQT-APR-EXIBIDOS

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5980-ABRIR-ARQ-APROVACAO

           MOVE LOW-VALUES TO FS-APR-KEY

           START ARQ-APROVACAO
               KEY IS NOT LESS THAN FS-APR-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-APR
           END-START

           PERFORM 4405-PROXIMO-PENDENTE

           IF NOT FS-STAT-APR-OK
               MOVE "NAO HA PEDIDOS PENDENTES DE APROVACAO"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-APR-OK OR W-FILA-FIM

               MOVE FS-APR-KEY TO WK-APR-KEY-ATUAL
               MOVE "N" TO WS-FL-APR-REEXIBE

               PERFORM 4410-EXIBE-PEDIDO

               IF NOT W-FILA-FIM
                   MOVE WK-APR-KEY-ATUAL TO FS-APR-KEY
                   IF W-APR-REEXIBE
                       START ARQ-APROVACAO
                           KEY IS NOT LESS THAN FS-APR-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT-APR
                       END-START
                   ELSE
                       START ARQ-APROVACAO
                           KEY IS GREATER THAN FS-APR-KEY
                       INVALID KEY
                           MOVE 10 TO FS-STAT-APR
                       END-START
                   END-IF
                   PERFORM 4405-PROXIMO-PENDENTE
                   IF NOT FS-STAT-APR-OK
                       MOVE "FIM DOS PEDIDOS PENDENTES DE APROVACAO"
                         TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7980-FECHA-ARQ-APROVACAO.

       4400-ACS-FILA-APROVACAOX. EXIT.

      * -----------------------------------
      * LE A PARTIR DA POSICAO CORRENTE ATE O PROXIMO PEDIDO PENDENTE
      * (FS-STAT-APR DIFERENTE DE 00 QUANDO NAO HA MAIS)
       4405-PROXIMO-PENDENTE SECTION.

           IF FS-STAT-APR-OK
               PERFORM 6980-LER-ARQ-APROVACAO-SEQ
               PERFORM
                 UNTIL NOT FS-STAT-APR-OK OR FS-APR-PENDENTE
                   PERFORM 6980-LER-ARQ-APROVACAO-SEQ
               END-PERFORM
           END-IF.

       4405-PROXIMO-PENDENTEX. EXIT.

      * -----------------------------------
      * MOSTRA O PEDIDO CORRENTE E TRATA A DECISAO DIGITADA. O
      * SOLICITANTE NUNCA DECIDE O PROPRIO PEDIDO; REJEICAO EXIGE
      * MOTIVO. TRANSFERENCIA E DECIDIDA PARA O GRUPO INTEIRO
       4410-EXIBE-PEDIDO SECTION.

           ADD 1 TO WQT-APR-EXIBIDOS

           MOVE FS-APR-CD-VENDEDOR         TO WK-APR-CD-VENDEDOR
           MOVE FS-APR-CD-OPE-SOLICITANTE  TO WK-APR-CD-SOLICITANTE
           MOVE FS-APR-DT-PEDIDO           TO WK-APR-DT-PEDIDO
           MOVE FS-APR-HR-PEDIDO           TO WK-APR-HR-PEDIDO
           MOVE FS-APR-VEN-ANTES           TO WK-APR-ANTES
           MOVE FS-APR-VEN-DEPOIS          TO WK-APR-DEPOIS
           MOVE SPACES TO WK-APR-DECISAO WK-APR-DS-MOTIVO

           EVALUATE TRUE
               WHEN FS-APR-ALTERACAO
                   MOVE "ALTERACAO CPF/SUPERVISOR" TO WK-APR-DS-TIPO
               WHEN FS-APR-EXCLUSAO
                   MOVE "INATIVACAO DO VENDEDOR"   TO WK-APR-DS-TIPO
               WHEN FS-APR-TRANSFERENCIA
                   MOVE "TRANSFERENCIA DE EQUIPE"  TO WK-APR-DS-TIPO
               WHEN OTHER
                   MOVE SPACES                     TO WK-APR-DS-TIPO
           END-EVALUATE

           DISPLAY SS-CLS
           ACCEPT SS-TELA-APROVACAO

           EVALUATE TRUE
               WHEN COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE "S" TO WS-FL-FILA-FIM
               WHEN WK-APR-DECISAO EQUAL SPACES
                   CONTINUE
               WHEN NOT E-APR-APROVAR AND NOT E-APR-REJEITAR
                   MOVE "DECISAO DEVE SER A OU R" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "S" TO WS-FL-APR-REEXIBE
               WHEN FS-APR-CD-OPE-SOLICITANTE EQUAL
                    WS-CD-OPERADOR-LOGADO
                   MOVE "SOLICITANTE NAO PODE DECIDIR O PROPRIO PEDIDO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN E-APR-REJEITAR AND WK-APR-DS-MOTIVO EQUAL SPACES
                   MOVE "FAVOR INFORMAR o Motivo da rejeicao"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE "S" TO WS-FL-APR-REEXIBE
               WHEN FS-APR-TRANSFERENCIA
                   PERFORM 4450-DECIDE-TRANSFERENCIA
               WHEN OTHER
                   MOVE ZEROS TO WQT-APR-APROVADOS WQT-APR-REJEITADOS
                                 WQT-APR-NAO-APLICADOS
                   PERFORM 4420-DECIDE-PEDIDO
                   MOVE WK-APR-DS-RESULTADO TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
           END-EVALUATE.

       4410-EXIBE-PEDIDOX. EXIT.

      * -----------------------------------
      * APLICA A DECISAO DIGITADA AO PEDIDO CORRENTE (FS-APR-KEY JA
      * POSICIONADA). RELE O PEDIDO COM TRAVA PARA NAO DECIDIR DUAS
      * VEZES O MESMO PEDIDO EM DOIS TERMINAIS. PEDIDO QUE NAO PODE
      * SER APLICADO AGORA (VENDEDOR EM USO, CPF DUPLICADO) CONTINUA
      * PENDENTE; O RESULTADO FICA EM WK-APR-DS-RESULTADO
       4420-DECIDE-PEDIDO SECTION.

           MOVE SPACES TO WK-APR-DS-RESULTADO
           MOVE "N" TO WS-FL-APR-DECIDIDO

           READ ARQ-APROVACAO WITH LOCK

           EVALUATE TRUE
               WHEN FS-STAT-APR EQUAL 51
                   MOVE "PEDIDO EM USO POR OUTRO TERMINAL"
                     TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN NOT FS-STAT-APR-OK
                   MOVE "PEDIDO NAO ENCONTRADO" TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN NOT FS-APR-PENDENTE
                   UNLOCK ARQ-APROVACAO
                   MOVE "PEDIDO JA DECIDIDO POR OUTRO APROVADOR"
                     TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN E-APR-REJEITAR
                   MOVE "R" TO FS-APR-STATUS
                   MOVE WK-APR-DS-MOTIVO TO FS-APR-DS-OBSERVACAO
                   MOVE "S" TO WS-FL-APR-DECIDIDO
                   MOVE "PEDIDO REJEITADO" TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-REJEITADOS
               WHEN OTHER
                   PERFORM 4430-APLICA-PEDIDO
           END-EVALUATE

           IF W-APR-DECIDIDO
               MOVE WS-CD-OPERADOR-LOGADO TO FS-APR-CD-OPE-APROVADOR
               ACCEPT FS-APR-DT-DECISAO FROM DATE YYYYMMDD
               ACCEPT FS-APR-HR-DECISAO FROM TIME
               REWRITE ARQ-APROVACAO-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR DECISAO DO PEDIDO"
                     TO WK-APR-DS-RESULTADO
               END-REWRITE
               UNLOCK ARQ-APROVACAO
           ELSE
               IF FS-STAT-APR-OK
                   UNLOCK ARQ-APROVACAO
               END-IF
           END-IF.

       4420-DECIDE-PEDIDOX. EXIT.

      * -----------------------------------
      * APROVACAO: SO APLICA SE O CADASTRO AINDA E IGUAL A IMAGEM
      * ANTES DO PEDIDO (SENAO O PEDIDO E CANCELADO). GRAVA O VENDEDOR
      * COM A IMAGEM DEPOIS E, SO ENTAO, O LOG DE AUDITORIA E A VERSAO
      * DE HISTORICO, EM NOME DO APROVADOR
       4430-APLICA-PEDIDO SECTION.

           MOVE FS-APR-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR

           READ ARQ-VENDEDOR

           IF FS-STAT-VEN-OK
               PERFORM 6400-TRAVA-ARQ-VENDEDOR
           END-IF

           EVALUATE TRUE
               WHEN FS-STAT-VEN-BLOQUEADO
                   MOVE "VENDEDOR EM USO - PEDIDO CONTINUA PENDENTE"
                     TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN NOT FS-STAT-VEN-OK
                   MOVE "C" TO FS-APR-STATUS
                   MOVE "VENDEDOR NAO ENCONTRADO"
                     TO FS-APR-DS-OBSERVACAO
                   MOVE "S" TO WS-FL-APR-DECIDIDO
                   MOVE "VENDEDOR NAO ENCONTRADO - PEDIDO CANCELADO"
                     TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN FS-VEN-DADOS NOT EQUAL FS-APR-VEN-ANTES
                   UNLOCK ARQ-VENDEDOR
                   MOVE "C" TO FS-APR-STATUS
                   MOVE "CADASTRO ALTERADO APOS O PEDIDO"
                     TO FS-APR-DS-OBSERVACAO
                   MOVE "S" TO WS-FL-APR-DECIDIDO
                   MOVE "CADASTRO ALTERADO APOS O PEDIDO - CANCELADO"
                     TO WK-APR-DS-RESULTADO
                   ADD 1 TO WQT-APR-NAO-APLICADOS
               WHEN OTHER
                   MOVE FS-APR-VEN-DEPOIS TO FS-VEN-DADOS

                   REWRITE ARQ-VENDEDOR-REC
                   INVALID KEY
                       CONTINUE
                   END-REWRITE

                   IF FS-STAT-VEN-OK
                       UNLOCK ARQ-VENDEDOR
                       MOVE "A" TO FS-APR-STATUS
                       MOVE "S" TO WS-FL-APR-DECIDIDO
                       MOVE "PEDIDO APROVADO E APLICADO"
                         TO WK-APR-DS-RESULTADO
                       ADD 1 TO WQT-APR-APROVADOS
                       MOVE FS-VEN-CD-VENDEDOR TO LOG-CD-VENDEDOR
                       IF FS-APR-EXCLUSAO
                           MOVE "EXCLUIR"      TO LOG-ACAO
                       ELSE
                           MOVE "ALTERAR"      TO LOG-ACAO
                       END-IF
                       PERFORM 8000-GRAVA-LOG-VENDEDOR
                       PERFORM 8100-GRAVA-HISTORICO-VENDEDOR
                   ELSE
                       UNLOCK ARQ-VENDEDOR
                       MOVE "ERRO AO GRAVAR VENDEDOR (CPF DUPLICADO?)"
                         TO WK-APR-DS-RESULTADO
                       ADD 1 TO WQT-APR-NAO-APLICADOS
                   END-IF
           END-EVALUATE.

       4430-APLICA-PEDIDOX. EXIT.

      * -----------------------------------
      * DECIDE DE UMA VEZ TODOS OS PEDIDOS PENDENTES DA MESMA
      * TRANSFERENCIA (MESMO SOLICITANTE E MESMA DATA/HORA DO PEDIDO
      * CORRENTE) E MOSTRA OS TOTAIS. REPOSICIONA APOS CADA DECISAO
       4450-DECIDE-TRANSFERENCIA SECTION.

           MOVE FS-APR-DT-PEDIDO          TO WK-GRP-DT-PEDIDO
           MOVE FS-APR-HR-PEDIDO          TO WK-GRP-HR-PEDIDO
           MOVE FS-APR-CD-OPE-SOLICITANTE TO WK-GRP-SOLICITANTE
           MOVE ZEROS TO WQT-APR-APROVADOS WQT-APR-REJEITADOS
                         WQT-APR-NAO-APLICADOS

           MOVE LOW-VALUES TO FS-APR-KEY

           START ARQ-APROVACAO
               KEY IS NOT LESS THAN FS-APR-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-APR
           END-START

           IF FS-STAT-APR-OK
               PERFORM 6980-LER-ARQ-APROVACAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-APR-OK

               IF FS-APR-TRANSFERENCIA AND FS-APR-PENDENTE AND
                  FS-APR-DT-PEDIDO EQUAL WK-GRP-DT-PEDIDO AND
                  FS-APR-HR-PEDIDO EQUAL WK-GRP-HR-PEDIDO AND
                  FS-APR-CD-OPE-SOLICITANTE EQUAL WK-GRP-SOLICITANTE
                   MOVE FS-APR-KEY TO WK-APR-KEY-GRUPO
                   PERFORM 4420-DECIDE-PEDIDO
                   MOVE WK-APR-KEY-GRUPO TO FS-APR-KEY
                   START ARQ-APROVACAO
                       KEY IS GREATER THAN FS-APR-KEY
                   INVALID KEY
                       MOVE 10 TO FS-STAT-APR
                   END-START
               END-IF

               IF FS-STAT-APR-OK
                   PERFORM 6980-LER-ARQ-APROVACAO-SEQ
               END-IF

           END-PERFORM

           MOVE WQT-APR-APROVADOS     TO WK-APR-QT-EDIT-1
           MOVE WQT-APR-REJEITADOS    TO WK-APR-QT-EDIT-2
           MOVE WQT-APR-NAO-APLICADOS TO WK-APR-QT-EDIT-3
           MOVE SPACES TO WS-MSGERRO
           STRING
             "TRANSFERENCIA: APROVADOS" WK-APR-QT-EDIT-1
             " REJEITADOS" WK-APR-QT-EDIT-2
             " NAO APLICADOS" WK-APR-QT-EDIT-3 DELIMITED BY SIZE
             INTO WS-MSGERRO
           PERFORM 9000-MOSTRA-ERRO.

       4450-DECIDE-TRANSFERENCIAX. EXIT.

      * -----------------------------------
      * ACESSA O MENU DE MANUTENCAO DE CLIENTES
       4500-ACS-MENU-CLIENTE SECTION.
      * DIGITACAO DE VISITAS: ACEITA VENDEDOR + CLIENTE + DATA +
      * RESULTADO (V/N/S) E VALOR DA VENDA, VALIDA CONTRA OS MESTRES
      * E GRAVA NO MOVIMENTO DE VISITAS (REWRITE QUANDO A MESMA
      * CHAVE E REDIGITADA PARA CORRECAO). DATA EM MES FECHADO NAO
      * TOCA O MOVIMENTO: VIRA AJUSTE, COM MOTIVO OBRIGATORIO.
      * ESC ENCERRA A DIGITACAO
       4900-ACS-REGISTRA-VISITA SECTION.

           MOVE "V - VISITAS" TO WS-OP
           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5900-ABRIR-ARQ-CLIENTE
           PERFORM 5950-ABRIR-ARQ-VISITA
           PERFORM 5985-ABRIR-ARQ-PERIODO
           PERFORM 5990-ABRIR-ARQ-AJUSTE-VISITA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7900-FECHA-ARQ-CLIENTE
           PERFORM 7950-FECHA-ARQ-VISITA
           PERFORM 7985-FECHA-ARQ-PERIODO
           PERFORM 7990-FECHA-ARQ-AJUSTE-VISITA.

       4900-ACS-REGISTRA-VISITAX. EXIT.

      * -----------------------------------
      * VALIDA A VISITA DIGITADA (VENDEDOR E CLIENTE ATIVOS, DATA
      * PLAUSIVEL, RESULTADO V/N/S, VALOR SO PARA VENDA) E GRAVA NO
      * MOVIMENTO COM O CARIMBO DO OPERADOR; EM MES FECHADO GRAVA O
      * AJUSTE (RESULTADO E SO VALE COMO AJUSTE)
       4950-VALIDA-E-GRAVA-VISITA SECTION.

           INSPECT WS-VIS-FL-RESULTADO CONVERTING "vnse" TO "VNSE"

           IF WS-VIS-CD-VENDEDOR NOT NUMERIC
               MOVE ZEROS TO WS-VIS-CD-VENDEDOR
           MOVE WS-VIS-DT-VISITA TO WK-DT-VISITA-R
           PERFORM 2400-VALIDA-DATA-VISITA

           MOVE 'N' TO WS-FL-MES-FECHADO
           IF DATA-VALIDA
               PERFORM 4952-VERIFICA-MES-FECHADO
           END-IF

           MOVE WS-VIS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
           PERFORM 6000-LER-ARQ-VENDEDOR

               WHEN DATA-INVALIDA
                   MOVE "DATA DA VISITA INVALIDA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN W-MES-FECHADO AND WS-VIS-DS-MOTIVO EQUAL SPACES
                   MOVE "MES FECHADO: INFORME O MOTIVO DO AJUSTE"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-VIS-FL-RESULTADO EQUAL "E" AND
                    NOT W-MES-FECHADO
                   MOVE "RESULTADO E SO VALE PARA AJUSTE DE MES FECHADO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-VIS-FL-RESULTADO NOT EQUAL "V" AND
                    WS-VIS-FL-RESULTADO NOT EQUAL "N" AND
                    WS-VIS-FL-RESULTADO NOT EQUAL "S" AND
                    WS-VIS-FL-RESULTADO NOT EQUAL "E"
                   MOVE "RESULTADO DEVE SER V, N, S OU E" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-VIS-FL-RESULTADO EQUAL "S" AND
                    WS-VIS-VL-VENDA NOT GREATER ZEROS
                   MOVE "VALOR SO PARA RESULTADO S (VENDA)"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN W-MES-FECHADO
                   PERFORM 4955-GRAVA-AJUSTE-VISITA
               WHEN OTHER
                   MOVE WS-VIS-CD-VENDEDOR  TO FS-VIS-CD-VENDEDOR
                   MOVE WS-VIS-CD-CLIENTE   TO FS-VIS-CD-CLIENTE
       4950-VALIDA-E-GRAVA-VISITAX. EXIT.

      * -----------------------------------
      * LIGA W-MES-FECHADO SE O ANO/MES DA DATA DIGITADA ESTA FECHADO
      * NO CONTROLE DE PERIODOS (SEM O ARQUIVO NENHUM MES ESTA FECHADO)
       4952-VERIFICA-MES-FECHADO SECTION.

           MOVE 'N' TO WS-FL-MES-FECHADO

           IF W-PER-ABERTO
               MOVE WS-VIS-DT-VISITA (1:6) TO FS-PER-NU-ANOMES
               MOVE "M"                    TO FS-PER-TP-LINHA
               MOVE ZEROS                  TO FS-PER-CD-CHAVE

               READ ARQ-PERIODO

               IF FS-STAT-PER-OK AND FS-PER-FECHADO
                   MOVE 'S' TO WS-FL-MES-FECHADO
               END-IF
           END-IF.

       4952-VERIFICA-MES-FECHADOX. EXIT.

      * -----------------------------------
      * GRAVA O AJUSTE DA VISITA DE MES FECHADO: A SITUACAO ANTERIOR E
      * A DA VISITA NO MOVIMENTO, SUBSTITUIDA PELO ULTIMO AJUSTE JA
      * LANCADO PARA A MESMA CHAVE. SEM SITUACAO ANTERIOR E INCLUSAO,
      * RESULTADO E E EXCLUSAO, O RESTO E ALTERACAO. O MOVIMENTO DE
      * VISITAS NAO E ALTERADO; O AJUSTE CONTA NO MES DO LANCAMENTO
       4955-GRAVA-AJUSTE-VISITA SECTION.

           MOVE WS-VIS-CD-VENDEDOR TO FS-VIS-CD-VENDEDOR
           MOVE WS-VIS-CD-CLIENTE  TO FS-VIS-CD-CLIENTE
           MOVE WS-VIS-DT-VISITA   TO FS-VIS-DT-VISITA

           READ ARQ-VISITA

           IF FS-STAT-VIS-OK
               MOVE 'S'                 TO WS-FL-VIS-EXISTE
               MOVE FS-VIS-FL-RESULTADO TO WK-AJV-FL-RESULTADO-ANT
               MOVE FS-VIS-VL-VENDA     TO WK-AJV-VL-VENDA-ANT
           ELSE
               MOVE 'N'    TO WS-FL-VIS-EXISTE
               MOVE SPACES TO WK-AJV-FL-RESULTADO-ANT
               MOVE ZEROS  TO WK-AJV-VL-VENDA-ANT
           END-IF

           MOVE ZEROS TO WK-AJV-NU-SEQ

           MOVE WS-VIS-CD-VENDEDOR TO FS-AJV-CD-VENDEDOR
           MOVE WS-VIS-CD-CLIENTE  TO FS-AJV-CD-CLIENTE
           MOVE WS-VIS-DT-VISITA   TO FS-AJV-DT-VISITA
           MOVE ZEROS              TO FS-AJV-NU-SEQ

           START ARQ-AJUSTE-VISITA
               KEY IS NOT LESS THAN FS-AJV-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-AJV
           END-START

           IF FS-STAT-AJV-OK
               PERFORM 6990-LER-ARQ-AJUSTE-VISITA-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-AJV-OK
                OR FS-AJV-CD-VENDEDOR NOT EQUAL WS-VIS-CD-VENDEDOR
                OR FS-AJV-CD-CLIENTE  NOT EQUAL WS-VIS-CD-CLIENTE
                OR FS-AJV-DT-VISITA   NOT EQUAL WS-VIS-DT-VISITA

               MOVE FS-AJV-NU-SEQ TO WK-AJV-NU-SEQ

               IF FS-AJV-EXCLUSAO
                   MOVE 'N'    TO WS-FL-VIS-EXISTE
                   MOVE SPACES TO WK-AJV-FL-RESULTADO-ANT
                   MOVE ZEROS  TO WK-AJV-VL-VENDA-ANT
               ELSE
                   MOVE 'S'                 TO WS-FL-VIS-EXISTE
                   MOVE FS-AJV-FL-RESULTADO TO WK-AJV-FL-RESULTADO-ANT
                   MOVE FS-AJV-VL-VENDA     TO WK-AJV-VL-VENDA-ANT
               END-IF

               PERFORM 6990-LER-ARQ-AJUSTE-VISITA-SEQ

           END-PERFORM

           EVALUATE TRUE
               WHEN WS-VIS-FL-RESULTADO EQUAL "E" AND
                    NOT W-VIS-EXISTE
                   MOVE "NAO HA VISITA NESTA CHAVE PARA EXCLUIR"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN W-VIS-EXISTE AND
                    WS-VIS-FL-RESULTADO EQUAL WK-AJV-FL-RESULTADO-ANT
                    AND WS-VIS-VL-VENDA EQUAL WK-AJV-VL-VENDA-ANT
                   MOVE "AJUSTE NAO ALTERA A VISITA" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WK-AJV-NU-SEQ NOT LESS 999
                   MOVE "LIMITE DE AJUSTES DA VISITA ATINGIDO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   PERFORM 4956-INCLUI-AJUSTE-VISITA
           END-EVALUATE.

       4955-GRAVA-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * MONTA E GRAVA O REGISTRO DE AJUSTE COM A PROXIMA SEQUENCIA DA
      * CHAVE, GUARDANDO A SITUACAO ANTERIOR DA VISITA
       4956-INCLUI-AJUSTE-VISITA SECTION.

           MOVE SPACES             TO ARQ-AJUSTE-VISITA-REC
           MOVE WS-VIS-CD-VENDEDOR TO FS-AJV-CD-VENDEDOR
           MOVE WS-VIS-CD-CLIENTE  TO FS-AJV-CD-CLIENTE
           MOVE WS-VIS-DT-VISITA   TO FS-AJV-DT-VISITA
           ADD 1 TO WK-AJV-NU-SEQ
           MOVE WK-AJV-NU-SEQ      TO FS-AJV-NU-SEQ

           EVALUATE TRUE
               WHEN WS-VIS-FL-RESULTADO EQUAL "E"
                   MOVE "E"    TO FS-AJV-TP-AJUSTE
                   MOVE SPACES TO FS-AJV-FL-RESULTADO
                   MOVE ZEROS  TO FS-AJV-VL-VENDA
               WHEN NOT W-VIS-EXISTE
                   MOVE "I"                 TO FS-AJV-TP-AJUSTE
                   MOVE WS-VIS-FL-RESULTADO TO FS-AJV-FL-RESULTADO
                   MOVE WS-VIS-VL-VENDA     TO FS-AJV-VL-VENDA
               WHEN OTHER
                   MOVE "A"                 TO FS-AJV-TP-AJUSTE
                   MOVE WS-VIS-FL-RESULTADO TO FS-AJV-FL-RESULTADO
                   MOVE WS-VIS-VL-VENDA     TO FS-AJV-VL-VENDA
           END-EVALUATE

           MOVE WK-AJV-FL-RESULTADO-ANT TO FS-AJV-FL-RESULTADO-ANT
           MOVE WK-AJV-VL-VENDA-ANT     TO FS-AJV-VL-VENDA-ANT
           ACCEPT FS-AJV-DT-LANCAMENTO FROM DATE YYYYMMDD
           ACCEPT FS-AJV-HR-LANCAMENTO FROM TIME
           MOVE WS-CD-OPERADOR-LOGADO   TO FS-AJV-CD-OPERADOR
           MOVE WS-VIS-DS-MOTIVO        TO FS-AJV-DS-MOTIVO

           WRITE ARQ-AJUSTE-VISITA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR AJUSTE DA VISITA" TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
           END-WRITE

           IF FS-STAT-AJV-OK
               MOVE "AJUSTE REGISTRADO (CONTA NO MES DO LANCAMENTO)"
                 TO WS-MSGERRO
               PERFORM 9000-MOSTRA-ERRO
               MOVE ZEROS TO WS-VIS-CD-CLIENTE
                             WS-VIS-VL-VENDA
               MOVE SPACES TO WS-VIS-FL-RESULTADO WS-VIS-DS-MOTIVO
           END-IF.

       4956-INCLUI-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * MENU DE AUSENCIAS DE VENDEDORES (FERIAS, LICENCA MEDICA E
      * OUTROS). DURANTE A AUSENCIA O VENDEDOR NAO RECEBE CLIENTES NA
      * ATRIBUICAO E NAO PODE TER VISITAS REGISTRADAS PELA CARGA
       4960-ACS-MENU-AUSENCIA SECTION.

           MOVE SPACES TO WS-OPCAO-AUS

           PERFORM UNTIL E-AUS-VOLTAR
               MOVE "AUSENCIAS - MENU" TO WS-OP
               MOVE WS-DS-OPCAO TO WS-STATUS
               MOVE SPACES TO WS-OPCAO-AUS
               DISPLAY SS-CLS
               ACCEPT SS-MENU-AUSENCIA
               EVALUATE TRUE
                   WHEN E-AUS-INCLUIR
                       PERFORM 4965-ACS-INCLUIR-AUSENCIA
                       MOVE SPACES TO WS-OPCAO-AUS
                   WHEN E-AUS-ALTERAR
                       PERFORM 4970-ACS-ALTERAR-AUSENCIA
                       MOVE SPACES TO WS-OPCAO-AUS
                   WHEN E-AUS-EXCLUIR
                       PERFORM 4980-ACS-EXCLUIR-AUSENCIA
                       MOVE SPACES TO WS-OPCAO-AUS
                   WHEN NOT E-AUS-OPCAO-OK
                       MOVE WS-DS-OPCAO-ERR TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

       4960-ACS-MENU-AUSENCIAX. EXIT.

      * -----------------------------------
      * INCLUSAO DE AUSENCIA, COM O CARIMBO DO OPERADOR E DA DATA
      * DE REGISTRO
       4965-ACS-INCLUIR-AUSENCIA SECTION.

           MOVE "AUSENCIA - INCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           MOVE SPACES TO ARQ-AUSENCIA-REC WS-AUSENCIA-REC
           MOVE ZEROS TO WS-AUS-CD-VENDEDOR WS-AUS-DT-INICIO
                         WS-AUS-DT-FIM

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5960-ABRIR-ARQ-AUSENCIA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               ACCEPT SS-TELA-AUSENCIA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   PERFORM 4985-VALIDA-AUSENCIA

                   IF W-AUS-VALIDA
                       MOVE WS-AUS-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
                       MOVE WS-AUS-DT-INICIO   TO FS-AUS-DT-INICIO
                       MOVE WS-AUS-DT-FIM      TO FS-AUS-DT-FIM
                       MOVE WS-AUS-CD-MOTIVO   TO FS-AUS-CD-MOTIVO
                       MOVE WS-AUS-DS-MOTIVO   TO FS-AUS-DS-MOTIVO
                       MOVE WS-CD-OPERADOR-LOGADO
                         TO FS-AUS-CD-OPERADOR
                       MOVE WK-DT-HOJE         TO FS-AUS-DT-REGISTRO

                       WRITE ARQ-AUSENCIA-REC
                       INVALID KEY
                           MOVE "AUSENCIA JA CADASTRADA NESTA DATA"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                       END-WRITE

                       IF FS-STAT-AUS-OK
                           MOVE "AUSENCIA INCLUIDA COM SUCESSO"
                             TO WS-MSGERRO
                           PERFORM 9000-MOSTRA-ERRO
                           MOVE 'S' TO W-VAL-ENTRADA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7960-FECHA-ARQ-AUSENCIA.

       4965-ACS-INCLUIR-AUSENCIAX. EXIT.

      * -----------------------------------
      * ALTERACAO DE AUSENCIA (DATA FIM, MOTIVO E DESCRICAO); A CHAVE
      * VENDEDOR + DATA INICIO NAO MUDA
       4970-ACS-ALTERAR-AUSENCIA SECTION.

           MOVE "AUSENCIA - ALTERACAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           MOVE SPACES TO ARQ-AUSENCIA-REC WS-AUSENCIA-REC
           MOVE ZEROS TO WS-AUS-CD-VENDEDOR WS-AUS-DT-INICIO
                         WS-AUS-DT-FIM

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5960-ABRIR-ARQ-AUSENCIA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO WS-AUS-DADOS
               MOVE ZEROS TO WS-AUS-DT-FIM

               ACCEPT SS-CHAVE-AUSENCIA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-AUS-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
                   MOVE WS-AUS-DT-INICIO   TO FS-AUS-DT-INICIO

                   READ ARQ-AUSENCIA

                   IF NOT FS-STAT-AUS-OK
                       MOVE "AUSENCIA NAO ENCONTRADA" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       MOVE FS-AUS-DT-FIM     TO WS-AUS-DT-FIM
                       MOVE FS-AUS-CD-MOTIVO  TO WS-AUS-CD-MOTIVO
                       MOVE FS-AUS-DS-MOTIVO  TO WS-AUS-DS-MOTIVO

                       ACCEPT SS-DADOS-AUSENCIA

                       IF COB-CRT-STATUS EQUAL COB-SCR-OK
                           PERFORM 4975-GRAVA-ALTERACAO-AUSENCIA
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7960-FECHA-ARQ-AUSENCIA.

       4970-ACS-ALTERAR-AUSENCIAX. EXIT.

      * -----------------------------------
      * VALIDA E REGRAVA A AUSENCIA CORRENTE. A VALIDACAO PERCORRE AS
      * OUTRAS AUSENCIAS DO VENDEDOR, POR ISSO O REGISTRO E RELIDO
      * PELA CHAVE ANTES DO REWRITE
       4975-GRAVA-ALTERACAO-AUSENCIA SECTION.

           PERFORM 4985-VALIDA-AUSENCIA

           IF W-AUS-VALIDA
               MOVE WS-AUS-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
               MOVE WS-AUS-DT-INICIO   TO FS-AUS-DT-INICIO

               READ ARQ-AUSENCIA

               MOVE WS-AUS-DT-FIM      TO FS-AUS-DT-FIM
               MOVE WS-AUS-CD-MOTIVO   TO FS-AUS-CD-MOTIVO
               MOVE WS-AUS-DS-MOTIVO   TO FS-AUS-DS-MOTIVO
               MOVE WS-CD-OPERADOR-LOGADO TO FS-AUS-CD-OPERADOR
               MOVE WK-DT-HOJE         TO FS-AUS-DT-REGISTRO

               REWRITE ARQ-AUSENCIA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-REWRITE

               IF FS-STAT-AUS-OK
                   MOVE "AUSENCIA ALTERADA COM SUCESSO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
                   MOVE 'S' TO W-VAL-ENTRADA
               END-IF
           END-IF.

       4975-GRAVA-ALTERACAO-AUSENCIAX. EXIT.

      * -----------------------------------
      * EXCLUSAO (FISICA) DE AUSENCIA; A PROXIMA ATRIBUICAO DEVOLVE
      * OS CLIENTES EM COBERTURA AO VENDEDOR TITULAR
       4980-ACS-EXCLUIR-AUSENCIA SECTION.

           MOVE "AUSENCIA - EXCLUSAO" TO WS-OP
           MOVE WS-DS-SAIR TO WS-STATUS
           MOVE 'N' TO W-VAL-ENTRADA

           PERFORM 5960-ABRIR-ARQ-AUSENCIA

           PERFORM
             UNTIL W-VAL-ENTRADA-OK

               DISPLAY SS-CLS
               MOVE SPACES TO ARQ-AUSENCIA-REC WS-AUSENCIA-REC
               MOVE ZEROS TO WS-AUS-CD-VENDEDOR WS-AUS-DT-INICIO
                             WS-AUS-DT-FIM

               ACCEPT SS-CHAVE-AUSENCIA

               IF COB-CRT-STATUS EQUAL COB-SCR-ESC
                   MOVE 'S' TO W-VAL-ENTRADA
               ELSE
                   MOVE WS-AUS-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
                   MOVE WS-AUS-DT-INICIO   TO FS-AUS-DT-INICIO

                   READ ARQ-AUSENCIA

                   IF NOT FS-STAT-AUS-OK
                       MOVE "AUSENCIA NAO ENCONTRADA" TO WS-MSGERRO
                       PERFORM 9000-MOSTRA-ERRO
                   ELSE
                       MOVE SPACES TO WS-ERRO
                       MOVE "CONFIRMA A EXCLUSAO DA AUSENCIA (S/N)?"
                         TO WS-MSGERRO

                       ACCEPT SS-ERRO

                       IF E-SIM
                           DELETE ARQ-AUSENCIA RECORD
                           INVALID KEY
                               MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                           END-DELETE
                           MOVE SPACES TO WS-ERRO
                           IF FS-STAT-AUS-OK
                               MOVE "AUSENCIA EXCLUIDA COM SUCESSO"
                                 TO WS-MSGERRO
                               PERFORM 9000-MOSTRA-ERRO
                               MOVE 'S' TO W-VAL-ENTRADA
                           END-IF
                       END-IF
                       MOVE SPACES TO WS-ERRO
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM 7960-FECHA-ARQ-AUSENCIA.

       4980-ACS-EXCLUIR-AUSENCIAX. EXIT.

      * -----------------------------------
      * VALIDA A AUSENCIA DIGITADA: VENDEDOR ATIVO, DATAS PLAUSIVEIS,
      * FIM NAO ANTERIOR AO INICIO, MOTIVO F/L/O E SEM SOBREPOSICAO
      * COM OUTRA AUSENCIA DO MESMO VENDEDOR. LIGA W-AUS-VALIDA
       4985-VALIDA-AUSENCIA SECTION.

           MOVE 'N' TO WS-FL-AUS-VALIDA

           INSPECT WS-AUS-CD-MOTIVO CONVERTING "flo" TO "FLO"

           IF WS-AUS-CD-VENDEDOR NOT NUMERIC
               MOVE ZEROS TO WS-AUS-CD-VENDEDOR
           END-IF
           IF WS-AUS-DT-INICIO NOT NUMERIC
               MOVE ZEROS TO WS-AUS-DT-INICIO
           END-IF
           IF WS-AUS-DT-FIM NOT NUMERIC
               MOVE ZEROS TO WS-AUS-DT-FIM
           END-IF

           MOVE WS-AUS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
           PERFORM 6000-LER-ARQ-VENDEDOR

           MOVE WS-AUS-DT-INICIO TO WK-DT-VISITA-R
           PERFORM 2400-VALIDA-DATA-VISITA
           IF DATA-VALIDA
               MOVE WS-AUS-DT-FIM TO WK-DT-VISITA-R
               PERFORM 2400-VALIDA-DATA-VISITA
           END-IF

           PERFORM 4990-VERIFICA-SOBREPOSICAO

           EVALUATE TRUE
               WHEN NOT FS-STAT-VEN-OK OR FS-VEN-INATIVO
                   MOVE "VENDEDOR INEXISTENTE OU INATIVO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN DATA-INVALIDA
                   MOVE "DATA DE INICIO OU FIM INVALIDA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN WS-AUS-DT-FIM LESS WS-AUS-DT-INICIO
                   MOVE "DATA FIM ANTERIOR A DATA INICIO"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN NOT WS-AUS-MOTIVO-OK
                   MOVE "MOTIVO DEVE SER F, L OU O" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN W-AUS-SOBREPOSTA
                   MOVE "PERIODO SOBREPOE OUTRA AUSENCIA"
                     TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               WHEN OTHER
                   MOVE 'S' TO WS-FL-AUS-VALIDA
           END-EVALUATE.

       4985-VALIDA-AUSENCIAX. EXIT.

      * -----------------------------------
      * PERCORRE AS AUSENCIAS DO VENDEDOR (CHAVE VENDEDOR + DATA) E
      * LIGA W-AUS-SOBREPOSTA SE ALGUMA OUTRA AUSENCIA (DATA INICIO
      * DIFERENTE) CRUZA O PERIODO DIGITADO
       4990-VERIFICA-SOBREPOSICAO SECTION.

           MOVE 'N' TO WS-FL-AUS-SOBREPOSTA

           MOVE WS-AUS-CD-VENDEDOR TO FS-AUS-CD-VENDEDOR
           MOVE ZEROS              TO FS-AUS-DT-INICIO

           START ARQ-AUSENCIA
               KEY IS NOT LESS THAN FS-AUS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-AUS
           END-START

           PERFORM UNTIL FS-STAT-AUS-EOF OR W-AUS-SOBREPOSTA
               PERFORM 6960-LER-ARQ-AUSENCIA-SEQ

               IF FS-STAT-AUS-OK
                   IF FS-AUS-CD-VENDEDOR NOT EQUAL WS-AUS-CD-VENDEDOR
                       MOVE 10 TO FS-STAT-AUS
                   ELSE
                   IF FS-AUS-DT-INICIO NOT EQUAL WS-AUS-DT-INICIO AND
                      FS-AUS-DT-INICIO NOT GREATER WS-AUS-DT-FIM AND
                      FS-AUS-DT-FIM NOT LESS WS-AUS-DT-INICIO
                       MOVE 'S' TO WS-FL-AUS-SOBREPOSTA
                   END-IF
                   END-IF
               ELSE
                   MOVE 10 TO FS-STAT-AUS
               END-IF
           END-PERFORM.

       4990-VERIFICA-SOBREPOSICAOX. EXIT.

      * -----------------------------------
      * GRAVA REGISTRO DE AUDITORIA (LOG-CD-VENDEDOR / LOG-ACAO JA
      * PREENCHIDOS PELO CHAMADOR) NO ARQUIVO DE LOG, DATA/HORA ATUAIS
       8000-GRAVA-LOG-VENDEDOR SECTION.

           OPEN EXTEND ARQ-LOG-VENDEDOR

           IF FS-STAT-LOG-OK
               ACCEPT LOG-DATA FROM DATE YYYYMMDD
               ACCEPT LOG-HORA FROM TIME
               MOVE WS-CD-OPERADOR-LOGADO TO LOG-CD-OPERADOR

               WRITE ARQ-LOG-VENDEDOR-REC

               CLOSE ARQ-LOG-VENDEDOR
           ELSE
               IF NOT LK-MODO-LOTE
                   MOVE "ERRO AO ABRIR ARQUIVO DE LOG" TO WS-MSGERRO
                   PERFORM 9000-MOSTRA-ERRO
               END-IF
           END-IF.

       8000-GRAVA-LOG-VENDEDORX. EXIT.

      * -----------------------------------
      * GRAVA UMA VERSAO DO VENDEDOR CORRENTE (ARQ-VENDEDOR-REC JA
      * GRAVADO COM SUCESSO) NO ARQUIVO DE HISTORICO, COM DATA/HORA,
      * ACAO (LOG-ACAO JA PREENCHIDA PELO CHAMADOR) E OPERADOR. EM
      * CASO DE CHAVE DUPLICADA (DUAS GRAVACOES NO MESMO CENTESIMO)
      * AVANCA A HORA E TENTA DE NOVO
       8100-GRAVA-HISTORICO-VENDEDOR SECTION.

           PERFORM 5600-ABRIR-ARQ-HISTORICO

           MOVE FS-VEN-CD-VENDEDOR TO FS-HIS-CD-VENDEDOR
           ACCEPT FS-HIS-DT-VERSAO FROM DATE YYYYMMDD
           ACCEPT FS-HIS-HR-VERSAO FROM TIME
           MOVE LOG-ACAO               TO FS-HIS-ACAO
           MOVE WS-CD-OPERADOR-LOGADO  TO FS-HIS-CD-OPERADOR
           MOVE FS-VEN-DADOS           TO FS-HIS-VEN-DADOS

           MOVE ZEROS TO WQT-HIS-RETENTA

           PERFORM 8150-GRAVA-VERSAO-HISTORICO

           PERFORM
             UNTIL NOT FS-STAT-HIS-DUP OR
                   WQT-HIS-RETENTA GREATER 5

               ADD 1 TO FS-HIS-HR-VERSAO
               ADD 1 TO WQT-HIS-RETENTA
               PERFORM 8150-GRAVA-VERSAO-HISTORICO

           END-PERFORM

           PERFORM 7600-FECHA-ARQ-HISTORICO.

       8100-GRAVA-HISTORICO-VENDEDORX. EXIT.

      * -----------------------------------
      * GRAVA FISICAMENTE A VERSAO MONTADA POR 8100 NO ARQUIVO DE
      * HISTORICO (FILE STATUS CONFERIDO PELO CHAMADOR)
       8150-GRAVA-VERSAO-HISTORICO SECTION.

           WRITE ARQ-HISTORICO-REC
           INVALID KEY

       8200-GRAVA-LOG-ACESSOX. EXIT.

      * -----------------------------------
      * GRAVA UM PEDIDO PENDENTE DE APROVACAO PARA O VENDEDOR CORRENTE:
      * IMAGEM ANTES EM WK-APR-ANTES, IMAGEM DEPOIS EM FS-VEN-DADOS,
      * TIPO EM WK-APR-TP-ALTERACAO E DATA/HORA EM WK-DT/HR-PEDIDO
      * (JA PREENCHIDOS PELO CHAMADOR). O OPERADOR LOGADO FICA COMO
      * SOLICITANTE
       8300-GRAVA-PEDIDO-APROVACAO SECTION.

           MOVE "N" TO WS-FL-APR-GRAVADO

           PERFORM 5980-ABRIR-ARQ-APROVACAO

           MOVE SPACES TO ARQ-APROVACAO-REC
           MOVE FS-VEN-CD-VENDEDOR    TO FS-APR-CD-VENDEDOR
           MOVE WK-DT-PEDIDO          TO FS-APR-DT-PEDIDO
           MOVE WK-HR-PEDIDO          TO FS-APR-HR-PEDIDO
           MOVE WK-APR-TP-ALTERACAO   TO FS-APR-TP-ALTERACAO
           MOVE "P"                   TO FS-APR-STATUS
           MOVE WS-CD-OPERADOR-LOGADO TO FS-APR-CD-OPE-SOLICITANTE
           MOVE ZEROS TO FS-APR-DT-DECISAO FS-APR-HR-DECISAO
           MOVE WK-APR-ANTES          TO FS-APR-VEN-ANTES
           MOVE FS-VEN-DADOS          TO FS-APR-VEN-DEPOIS

           WRITE ARQ-APROVACAO-REC
           INVALID KEY
               CONTINUE
           END-WRITE

           IF FS-STAT-APR-OK
               MOVE "S" TO WS-FL-APR-GRAVADO
           END-IF

           PERFORM 7980-FECHA-ARQ-APROVACAO.

       8300-GRAVA-PEDIDO-APROVACAOX. EXIT.

      * -----------------------------------
      * CONFERE SE O VENDEDOR CORRENTE (FS-VEN-CD-VENDEDOR) JA TEM
      * PEDIDO PENDENTE DE APROVACAO (LIGA W-APR-PENDENTE)
       8350-VERIFICA-PENDENCIA SECTION.

           MOVE "N" TO WS-FL-APR-PENDENTE

           PERFORM 5980-ABRIR-ARQ-APROVACAO

           MOVE FS-VEN-CD-VENDEDOR TO FS-APR-CD-VENDEDOR
           MOVE ZEROS TO FS-APR-DT-PEDIDO FS-APR-HR-PEDIDO

           START ARQ-APROVACAO
               KEY IS NOT LESS THAN FS-APR-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-APR
           END-START

           IF FS-STAT-APR-OK
               PERFORM 6980-LER-ARQ-APROVACAO-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-APR-OK OR W-APR-PENDENTE OR
                   FS-APR-CD-VENDEDOR NOT EQUAL FS-VEN-CD-VENDEDOR
               IF FS-APR-PENDENTE
                   MOVE "S" TO WS-FL-APR-PENDENTE
               ELSE
                   PERFORM 6980-LER-ARQ-APROVACAO-SEQ
               END-IF
           END-PERFORM

           PERFORM 7980-FECHA-ARQ-APROVACAO.

       8350-VERIFICA-PENDENCIAX. EXIT.

      * -----------------------------------
      * MONTA EM WK-MSC-CPF-MASCARADO O CPF JA MOVIDO PARA WK-MSC-CPF,
      * DEIXANDO VISIVEIS SO OS QUATRO ULTIMOS DIGITOS
       8400-MASCARA-CPF SECTION.

           IF WK-MSC-CPF NUMERIC AND WK-MSC-CPF GREATER ZEROS
               MOVE "***.***.*"      TO WK-MSC-MASCARA
               MOVE WK-MSC-CPF-FINAL TO WK-MSC-MSC-FINAL
               MOVE "-"              TO WK-MSC-SEPARADOR
               MOVE WK-MSC-CPF-DV    TO WK-MSC-MSC-DV
           ELSE
               MOVE "***.***.***-**" TO WK-MSC-CPF-MASCARADO
           END-IF.

       8400-MASCARA-CPFX. EXIT.

      * -----------------------------------
      * IMPORTACAO EM LOTE NORMAL: DESCARTA O CHECKPOINT ANTERIOR DA
      * IMPORTACAO E GRAVA O CONTROLE "E" COM OS CONTADORES ZERADOS
       8500-INICIA-CKP-IMP SECTION.

           PERFORM 8510-LIMPA-CKP-IMP

           PERFORM 8550-MONTA-CONTROLE-CKP-IMP

           WRITE ARQ-CHECKPOINT-REC
           INVALID KEY
               REWRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                       FS-STAT-CKP
               END-REWRITE
           END-WRITE.

       8500-INICIA-CKP-IMPX. EXIT.

      * -----------------------------------
      * EXCLUI O CONTROLE E AS LINHAS DE REJEITO GUARDADAS PARA O
      * PROCESSO WK-CD-PROCESSO-CKP
       8510-LIMPA-CKP-IMP SECTION.

           MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
           MOVE ZEROS              TO FS-CKP-NU-SEQ

           START ARQ-CHECKPOINT
               KEY IS NOT LESS THAN FS-CKP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CKP
           END-START

           PERFORM
             UNTIL NOT FS-STAT-CKP-OK

               PERFORM 6970-LER-ARQ-CHECKPOINT-SEQ

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

       8510-LIMPA-CKP-IMPX. EXIT.

      * -----------------------------------
      * REINICIO (LK-MODO = "R"): LE O CONTROLE DO ULTIMO CHECKPOINT,
      * CONFERE O ARQUIVO DE CARGA, RESTAURA CONTADORES E REJEITOS E
      * POSICIONA A LEITURA APOS A ULTIMA CHAVE DO CHECKPOINT. SEM
      * CHECKPOINT PENDENTE A IMPORTACAO RODA DESDE O INICIO
       8520-RESTAURA-CKP-IMP SECTION.

           MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
           MOVE ZEROS              TO FS-CKP-NU-SEQ

           READ ARQ-CHECKPOINT

           IF FS-STAT-CKP-OK AND FS-CKP-EXECUTANDO
               MOVE 'S' TO WS-FL-IMP-REINICIO
           END-IF

           EVALUATE TRUE
               WHEN NOT W-IMP-REINICIO
                   DISPLAY "SEM CHECKPOINT PENDENTE, IMPORTACAO "
                       "PROCESSADA DESDE O INICIO"
                   PERFORM 8500-INICIA-CKP-IMP
               WHEN FS-CKP-NM-ARQUIVO NOT EQUAL WNM-ARQ-IMPORTACAO
                   DISPLAY "CHECKPOINT PENDENTE E DO ARQUIVO "
                       FS-CKP-NM-ARQUIVO
                   MOVE 'N' TO WS-FL-IMP-REINICIO
                   MOVE 'S' TO WS-FL-CKP-ERRO
               WHEN OTHER
                   MOVE FS-CKP-QT-LIDOS      TO WQT-ARQ-IMPORTACAO
                   MOVE FS-CKP-QT-CONTADOR-1 TO WQT-ARQ-NOVOS
                   MOVE FS-CKP-QT-CONTADOR-2 TO WQT-ARQ-ATUALIZADOS
                   MOVE FS-CKP-QT-CONTADOR-3 TO WQT-ARQ-ERR
                   MOVE FS-CKP-QT-REJEITOS   TO WK-QT-REJ-RESTAURAR
                   MOVE FS-CKP-DT-CHECKPOINT TO WK-DT-CKP-REINICIO
                   MOVE FS-CKP-HR-CHECKPOINT TO WK-HR-CKP-REINICIO

                   IF FS-CKP-QT-LIDOS GREATER ZEROS
                       MOVE FS-CKP-CD-ULT-CHAVE TO FS-IMP-KEY
                   END-IF

                   PERFORM 8530-RESTAURA-REJEITOS-IMP

                   DISPLAY "IMPORTACAO REINICIADA APOS O REGISTRO "
                       WQT-ARQ-IMPORTACAO
           END-EVALUATE.

       8520-RESTAURA-CKP-IMPX. EXIT.

      * -----------------------------------
      * REGRAVA NO ARQUIVO DE REJEITOS AS LINHAS GUARDADAS ATE O ULTIMO
      * CHECKPOINT (NU-SEQ 1 A WK-QT-REJ-RESTAURAR)
       8530-RESTAURA-REJEITOS-IMP SECTION.

           PERFORM VARYING WK-NU-SEQ-CKP FROM 1 BY 1
             UNTIL WK-NU-SEQ-CKP GREATER WK-QT-REJ-RESTAURAR

               MOVE WK-CD-PROCESSO-CKP TO FS-CKP-CD-PROCESSO
               MOVE WK-NU-SEQ-CKP      TO FS-CKP-NU-SEQ

               READ ARQ-CHECKPOINT

               IF FS-STAT-CKP-OK
                   MOVE FS-CKP-LINHA-REJEITO TO ARQ-REJEITOS-REC
                   WRITE ARQ-REJEITOS-REC
               ELSE
                   DISPLAY "REJEITO " WK-NU-SEQ-CKP
                       " NAO ENCONTRADO NO CHECKPOINT"
                   MOVE 'S' TO WS-FL-CKP-ERRO
               END-IF

           END-PERFORM.

       8530-RESTAURA-REJEITOS-IMPX. EXIT.

      * -----------------------------------
      * CONTA O REGISTRO PROCESSADO E, A CADA WK-QT-INTERVALO-CKP
      * REGISTROS, REGRAVA O CONTROLE COM A ULTIMA CHAVE E CONTADORES
       8540-CONTA-CKP-IMP SECTION.

           ADD 1 TO WQT-CKP-DESDE

           IF WQT-CKP-DESDE NOT LESS WK-QT-INTERVALO-CKP
               PERFORM 8550-MONTA-CONTROLE-CKP-IMP

               REWRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                       FS-STAT-CKP
               END-REWRITE

               MOVE ZEROS TO WQT-CKP-DESDE
           END-IF.

       8540-CONTA-CKP-IMPX. EXIT.

      * -----------------------------------
      * MONTA O CONTROLE DA IMPORTACAO (NU-SEQ ZERO, STATUS "E") COM A
      * ULTIMA CHAVE PROCESSADA, OS CONTADORES E OS REJEITOS GRAVADOS
       8550-MONTA-CONTROLE-CKP-IMP SECTION.

           MOVE SPACES              TO ARQ-CHECKPOINT-REC
           MOVE WK-CD-PROCESSO-CKP  TO FS-CKP-CD-PROCESSO
           MOVE ZEROS               TO FS-CKP-NU-SEQ
           MOVE WNM-ARQ-IMPORTACAO  TO FS-CKP-NM-ARQUIVO
           MOVE 'E'                 TO FS-CKP-STATUS
           MOVE WQT-ARQ-IMPORTACAO  TO FS-CKP-QT-LIDOS
           MOVE FS-IMP-KEY          TO FS-CKP-CD-ULT-CHAVE
           MOVE WQT-ARQ-NOVOS       TO FS-CKP-QT-CONTADOR-1
           MOVE WQT-ARQ-ATUALIZADOS TO FS-CKP-QT-CONTADOR-2
           MOVE WQT-ARQ-ERR         TO FS-CKP-QT-CONTADOR-3
           MOVE WQT-ARQ-ERR         TO FS-CKP-QT-REJEITOS
           ACCEPT FS-CKP-DT-CHECKPOINT FROM DATE YYYYMMDD
           ACCEPT FS-CKP-HR-CHECKPOINT FROM TIME.

       8550-MONTA-CONTROLE-CKP-IMPX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE REJEITO DA IMPORTACAO E, NO LOTE, GUARDA SUA
      * IMAGEM NO CHECKPOINT (NU-SEQ = NUMERO DO REJEITO NA EXECUCAO)
       8560-GRAVA-REJEITO-IMP SECTION.

           WRITE ARQ-REJEITOS-REC

           IF W-IMP-CHECKPOINT
               MOVE SPACES              TO ARQ-CHECKPOINT-REC
               MOVE WK-CD-PROCESSO-CKP  TO FS-CKP-CD-PROCESSO
               MOVE WQT-ARQ-ERR         TO FS-CKP-NU-SEQ
               MOVE ARQ-REJEITOS-REC    TO FS-CKP-LINHA-REJEITO

               WRITE ARQ-CHECKPOINT-REC
               INVALID KEY
                   REWRITE ARQ-CHECKPOINT-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GUARDAR REJEITO NO "
                           "CHECKPOINT, STATUS " FS-STAT-CKP
                   END-REWRITE
               END-WRITE
           END-IF.

       8560-GRAVA-REJEITO-IMPX. EXIT.

      * -----------------------------------
      * FIM NORMAL DA IMPORTACAO EM LOTE: REGRAVA O CONTROLE COM
      * STATUS "C"; UM REINICIO POSTERIOR NAO ENCONTRA PENDENCIA
       8570-FINALIZA-CKP-IMP SECTION.

           PERFORM 8550-MONTA-CONTROLE-CKP-IMP

           MOVE 'C' TO FS-CKP-STATUS

           REWRITE ARQ-CHECKPOINT-REC
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR CHECKPOINT, STATUS "
                   FS-STAT-CKP
           END-REWRITE.

       8570-FINALIZA-CKP-IMPX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SA�DA
       5000-ABRIR-ARQ-VENDEDOR  SECTION.
           MOVE ZEROS       TO FS-OPE-DT-VALIDADE-SENHA
           MOVE ZEROS       TO FS-OPE-QT-FALHAS
           MOVE "N"         TO FS-OPE-FL-BLOQUEADO
           MOVE "S"         TO FS-OPE-FL-APROVADOR

           WRITE ARQ-OPERADOR-REC
           INVALID KEY

       5700-ABRIR-ARQ-SUPERVISORX. EXIT.

      * -----------------------------------
      * ABRE A TABELA DE TAXAS DE COMISSAO (CRIANDO-A NA PRIMEIRA
      * EXECUCAO)
       5750-ABRIR-ARQ-TAB-COMISSAO SECTION.

           OPEN I-O ARQ-TAB-COMISSAO.

           IF FS-STAT-TCO-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-TAB-COMISSAO
               PERFORM 7750-FECHA-ARQ-TAB-COMISSAO
               OPEN I-O ARQ-TAB-COMISSAO
           END-IF.

       5750-ABRIR-ARQ-TAB-COMISSAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO MESTRE DE CLIENTES (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)

       5950-ABRIR-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * ABRE (CRIANDO SE NAO EXISTIR) O ARQUIVO DE AUSENCIAS
       5960-ABRIR-ARQ-AUSENCIA SECTION.

           OPEN I-O ARQ-AUSENCIA.

           IF FS-STAT-AUS-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-AUSENCIA
               PERFORM 7960-FECHA-ARQ-AUSENCIA
               OPEN I-O ARQ-AUSENCIA
           END-IF.

       5960-ABRIR-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE CHECKPOINT DAS CARGAS EM LOTE (CRIANDO-O NA
      * PRIMEIRA EXECUCAO)
       5970-ABRIR-ARQ-CHECKPOINT SECTION.

           OPEN I-O ARQ-CHECKPOINT.

           IF FS-STAT-CKP-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CHECKPOINT
               PERFORM 7970-FECHA-ARQ-CHECKPOINT
               OPEN I-O ARQ-CHECKPOINT
           END-IF.

       5970-ABRIR-ARQ-CHECKPOINTX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE PEDIDOS DE APROVACAO (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5980-ABRIR-ARQ-APROVACAO SECTION.

           OPEN I-O ARQ-APROVACAO.

           IF FS-STAT-APR-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-APROVACAO
               PERFORM 7980-FECHA-ARQ-APROVACAO
               OPEN I-O ARQ-APROVACAO
           END-IF.

       5980-ABRIR-ARQ-APROVACAOX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DE PERIODOS PARA LEITURA; SEM O ARQUIVO
      * NENHUM MES ESTA FECHADO
       5985-ABRIR-ARQ-PERIODO SECTION.

           OPEN INPUT ARQ-PERIODO.

           IF FS-STAT-PER-OK
               MOVE 'S' TO WS-FL-PER-ABERTO
           ELSE
               MOVE 'N' TO WS-FL-PER-ABERTO
           END-IF.

       5985-ABRIR-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE AJUSTES DE VISITAS (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5990-ABRIR-ARQ-AJUSTE-VISITA SECTION.

           OPEN I-O ARQ-AJUSTE-VISITA.

           IF FS-STAT-AJV-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-AJUSTE-VISITA
               PERFORM 7990-FECHA-ARQ-AJUSTE-VISITA
               OPEN I-O ARQ-AJUSTE-VISITA
           END-IF.

       5990-ABRIR-ARQ-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE LISTAGEM DE SUPERVISORES (SAIDA)
       5800-ABRIR-ARQ-REL-SUPER SECTION.

       6800-LER-ARQ-CLIENTE-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA AUSENCIA EM SEQUENCIA DE CHAVE PRIMARIA
       6960-LER-ARQ-AUSENCIA-SEQ SECTION.

           READ ARQ-AUSENCIA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AUS
           END-READ.

       6960-LER-ARQ-AUSENCIA-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO REGISTRO DO CHECKPOINT EM SEQUENCIA DE CHAVE
       6970-LER-ARQ-CHECKPOINT-SEQ SECTION.

           READ ARQ-CHECKPOINT NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-CKP
           END-READ.

       6970-LER-ARQ-CHECKPOINT-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO PEDIDO DE APROVACAO EM SEQUENCIA DE CHAVE
       6980-LER-ARQ-APROVACAO-SEQ SECTION.

           READ ARQ-APROVACAO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-APR
           END-READ.

       6980-LER-ARQ-APROVACAO-SEQX. EXIT.

      * -----------------------------------
      * LE O PROXIMO AJUSTE DE VISITA NA SEQUENCIA DA CHAVE
       6990-LER-ARQ-AJUSTE-VISITA-SEQ SECTION.

           READ ARQ-AJUSTE-VISITA NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AJV
           END-READ.

       6990-LER-ARQ-AJUSTE-VISITA-SEQX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE VENDEDORS
       7000-FECHA-ARQ-VENDEDOR SECTION.

       7700-FECHA-ARQ-SUPERVISORX. EXIT.

      * -----------------------------------
      * FECHA A TABELA DE TAXAS DE COMISSAO
       7750-FECHA-ARQ-TAB-COMISSAO SECTION.

           CLOSE ARQ-TAB-COMISSAO.

       7750-FECHA-ARQ-TAB-COMISSAOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE LISTAGEM DE SUPERVISORES
       7800-FECHA-ARQ-REL-SUPER SECTION.

       7950-FECHA-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE AUSENCIAS DE VENDEDORES
       7960-FECHA-ARQ-AUSENCIA SECTION.

           CLOSE ARQ-AUSENCIA.

       7960-FECHA-ARQ-AUSENCIAX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE CHECKPOINT
       7970-FECHA-ARQ-CHECKPOINT SECTION.

           CLOSE ARQ-CHECKPOINT.

       7970-FECHA-ARQ-CHECKPOINTX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE PEDIDOS DE APROVACAO
       7980-FECHA-ARQ-APROVACAO SECTION.

           CLOSE ARQ-APROVACAO.

       7980-FECHA-ARQ-APROVACAOX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DE PERIODOS (SE FOI ABERTO)
       7985-FECHA-ARQ-PERIODO SECTION.

           IF W-PER-ABERTO
               CLOSE ARQ-PERIODO
           END-IF.

       7985-FECHA-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * FECHA ARQUIVO DE AJUSTES DE VISITAS
       7990-FECHA-ARQ-AJUSTE-VISITA SECTION.

           CLOSE ARQ-AJUSTE-VISITA.

       7990-FECHA-ARQ-AJUSTE-VISITAX. EXIT.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       9000-MOSTRA-ERRO SECTION.
