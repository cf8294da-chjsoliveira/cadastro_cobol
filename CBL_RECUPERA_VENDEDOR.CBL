      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Recuperacao do mestre de vendedores: escolhe a geracao
      *          de backup concluida mais recente (ate a data/hora
      *          limite informada) cuja quantidade e total hash dos CPF
      *          conferem com o controle, reconstroi o mestre em
      *          VENDEDOR.RECUP.IDX a partir dela e reaplica as versoes
      *          de HISTVENDEDOR.IDX gravadas depois do backup ate o
      *          limite (EXPURGO exclui o vendedor; as demais acoes
      *          gravam a imagem da versao). Vendedores cuja versao nao
      *          pode ser aplicada sao retentados apos as demais e, se
      *          ainda falharem, listados. O relatorio RECUPVENDEDOR.TXT
      *          concilia quantidade e total hash dos CPF do arquivo
      *          reconstruido com os totais da ultima auditoria
      *          (CBL_AUDITA_VENDEDOR). Apos conferir o relatorio,
      *          substitua o VENDEDOR.IDX pelo arquivo reconstruido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_RECUPERA_VENDEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-REC-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-VEN-KEY
               ALTERNATE RECORD KEY IS FS-VEN-CPF
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-VEN.

           SELECT ARQ-BKP-VENDEDOR ASSIGN TO DISK WID-ARQ-BKP-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-BKV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-BKV.

           SELECT ARQ-CTL-VENDEDOR ASSIGN TO DISK WID-ARQ-CTL-VENDEDOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-CTV-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-CTV.

           SELECT ARQ-HISTORICO ASSIGN TO DISK WID-ARQ-HISTORICO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-HIS-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-HIS.

           SELECT ARQ-REL-RECUPERACAO ASSIGN TO WID-ARQ-REL-RECUPERACAO
               ORGANIZATION       IS LINE SEQUENTIAL
               ACCESS MODE        IS SEQUENTIAL
               FILE STATUS        IS FS-STAT-RRC.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDEDOR.

       COPY FS-ARQ-VENDEDOR.

       FD ARQ-BKP-VENDEDOR.
       01 ARQ-BKP-VENDEDOR-REC.
           05 FS-BKV-KEY.
               10 FS-BKV-CD-VENDEDOR      PIC  9(007).
           05 FS-BKV-DADOS                PIC  X(093).

       FD ARQ-CTL-VENDEDOR.

       COPY FS-ARQ-CTLVENDEDOR.

       FD ARQ-HISTORICO.

       COPY FS-ARQ-HISTORICO.

       FD ARQ-REL-RECUPERACAO.
       01 ARQ-REL-RECUPERACAO-REC     PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-EOF        VALUE 10 23.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-BKV PIC 9(02).
           88 FS-STAT-BKV-OK         VALUE 00.
           88 FS-STAT-BKV-EOF        VALUE 10 23.

       77 FS-STAT-CTV PIC 9(02).
           88 FS-STAT-CTV-OK         VALUE 00.
           88 FS-STAT-CTV-EOF        VALUE 10 23.
           88 FS-STAT-CTV-NAO-EXISTE VALUE 35.

       77 FS-STAT-HIS PIC 9(02).
           88 FS-STAT-HIS-OK         VALUE 00.
           88 FS-STAT-HIS-EOF        VALUE 10 23.
           88 FS-STAT-HIS-NAO-EXISTE VALUE 35.

       77 FS-STAT-RRC PIC 9(02).
           88 FS-STAT-RRC-OK         VALUE IS 00.

       77 WK-DT-HOJE   PIC 9(008).

       01 WK-TS-LIMITE-R.
           05 WK-DT-LIMITE            PIC 9(008).
           05 WK-HR-LIMITE            PIC 9(008).
       01 WK-TS-LIMITE REDEFINES WK-TS-LIMITE-R PIC 9(016).

       01 WK-TS-BACKUP-R.
           05 WK-DT-BACKUP            PIC 9(008).
           05 WK-HR-BACKUP            PIC 9(008).
       01 WK-TS-BACKUP REDEFINES WK-TS-BACKUP-R PIC 9(016).

       01 WK-TS-VERSAO-R.
           05 WK-DT-VERSAO            PIC 9(008).
           05 WK-HR-VERSAO            PIC 9(008).
       01 WK-TS-VERSAO REDEFINES WK-TS-VERSAO-R PIC 9(016).

       01 WK-TAB-GERACAO.
           05 WK-GER-ENTRADA OCCURS 100 TIMES.
               10 WK-GER-NU-GERACAO   PIC 9(006).
               10 WK-GER-DT-BACKUP    PIC 9(008).
               10 WK-GER-HR-BACKUP    PIC 9(008).
               10 WK-GER-NM-ARQUIVO   PIC X(050).
               10 WK-GER-QT-REGISTROS PIC 9(009).
               10 WK-GER-VL-HASH-CPF  PIC 9(018).

       77 WQT-GER-QTDE    PIC 9(005) COMP VALUE ZEROS.
       77 WK-GER-IDX      PIC 9(005) COMP.
       77 WK-GER-IDX-USO  PIC 9(005) COMP VALUE ZEROS.

       77 WS-FL-BACKUP-OK PIC X VALUE "N".
           88 W-BACKUP-OK VALUE "S".

       01 WK-TAB-FALHA.
           05 WK-FAL-ENTRADA OCCURS 2000 TIMES.
               10 WK-FAL-CD-VENDEDOR  PIC 9(007).
               10 WK-FAL-DT-VERSAO    PIC 9(008).
               10 WK-FAL-HR-VERSAO    PIC 9(008).
               10 WK-FAL-ACAO         PIC X(007).
               10 WK-FAL-CD-STATUS    PIC 9(002).
               10 WK-FAL-DS-MOTIVO    PIC X(030).
               10 WK-FAL-SITUACAO     PIC X(001).
                   88 WK-FAL-PENDENTE  VALUE "P".
                   88 WK-FAL-RESOLVIDA VALUE "R".

       77 WQT-FAL-QTDE    PIC 9(005) COMP VALUE ZEROS.
       77 WK-FAL-IDX      PIC 9(005) COMP.
       77 WK-FAL-IDX-BUSCA PIC 9(005) COMP.
       77 WK-FAL-IDX-ACHOU PIC 9(005) COMP.

       77 WS-FL-FAL-CHEIA PIC X VALUE "N".
           88 W-FAL-CHEIA VALUE "S".

       77 WS-FL-VERSAO-OK PIC X.
           88 W-VERSAO-OK VALUE "S".

       77 WS-FL-RETENTATIVA PIC X VALUE "N".
           88 W-RETENTATIVA VALUE "S".

       77 WK-DS-MOTIVO     PIC X(030).
       77 WK-CD-STATUS-ERRO PIC 9(002).

       77 WQT-RESOLVIDAS-PASSADA PIC 9(005) COMP.

       01 WQT-TOTAIS.
           05 WQT-BKP-LIDOS          PIC 9(9) VALUE ZEROS.
           05 WQT-BKP-CARREGADOS     PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-LIDAS          PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-ELEGIVEIS      PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-APLICADAS      PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-EXPURGOS       PIC 9(9) VALUE ZEROS.
           05 WQT-HIS-FALHAS         PIC 9(9) VALUE ZEROS.
           05 WQT-RETENTADAS-OK      PIC 9(9) VALUE ZEROS.
           05 WQT-VEN-NAO-APLICADOS  PIC 9(9) VALUE ZEROS.
           05 WQT-REC-REGISTROS      PIC 9(9) VALUE ZEROS.
           05 WQT-ERROS              PIC 9(9) VALUE ZEROS.

       77 WQT-VL-HASH-BKP PIC 9(018) VALUE ZEROS.
       77 WQT-VL-HASH-REC PIC 9(018) VALUE ZEROS.

       01 WK-BKV-IMAGEM.
           05 WK-BKV-CPF              PIC 9(011).
           05 FILLER                  PIC X(082).

       77 WS-FL-REC-ABERTO PIC X VALUE "N".
           88 W-REC-ABERTO VALUE "S".

       77 WS-FL-AUDITORIA PIC X VALUE "N".
           88 W-TEM-AUDITORIA VALUE "S".

       77 WK-AUD-DT-REFERENCIA PIC 9(008) VALUE ZEROS.
       77 WK-AUD-HR-REFERENCIA PIC 9(008) VALUE ZEROS.
       77 WK-AUD-QT-REGISTROS  PIC 9(009) VALUE ZEROS.
       77 WK-AUD-VL-HASH-CPF   PIC 9(018) VALUE ZEROS.

       77 WS-FL-CONCILIACAO PIC X VALUE "N".
           88 W-CONCILIACAO-CONFERE VALUE "S".

       01 WK-REL-CABECALHO.
           05 FILLER                  PIC X(034) VALUE
              "RECUPERACAO DO MESTRE VENDEDORES  ".
           05 FILLER                  PIC X(006) VALUE "DATA: ".
           05 WK-CAB-DATA             PIC 9(008).
           05 FILLER                  PIC X(010) VALUE "  LIMITE: ".
           05 WK-CAB-DT-LIMITE        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-CAB-HR-LIMITE        PIC 9(008).

       01 WK-REL-SECAO.
           05 WK-SEC-TITULO           PIC X(060).

       01 WK-REL-BACKUP.
           05 FILLER                  PIC X(010) VALUE "GERACAO: ".
           05 WK-BKP-NU-GERACAO       PIC 9(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-BKP-NM-ARQUIVO       PIC X(032).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-BKP-DT-BACKUP        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-BKP-HR-BACKUP        PIC 9(008).

       01 WK-REL-DESCARTE.
           05 FILLER                  PIC X(010) VALUE "DESCARTE: ".
           05 WK-DSC-NU-GERACAO       PIC 9(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-DSC-NM-ARQUIVO       PIC X(032).
           05 FILLER                  PIC X(029) VALUE
              " TOTAIS NAO CONFEREM".

       01 WK-REL-CONCILIA.
           05 WK-CON-DESCRICAO        PIC X(030).
           05 WK-CON-QT-REGISTROS     PIC Z(008)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-CON-VL-HASH-CPF      PIC Z(017)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-CON-DT-REFERENCIA    PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-CON-HR-REFERENCIA    PIC 9(008).

       01 WK-REL-RESULTADO.
           05 FILLER                  PIC X(030) VALUE
              "RESULTADO DA CONCILIACAO:".
           05 WK-RES-DS-RESULTADO     PIC X(040).

       01 WK-REL-FALHA.
           05 WK-FLH-CD-VENDEDOR      PIC 9(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-FLH-DT-VERSAO        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-FLH-HR-VERSAO        PIC 9(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-FLH-ACAO             PIC X(007).
           05 FILLER                  PIC X(004) VALUE " ST:".
           05 WK-FLH-CD-STATUS        PIC 9(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WK-FLH-DS-MOTIVO        PIC X(030).

       01 WK-REL-TOTAL.
           05 WK-TOT-DESCRICAO        PIC X(030).
           05 WK-TOT-QUANTIDADE       PIC Z(008)9.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_CTLVENDEDOR.

       COPY CPY_ID_ARQ_HISTORICO.

       01 WID-ARQ-REC-VENDEDOR.
           05 WNM-PATH-REC-VENDEDOR   PIC X(17).
           05 WNM-ARQ-REC-VENDEDOR    PIC X(50)
                                      VALUE "VENDEDOR.RECUP.IDX".

       01 WID-ARQ-BKP-VENDEDOR.
           05 WNM-PATH-BKP-VENDEDOR   PIC X(17).
           05 WNM-ARQ-BKP-VENDEDOR    PIC X(50) VALUE SPACES.

       01 WID-ARQ-REL-RECUPERACAO.
           05 WNM-PATH-REL-RECUPERACAO PIC X(17).
           05 WNM-ARQ-REL-RECUPERACAO  PIC X(50)
                                      VALUE "RECUPVENDEDOR.TXT".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-DT-LIMITE            PIC 9(008) VALUE ZEROS.
           05 LK-HR-LIMITE            PIC 9(008) VALUE ZEROS.
           05 LK-QT-RECUPERADOS       PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CTL-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-HISTORICO.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REC-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-BKP-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-REL-RECUPERACAO.

           ACCEPT WK-DT-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-DEFINE-LIMITE

           PERFORM 5300-ABRIR-ARQ-REL-RECUPERACAO
           PERFORM 4000-GRAVA-CABECALHO

           PERFORM 5200-ABRIR-ARQ-CTL-VENDEDOR

           IF FS-STAT-CTV-OK
               PERFORM 1100-CARREGA-CONTROLE
               PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR

               PERFORM 1200-ESCOLHE-BACKUP
           ELSE
               ADD 1 TO WQT-ERROS
           END-IF

           IF NOT W-BACKUP-OK
               PERFORM 9000-ENCERRA-SEM-BACKUP
           ELSE
               PERFORM 2000-RECONSTROI-DO-BACKUP

               IF WQT-ERROS EQUAL ZEROS
                   PERFORM 3000-REAPLICA-HISTORICO
                   PERFORM 3500-RETENTA-FALHAS
               END-IF

               PERFORM 3800-TOTALIZA-RECUPERADO

               PERFORM 7000-FECHA-ARQ-VENDEDOR

               PERFORM 4200-GRAVA-CONCILIACAO
               PERFORM 4300-GRAVA-FALHAS
               PERFORM 4100-GRAVA-TOTAIS

               PERFORM 7300-FECHA-ARQ-REL-RECUPERACAO

               DISPLAY "GERACAO UTILIZADA:    " WK-GER-NU-GERACAO
                                                  (WK-GER-IDX-USO)
               DISPLAY "VERSOES APLICADAS:    " WQT-HIS-APLICADAS
               DISPLAY "VENDEDORES EXPURGADOS:" WQT-HIS-EXPURGOS
               DISPLAY "NAO APLICADOS:        " WQT-VEN-NAO-APLICADOS
               DISPLAY "REGISTROS RECUPERADOS:" WQT-REC-REGISTROS
               DISPLAY "ERROS:                " WQT-ERROS

               MOVE WQT-REC-REGISTROS TO LK-QT-RECUPERADOS

               EVALUATE TRUE
                   WHEN WQT-ERROS GREATER ZEROS
                       MOVE 8 TO LK-RETURN-CODE
                   WHEN WQT-VEN-NAO-APLICADOS GREATER ZEROS
                     OR NOT W-CONCILIACAO-CONFERE
                       MOVE 4 TO LK-RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO LK-RETURN-CODE
               END-EVALUATE
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * DEFINE A DATA/HORA LIMITE DA RECUPERACAO: SEM DATA INFORMADA
      * REAPLICA TODO O HISTORICO; COM DATA E SEM HORA, VAI ATE O
      * FIM DO DIA INFORMADO
       1000-DEFINE-LIMITE SECTION.

           IF LK-DT-LIMITE GREATER ZEROS
               MOVE LK-DT-LIMITE TO WK-DT-LIMITE
               IF LK-HR-LIMITE GREATER ZEROS
                   MOVE LK-HR-LIMITE TO WK-HR-LIMITE
               ELSE
                   MOVE 23595999 TO WK-HR-LIMITE
               END-IF
           ELSE
               MOVE ALL "9" TO WK-TS-LIMITE-R
           END-IF.

       1000-DEFINE-LIMITEX. EXIT.

      * -----------------------------------
      * LE O CONTROLE DO MESTRE: GUARDA OS TOTAIS DA ULTIMA AUDITORIA
      * (REGISTRO "A") E CARREGA NA TABELA AS GERACOES DE BACKUP
      * CONCLUIDAS ATE O LIMITE, DA MAIS ANTIGA PARA A MAIS NOVA
       1100-CARREGA-CONTROLE SECTION.

           MOVE "A"   TO FS-CTV-TP-REGISTRO
           MOVE ZEROS TO FS-CTV-NU-GERACAO

           READ ARQ-CTL-VENDEDOR
               KEY IS FS-CTV-KEY
           INVALID KEY
               MOVE 23 TO FS-STAT-CTV
           END-READ

           IF FS-STAT-CTV-OK
               MOVE "S"                  TO WS-FL-AUDITORIA
               MOVE FS-CTV-DT-REFERENCIA TO WK-AUD-DT-REFERENCIA
               MOVE FS-CTV-HR-REFERENCIA TO WK-AUD-HR-REFERENCIA
               MOVE FS-CTV-QT-REGISTROS  TO WK-AUD-QT-REGISTROS
               MOVE FS-CTV-VL-HASH-CPF   TO WK-AUD-VL-HASH-CPF
           END-IF

           MOVE "G"   TO FS-CTV-TP-REGISTRO
           MOVE ZEROS TO FS-CTV-NU-GERACAO

           START ARQ-CTL-VENDEDOR
               KEY IS NOT LESS THAN FS-CTV-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CTV
           END-START

           IF FS-STAT-CTV-OK
               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ
           END-IF

           PERFORM
             UNTIL NOT FS-STAT-CTV-OK
                OR NOT FS-CTV-TP-GERACAO

               MOVE FS-CTV-DT-REFERENCIA TO WK-DT-BACKUP
               MOVE FS-CTV-HR-REFERENCIA TO WK-HR-BACKUP

               IF FS-CTV-CONCLUIDO
                  AND WK-TS-BACKUP NOT GREATER WK-TS-LIMITE
                   PERFORM 1150-GUARDA-GERACAO
               END-IF

               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ

           END-PERFORM.

       1100-CARREGA-CONTROLEX. EXIT.

      * -----------------------------------
      * GUARDA A GERACAO LIDA NA TABELA; COM A TABELA CHEIA DESCARTA
      * A MAIS ANTIGA PARA MANTER AS MAIS RECENTES
       1150-GUARDA-GERACAO SECTION.

           IF WQT-GER-QTDE EQUAL 100
               PERFORM VARYING WK-GER-IDX FROM 1 BY 1
                 UNTIL WK-GER-IDX GREATER 99
                   MOVE WK-GER-ENTRADA (WK-GER-IDX + 1)
                     TO WK-GER-ENTRADA (WK-GER-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WQT-GER-QTDE
           END-IF

           MOVE FS-CTV-NU-GERACAO
             TO WK-GER-NU-GERACAO (WQT-GER-QTDE)
           MOVE FS-CTV-DT-REFERENCIA
             TO WK-GER-DT-BACKUP (WQT-GER-QTDE)
           MOVE FS-CTV-HR-REFERENCIA
             TO WK-GER-HR-BACKUP (WQT-GER-QTDE)
           MOVE FS-CTV-NM-ARQUIVO
             TO WK-GER-NM-ARQUIVO (WQT-GER-QTDE)
           MOVE FS-CTV-QT-REGISTROS
             TO WK-GER-QT-REGISTROS (WQT-GER-QTDE)
           MOVE FS-CTV-VL-HASH-CPF
             TO WK-GER-VL-HASH-CPF (WQT-GER-QTDE).

       1150-GUARDA-GERACAOX. EXIT.

      * -----------------------------------
      * PERCORRE AS GERACOES DA MAIS NOVA PARA A MAIS ANTIGA E USA A
      * PRIMEIRA CUJO ARQUIVO CONFERE (QUANTIDADE E TOTAL HASH DOS
      * CPF) COM O REGISTRADO NO CONTROLE
       1200-ESCOLHE-BACKUP SECTION.

           MOVE "N" TO WS-FL-BACKUP-OK

           MOVE "GERACOES DE BACKUP CONFERIDAS" TO WK-SEC-TITULO
           MOVE WK-REL-SECAO TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           PERFORM VARYING WK-GER-IDX FROM WQT-GER-QTDE BY -1
             UNTIL WK-GER-IDX EQUAL ZEROS
                OR W-BACKUP-OK

               PERFORM 1300-CONFERE-GERACAO

           END-PERFORM

           IF W-BACKUP-OK
               MOVE WK-GER-NU-GERACAO (WK-GER-IDX-USO)
                 TO WK-BKP-NU-GERACAO
               MOVE WK-GER-NM-ARQUIVO (WK-GER-IDX-USO)
                 TO WK-BKP-NM-ARQUIVO
               MOVE WK-GER-DT-BACKUP (WK-GER-IDX-USO)
                 TO WK-BKP-DT-BACKUP WK-DT-BACKUP
               MOVE WK-GER-HR-BACKUP (WK-GER-IDX-USO)
                 TO WK-BKP-HR-BACKUP WK-HR-BACKUP
               MOVE WK-GER-NM-ARQUIVO (WK-GER-IDX-USO)
                 TO WNM-ARQ-BKP-VENDEDOR
               MOVE WK-REL-BACKUP TO ARQ-REL-RECUPERACAO-REC
               WRITE ARQ-REL-RECUPERACAO-REC

               MOVE "BACKUP UTILIZADO:" TO WK-CON-DESCRICAO
               MOVE WK-GER-QT-REGISTROS (WK-GER-IDX-USO)
                 TO WK-CON-QT-REGISTROS
               MOVE WK-GER-VL-HASH-CPF (WK-GER-IDX-USO)
                 TO WK-CON-VL-HASH-CPF
               MOVE WK-GER-DT-BACKUP (WK-GER-IDX-USO)
                 TO WK-CON-DT-REFERENCIA
               MOVE WK-GER-HR-BACKUP (WK-GER-IDX-USO)
                 TO WK-CON-HR-REFERENCIA
               MOVE WK-REL-CONCILIA TO ARQ-REL-RECUPERACAO-REC
               WRITE ARQ-REL-RECUPERACAO-REC
           END-IF

           MOVE SPACES TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC.

       1200-ESCOLHE-BACKUPX. EXIT.

      * -----------------------------------
      * LE O ARQUIVO DA GERACAO CORRENTE DA TABELA, CONTA OS REGISTROS
      * E SOMA OS CPF; SE CONFERIR COM O CONTROLE, MARCA A GERACAO
      * COMO A UTILIZADA, SENAO LISTA O DESCARTE
       1300-CONFERE-GERACAO SECTION.

           MOVE WK-GER-NM-ARQUIVO (WK-GER-IDX) TO WNM-ARQ-BKP-VENDEDOR
           MOVE ZEROS TO WQT-BKP-LIDOS WQT-VL-HASH-BKP

           PERFORM 5100-ABRIR-ARQ-BKP-VENDEDOR

           IF FS-STAT-BKV-OK
               MOVE LOW-VALUES TO FS-BKV-KEY

               START ARQ-BKP-VENDEDOR
                   KEY IS NOT LESS THAN FS-BKV-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-BKV
               END-START

               IF FS-STAT-BKV-OK
                   PERFORM 6100-LER-ARQ-BKP-VENDEDOR-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-BKV-OK

                   ADD 1 TO WQT-BKP-LIDOS
                   MOVE FS-BKV-DADOS TO WK-BKV-IMAGEM
                   IF WK-BKV-CPF NUMERIC
                       ADD WK-BKV-CPF TO WQT-VL-HASH-BKP
                   END-IF

                   PERFORM 6100-LER-ARQ-BKP-VENDEDOR-SEQ

               END-PERFORM

               PERFORM 7100-FECHA-ARQ-BKP-VENDEDOR

               IF WQT-BKP-LIDOS EQUAL
                  WK-GER-QT-REGISTROS (WK-GER-IDX)
                  AND WQT-VL-HASH-BKP EQUAL
                  WK-GER-VL-HASH-CPF (WK-GER-IDX)
                   MOVE "S" TO WS-FL-BACKUP-OK
                   MOVE WK-GER-IDX TO WK-GER-IDX-USO
               END-IF
           END-IF

           IF NOT W-BACKUP-OK
               MOVE WK-GER-NU-GERACAO (WK-GER-IDX)
                 TO WK-DSC-NU-GERACAO
               MOVE WK-GER-NM-ARQUIVO (WK-GER-IDX)
                 TO WK-DSC-NM-ARQUIVO
               MOVE WK-REL-DESCARTE TO ARQ-REL-RECUPERACAO-REC
               WRITE ARQ-REL-RECUPERACAO-REC
           END-IF.

       1300-CONFERE-GERACAOX. EXIT.

      * -----------------------------------
      * CRIA O ARQUIVO RECONSTRUIDO E CARREGA NELE TODOS OS REGISTROS
      * DA GERACAO DE BACKUP ESCOLHIDA; DEPOIS REABRE PARA ATUALIZACAO
       2000-RECONSTROI-DO-BACKUP SECTION.

           OPEN OUTPUT ARQ-VENDEDOR

           IF NOT FS-STAT-VEN-OK
               ADD 1 TO WQT-ERROS
               DISPLAY "ERRO AO CRIAR VENDEDOR.RECUP.IDX, STATUS "
                   FS-STAT-VEN
           END-IF

           PERFORM 5100-ABRIR-ARQ-BKP-VENDEDOR

           IF FS-STAT-VEN-OK AND FS-STAT-BKV-OK
               MOVE LOW-VALUES TO FS-BKV-KEY

               START ARQ-BKP-VENDEDOR
                   KEY IS NOT LESS THAN FS-BKV-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-BKV
               END-START

               IF FS-STAT-BKV-OK
                   PERFORM 6100-LER-ARQ-BKP-VENDEDOR-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-BKV-OK

                   MOVE FS-BKV-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
                   MOVE FS-BKV-DADOS       TO FS-VEN-DADOS

                   WRITE ARQ-VENDEDOR-REC
                   INVALID KEY
                       ADD 1 TO WQT-ERROS
                       DISPLAY "ERRO AO CARREGAR VENDEDOR "
                           FS-VEN-CD-VENDEDOR " STATUS " FS-STAT-VEN
                   END-WRITE

                   IF FS-STAT-VEN-OK
                       ADD 1 TO WQT-BKP-CARREGADOS
                   END-IF

                   PERFORM 6100-LER-ARQ-BKP-VENDEDOR-SEQ

               END-PERFORM
           ELSE
               ADD 1 TO WQT-ERROS
           END-IF

           PERFORM 7100-FECHA-ARQ-BKP-VENDEDOR
           PERFORM 7000-FECHA-ARQ-VENDEDOR

           PERFORM 5000-ABRIR-ARQ-VENDEDOR

           IF NOT FS-STAT-VEN-OK
               ADD 1 TO WQT-ERROS
           END-IF.

       2000-RECONSTROI-DO-BACKUPX. EXIT.

      * -----------------------------------
      * REAPLICA, EM ORDEM DE VENDEDOR E DATA/HORA, AS VERSOES DO
      * HISTORICO GRAVADAS DEPOIS DO BACKUP E ATE O LIMITE
       3000-REAPLICA-HISTORICO SECTION.

           PERFORM 5400-ABRIR-ARQ-HISTORICO

           IF FS-STAT-HIS-OK
               MOVE LOW-VALUES TO FS-HIS-KEY

               START ARQ-HISTORICO
                   KEY IS NOT LESS THAN FS-HIS-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-HIS
               END-START

               IF FS-STAT-HIS-OK
                   PERFORM 6400-LER-ARQ-HISTORICO-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-HIS-OK

                   ADD 1 TO WQT-HIS-LIDAS

                   MOVE FS-HIS-DT-VERSAO TO WK-DT-VERSAO
                   MOVE FS-HIS-HR-VERSAO TO WK-HR-VERSAO

                   IF WK-TS-VERSAO GREATER WK-TS-BACKUP
                      AND WK-TS-VERSAO NOT GREATER WK-TS-LIMITE
                       ADD 1 TO WQT-HIS-ELEGIVEIS
                       PERFORM 3100-APLICA-VERSAO
                   END-IF

                   PERFORM 6400-LER-ARQ-HISTORICO-SEQ

               END-PERFORM

               PERFORM 7400-FECHA-ARQ-HISTORICO
           ELSE
               IF NOT FS-STAT-HIS-NAO-EXISTE
                   ADD 1 TO WQT-ERROS
                   DISPLAY "ERRO AO ABRIR HISTVENDEDOR.IDX, STATUS "
                       FS-STAT-HIS
               END-IF
           END-IF.

       3000-REAPLICA-HISTORICOX. EXIT.

      * -----------------------------------
      * APLICA A VERSAO DO HISTORICO CORRENTE NO ARQUIVO RECONSTRUIDO:
      * EXPURGO EXCLUI O VENDEDOR; AS DEMAIS ACOES GRAVAM A IMAGEM
      * (INCLUINDO OU REGRAVANDO). FALHA FICA PENDENTE NA TABELA ATE
      * UMA VERSAO POSTERIOR DO MESMO VENDEDOR SER APLICADA
       3100-APLICA-VERSAO SECTION.

           MOVE "S"   TO WS-FL-VERSAO-OK
           MOVE ZEROS TO WK-CD-STATUS-ERRO
           MOVE SPACES TO WK-DS-MOTIVO

           MOVE FS-HIS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR

           READ ARQ-VENDEDOR
               KEY IS FS-VEN-KEY
           INVALID KEY
               MOVE 23 TO FS-STAT-VEN
           END-READ

           IF FS-HIS-ACAO EQUAL "EXPURGO"
               IF FS-STAT-VEN-OK
                   DELETE ARQ-VENDEDOR
                   INVALID KEY
                       MOVE "N" TO WS-FL-VERSAO-OK
                       MOVE FS-STAT-VEN TO WK-CD-STATUS-ERRO
                       MOVE "ERRO AO EXCLUIR" TO WK-DS-MOTIVO
                   END-DELETE
               END-IF
               IF W-VERSAO-OK
                   ADD 1 TO WQT-HIS-EXPURGOS
               END-IF
           ELSE
               MOVE FS-HIS-CD-VENDEDOR TO FS-VEN-CD-VENDEDOR
               MOVE FS-HIS-VEN-DADOS   TO FS-VEN-DADOS

               EVALUATE TRUE
                   WHEN FS-VEN-CPF NOT NUMERIC
                       MOVE "N" TO WS-FL-VERSAO-OK
                       MOVE "IMAGEM COM CPF INVALIDO"
                         TO WK-DS-MOTIVO
                   WHEN NOT FS-VEN-ATIVO AND NOT FS-VEN-INATIVO
                       MOVE "N" TO WS-FL-VERSAO-OK
                       MOVE "IMAGEM COM STATUS INVALIDO"
                         TO WK-DS-MOTIVO
                   WHEN FS-STAT-VEN-OK
                       REWRITE ARQ-VENDEDOR-REC
                       INVALID KEY
                           MOVE "N" TO WS-FL-VERSAO-OK
                           MOVE FS-STAT-VEN TO WK-CD-STATUS-ERRO
                           MOVE "ERRO REGRAVAR (CPF DUPLICADO?)"
                             TO WK-DS-MOTIVO
                       END-REWRITE
                   WHEN OTHER
                       WRITE ARQ-VENDEDOR-REC
                       INVALID KEY
                           MOVE "N" TO WS-FL-VERSAO-OK
                           MOVE FS-STAT-VEN TO WK-CD-STATUS-ERRO
                           MOVE "ERRO INCLUIR (CPF DUPLICADO?)"
                             TO WK-DS-MOTIVO
                       END-WRITE
               END-EVALUATE

               IF W-VERSAO-OK
                   ADD 1 TO WQT-HIS-APLICADAS
               END-IF
           END-IF

           PERFORM 3200-ATUALIZA-FALHAS.

       3100-APLICA-VERSAOX. EXIT.

      * -----------------------------------
      * MANTEM UMA ENTRADA POR VENDEDOR NA TABELA DE FALHAS: VERSAO
      * COM FALHA REGISTRA (OU SUBSTITUI) A PENDENCIA; VERSAO APLICADA
      * RESOLVE A PENDENCIA EXISTENTE DO VENDEDOR
       3200-ATUALIZA-FALHAS SECTION.

           MOVE ZEROS TO WK-FAL-IDX-ACHOU

           PERFORM VARYING WK-FAL-IDX-BUSCA FROM 1 BY 1
             UNTIL WK-FAL-IDX-BUSCA GREATER WQT-FAL-QTDE
                OR WK-FAL-IDX-ACHOU GREATER ZEROS
               IF WK-FAL-CD-VENDEDOR (WK-FAL-IDX-BUSCA)
                  EQUAL FS-HIS-CD-VENDEDOR
                   MOVE WK-FAL-IDX-BUSCA TO WK-FAL-IDX-ACHOU
               END-IF
           END-PERFORM

           IF W-VERSAO-OK
               IF WK-FAL-IDX-ACHOU GREATER ZEROS
                   IF W-RETENTATIVA
                      AND WK-FAL-PENDENTE (WK-FAL-IDX-ACHOU)
                       ADD 1 TO WQT-RETENTADAS-OK
                       ADD 1 TO WQT-RESOLVIDAS-PASSADA
                   END-IF
                   MOVE "R" TO WK-FAL-SITUACAO (WK-FAL-IDX-ACHOU)
               END-IF
           ELSE
               IF NOT W-RETENTATIVA
                   ADD 1 TO WQT-HIS-FALHAS
               END-IF

               IF WK-FAL-IDX-ACHOU EQUAL ZEROS
                   IF WQT-FAL-QTDE LESS 2000
                       ADD 1 TO WQT-FAL-QTDE
                       MOVE WQT-FAL-QTDE TO WK-FAL-IDX-ACHOU
                   ELSE
                       IF NOT W-FAL-CHEIA
                           MOVE "S" TO WS-FL-FAL-CHEIA
                           DISPLAY "TABELA DE FALHAS CHEIA; DEMAIS "
                               "FALHAS APENAS CONTADAS"
                       END-IF
                   END-IF
               END-IF

               IF WK-FAL-IDX-ACHOU GREATER ZEROS
                   MOVE FS-HIS-CD-VENDEDOR
                     TO WK-FAL-CD-VENDEDOR (WK-FAL-IDX-ACHOU)
                   MOVE FS-HIS-DT-VERSAO
                     TO WK-FAL-DT-VERSAO (WK-FAL-IDX-ACHOU)
                   MOVE FS-HIS-HR-VERSAO
                     TO WK-FAL-HR-VERSAO (WK-FAL-IDX-ACHOU)
                   MOVE FS-HIS-ACAO
                     TO WK-FAL-ACAO (WK-FAL-IDX-ACHOU)
                   MOVE WK-CD-STATUS-ERRO
                     TO WK-FAL-CD-STATUS (WK-FAL-IDX-ACHOU)
                   MOVE WK-DS-MOTIVO
                     TO WK-FAL-DS-MOTIVO (WK-FAL-IDX-ACHOU)
                   MOVE "P" TO WK-FAL-SITUACAO (WK-FAL-IDX-ACHOU)
               END-IF
           END-IF.

       3200-ATUALIZA-FALHASX. EXIT.

      * -----------------------------------
      * RETENTA AS VERSOES PENDENTES (A ULTIMA QUE FALHOU DE CADA
      * VENDEDOR) DEPOIS DE TODO O HISTORICO APLICADO - UM CPF PODE
      * TER SIDO LIBERADO POR OUTRO VENDEDOR MAIS ADIANTE NA ORDEM DE
      * CHAVE. REPETE ENQUANTO ALGUMA PENDENCIA FOR RESOLVIDA
       3500-RETENTA-FALHAS SECTION.

           MOVE "S" TO WS-FL-RETENTATIVA
           MOVE 1 TO WQT-RESOLVIDAS-PASSADA

           PERFORM 5400-ABRIR-ARQ-HISTORICO

           PERFORM
             UNTIL WQT-RESOLVIDAS-PASSADA EQUAL ZEROS
                OR NOT FS-STAT-HIS-OK

               MOVE ZEROS TO WQT-RESOLVIDAS-PASSADA

               PERFORM VARYING WK-FAL-IDX FROM 1 BY 1
                 UNTIL WK-FAL-IDX GREATER WQT-FAL-QTDE
                   IF WK-FAL-PENDENTE (WK-FAL-IDX)
                       PERFORM 3600-RETENTA-VERSAO
                   END-IF
               END-PERFORM

           END-PERFORM

           PERFORM 7400-FECHA-ARQ-HISTORICO

           MOVE "N" TO WS-FL-RETENTATIVA

           PERFORM VARYING WK-FAL-IDX FROM 1 BY 1
             UNTIL WK-FAL-IDX GREATER WQT-FAL-QTDE
               IF WK-FAL-PENDENTE (WK-FAL-IDX)
                   ADD 1 TO WQT-VEN-NAO-APLICADOS
               END-IF
           END-PERFORM.

       3500-RETENTA-FALHASX. EXIT.

      * -----------------------------------
      * RELE NO HISTORICO A VERSAO PENDENTE DA ENTRADA CORRENTE DA
      * TABELA DE FALHAS E TENTA APLICA-LA DE NOVO
       3600-RETENTA-VERSAO SECTION.

           MOVE WK-FAL-CD-VENDEDOR (WK-FAL-IDX) TO FS-HIS-CD-VENDEDOR
           MOVE WK-FAL-DT-VERSAO (WK-FAL-IDX)   TO FS-HIS-DT-VERSAO
           MOVE WK-FAL-HR-VERSAO (WK-FAL-IDX)   TO FS-HIS-HR-VERSAO

           READ ARQ-HISTORICO
               KEY IS FS-HIS-KEY
           INVALID KEY
               MOVE 23 TO FS-STAT-HIS
           END-READ

           IF FS-STAT-HIS-OK
               PERFORM 3100-APLICA-VERSAO
           ELSE
               MOVE 00 TO FS-STAT-HIS
           END-IF.

       3600-RETENTA-VERSAOX. EXIT.

      * -----------------------------------
      * CONTA OS REGISTROS E SOMA OS CPF DO ARQUIVO RECONSTRUIDO
       3800-TOTALIZA-RECUPERADO SECTION.

           MOVE ZEROS TO WQT-REC-REGISTROS WQT-VL-HASH-REC

           IF W-REC-ABERTO
               MOVE LOW-VALUES TO FS-VEN-KEY

               START ARQ-VENDEDOR
                   KEY IS NOT LESS THAN FS-VEN-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-VEN
               END-START

               IF FS-STAT-VEN-OK
                   PERFORM 6000-LER-ARQ-VENDEDOR-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-VEN-OK

                   ADD 1 TO WQT-REC-REGISTROS
                   IF FS-VEN-CPF NUMERIC
                       ADD FS-VEN-CPF TO WQT-VL-HASH-REC
                   END-IF

                   PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

               END-PERFORM
           END-IF.

       3800-TOTALIZA-RECUPERADOX. EXIT.

      * -----------------------------------
      * GRAVA O CABECALHO DO RELATORIO DE RECUPERACAO
       4000-GRAVA-CABECALHO SECTION.

           MOVE WK-DT-HOJE   TO WK-CAB-DATA
           MOVE WK-DT-LIMITE TO WK-CAB-DT-LIMITE
           MOVE WK-HR-LIMITE TO WK-CAB-HR-LIMITE
           MOVE WK-REL-CABECALHO TO ARQ-REL-RECUPERACAO-REC

           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE SPACES TO ARQ-REL-RECUPERACAO-REC

           WRITE ARQ-REL-RECUPERACAO-REC.

       4000-GRAVA-CABECALHOX. EXIT.

      * -----------------------------------
      * GRAVA OS TOTAIS DE CONTROLE DA RECUPERACAO
       4100-GRAVA-TOTAIS SECTION.

           MOVE SPACES TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "REGISTROS DO BACKUP:"    TO WK-TOT-DESCRICAO
           MOVE WQT-BKP-CARREGADOS        TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "VERSOES DO HISTORICO LIDAS:" TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-LIDAS             TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "VERSOES APOS O BACKUP:"  TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-ELEGIVEIS         TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "VERSOES APLICADAS:"      TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-APLICADAS         TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "EXPURGOS APLICADOS:"     TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-EXPURGOS          TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "VERSOES COM FALHA:"      TO WK-TOT-DESCRICAO
           MOVE WQT-HIS-FALHAS            TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "RESOLVIDAS NA RETENTATIVA:" TO WK-TOT-DESCRICAO
           MOVE WQT-RETENTADAS-OK         TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "VENDEDORES NAO APLICADOS:" TO WK-TOT-DESCRICAO
           MOVE WQT-VEN-NAO-APLICADOS     TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "ERROS:"                  TO WK-TOT-DESCRICAO
           MOVE WQT-ERROS                 TO WK-TOT-QUANTIDADE
           MOVE WK-REL-TOTAL TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC.

       4100-GRAVA-TOTAISX. EXIT.

      * -----------------------------------
      * CONCILIA QUANTIDADE E TOTAL HASH DOS CPF DO ARQUIVO
      * RECONSTRUIDO COM OS TOTAIS DA ULTIMA AUDITORIA DO MESTRE
       4200-GRAVA-CONCILIACAO SECTION.

           MOVE "CONCILIACAO COM A ULTIMA AUDITORIA" TO WK-SEC-TITULO
           MOVE WK-REL-SECAO TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "ARQUIVO RECONSTRUIDO:"  TO WK-CON-DESCRICAO
           MOVE WQT-REC-REGISTROS        TO WK-CON-QT-REGISTROS
           MOVE WQT-VL-HASH-REC          TO WK-CON-VL-HASH-CPF
           MOVE WK-DT-LIMITE             TO WK-CON-DT-REFERENCIA
           MOVE WK-HR-LIMITE             TO WK-CON-HR-REFERENCIA
           MOVE WK-REL-CONCILIA TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE "N" TO WS-FL-CONCILIACAO

           IF W-TEM-AUDITORIA
               MOVE "ULTIMA AUDITORIA:"      TO WK-CON-DESCRICAO
               MOVE WK-AUD-QT-REGISTROS      TO WK-CON-QT-REGISTROS
               MOVE WK-AUD-VL-HASH-CPF       TO WK-CON-VL-HASH-CPF
               MOVE WK-AUD-DT-REFERENCIA     TO WK-CON-DT-REFERENCIA
               MOVE WK-AUD-HR-REFERENCIA     TO WK-CON-HR-REFERENCIA
               MOVE WK-REL-CONCILIA TO ARQ-REL-RECUPERACAO-REC
               WRITE ARQ-REL-RECUPERACAO-REC

               IF WQT-REC-REGISTROS EQUAL WK-AUD-QT-REGISTROS
                  AND WQT-VL-HASH-REC EQUAL WK-AUD-VL-HASH-CPF
                   MOVE "S" TO WS-FL-CONCILIACAO
                   MOVE "CONFERE" TO WK-RES-DS-RESULTADO
               ELSE
                   MOVE "DIVERGENTE" TO WK-RES-DS-RESULTADO
               END-IF
           ELSE
               MOVE "SEM AUDITORIA REGISTRADA" TO WK-RES-DS-RESULTADO
           END-IF

           MOVE WK-REL-RESULTADO TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           MOVE SPACES TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC.

       4200-GRAVA-CONCILIACAOX. EXIT.

      * -----------------------------------
      * LISTA OS VENDEDORES CUJA ULTIMA VERSAO NAO PODE SER APLICADA
       4300-GRAVA-FALHAS SECTION.

           MOVE "VENDEDORES COM HISTORICO NAO APLICADO" TO WK-SEC-TITULO
           MOVE WK-REL-SECAO TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           PERFORM VARYING WK-FAL-IDX FROM 1 BY 1
             UNTIL WK-FAL-IDX GREATER WQT-FAL-QTDE
               IF WK-FAL-PENDENTE (WK-FAL-IDX)
                   MOVE WK-FAL-CD-VENDEDOR (WK-FAL-IDX)
                     TO WK-FLH-CD-VENDEDOR
                   MOVE WK-FAL-DT-VERSAO (WK-FAL-IDX)
                     TO WK-FLH-DT-VERSAO
                   MOVE WK-FAL-HR-VERSAO (WK-FAL-IDX)
                     TO WK-FLH-HR-VERSAO
                   MOVE WK-FAL-ACAO (WK-FAL-IDX)
                     TO WK-FLH-ACAO
                   MOVE WK-FAL-CD-STATUS (WK-FAL-IDX)
                     TO WK-FLH-CD-STATUS
                   MOVE WK-FAL-DS-MOTIVO (WK-FAL-IDX)
                     TO WK-FLH-DS-MOTIVO
                   MOVE WK-REL-FALHA TO ARQ-REL-RECUPERACAO-REC
                   WRITE ARQ-REL-RECUPERACAO-REC
               END-IF
           END-PERFORM.

       4300-GRAVA-FALHASX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO RECONSTRUIDO PARA ATUALIZACAO
       5000-ABRIR-ARQ-VENDEDOR SECTION.

           OPEN I-O ARQ-VENDEDOR.

           IF FS-STAT-VEN-OK
               MOVE "S" TO WS-FL-REC-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR VENDEDOR.RECUP.IDX, STATUS "
                   FS-STAT-VEN
           END-IF.

       5000-ABRIR-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DA GERACAO DE BACKUP CORRENTE SOMENTE PARA
      * LEITURA
       5100-ABRIR-ARQ-BKP-VENDEDOR SECTION.

           OPEN INPUT ARQ-BKP-VENDEDOR.

           IF NOT FS-STAT-BKV-OK
               DISPLAY "ERRO AO ABRIR " WNM-ARQ-BKP-VENDEDOR
                   " STATUS " FS-STAT-BKV
           END-IF.

       5100-ABRIR-ARQ-BKP-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DO MESTRE DE VENDEDORES SOMENTE PARA LEITURA
       5200-ABRIR-ARQ-CTL-VENDEDOR SECTION.

           OPEN INPUT ARQ-CTL-VENDEDOR.

           IF NOT FS-STAT-CTV-OK
               DISPLAY "ERRO AO ABRIR CTLVENDEDOR.IDX, STATUS "
                   FS-STAT-CTV
           END-IF.

       5200-ABRIR-ARQ-CTL-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE O RELATORIO DE RECUPERACAO (SAIDA, SEMPRE RECRIADO)
       5300-ABRIR-ARQ-REL-RECUPERACAO SECTION.

           OPEN OUTPUT ARQ-REL-RECUPERACAO.

       5300-ABRIR-ARQ-REL-RECUPERACAOX. EXIT.

      * -----------------------------------
      * ABRE O HISTORICO DE VERSOES SOMENTE PARA LEITURA
       5400-ABRIR-ARQ-HISTORICO SECTION.

           OPEN INPUT ARQ-HISTORICO.

       5400-ABRIR-ARQ-HISTORICOX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR DO ARQUIVO RECONSTRUIDO
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

           READ ARQ-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VEN
           END-READ.

       6000-LER-ARQ-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO REGISTRO DA GERACAO DE BACKUP
       6100-LER-ARQ-BKP-VENDEDOR-SEQ SECTION.

           READ ARQ-BKP-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-BKV
           END-READ.

       6100-LER-ARQ-BKP-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO REGISTRO DE CONTROLE EM SEQUENCIA DE CHAVE
       6200-LER-ARQ-CTL-VENDEDOR-SEQ SECTION.

           READ ARQ-CTL-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-CTV
           END-READ.

       6200-LER-ARQ-CTL-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMA VERSAO DO HISTORICO EM SEQUENCIA DE CHAVE
       6400-LER-ARQ-HISTORICO-SEQ SECTION.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-HIS
           END-READ.

       6400-LER-ARQ-HISTORICO-SEQX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO RECONSTRUIDO
       7000-FECHA-ARQ-VENDEDOR SECTION.

           CLOSE ARQ-VENDEDOR.

       7000-FECHA-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DA GERACAO DE BACKUP
       7100-FECHA-ARQ-BKP-VENDEDOR SECTION.

           CLOSE ARQ-BKP-VENDEDOR.

       7100-FECHA-ARQ-BKP-VENDEDORX. EXIT.

      * -----------------------------------
      * FECHA O CONTROLE DO MESTRE DE VENDEDORES
       7200-FECHA-ARQ-CTL-VENDEDOR SECTION.

           CLOSE ARQ-CTL-VENDEDOR.

       7200-FECHA-ARQ-CTL-VENDEDORX. EXIT.

      * -----------------------------------
      * FECHA O RELATORIO DE RECUPERACAO
       7300-FECHA-ARQ-REL-RECUPERACAO SECTION.

           CLOSE ARQ-REL-RECUPERACAO.

       7300-FECHA-ARQ-REL-RECUPERACAOX. EXIT.

      * -----------------------------------
      * FECHA O HISTORICO DE VERSOES
       7400-FECHA-ARQ-HISTORICO SECTION.

           CLOSE ARQ-HISTORICO.

       7400-FECHA-ARQ-HISTORICOX. EXIT.

      * -----------------------------------
      * NENHUMA GERACAO DE BACKUP VALIDA ATE O LIMITE: REGISTRA NO
      * RELATORIO E ENCERRA COM ERRO, SEM CRIAR O ARQUIVO RECONSTRUIDO
       9000-ENCERRA-SEM-BACKUP SECTION.

           MOVE "NENHUMA GERACAO DE BACKUP VALIDA ATE O LIMITE"
             TO WK-SEC-TITULO
           MOVE WK-REL-SECAO TO ARQ-REL-RECUPERACAO-REC
           WRITE ARQ-REL-RECUPERACAO-REC

           PERFORM 7300-FECHA-ARQ-REL-RECUPERACAO

           DISPLAY "NENHUMA GERACAO DE BACKUP VALIDA ATE O LIMITE"

           MOVE ZEROS TO LK-QT-RECUPERADOS
           MOVE 8 TO LK-RETURN-CODE.

       9000-ENCERRA-SEM-BACKUPX. EXIT.

       END PROGRAM CBL_RECUPERA_VENDEDOR.
