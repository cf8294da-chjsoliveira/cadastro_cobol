      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Fechamento mensal do movimento de visitas: marca o
      *          ano/mes como fechado em PERIODO.IDX e congela, sob a
      *          chave do ano/mes, os grupos de supervisor e os totais
      *          de visitas, vendas e valor de cada vendedor ativo
      *          (mesma regra do relatorio de produtividade). Depois
      *          do fechamento a carga e a digitacao recusam visitas
      *          novas e regravacoes com data no mes; correcoes entram
      *          como ajustes em AJUSTEVISITA.IDX. So fecha mes ja
      *          encerrado no calendario; mes ja fechado nao e
      *          refeito, e um fechamento interrompido (status "E") e
      *          refeito do inicio na proxima execucao. Falha na
      *          abertura de vendedores, supervisores ou visitas
      *          encerra com retorno 8 sem gravar em PERIODO.IDX
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_FECHA_VISITA.
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

       77 WK-DT-HOJE PIC 9(008).
       77 WK-HR-AGORA PIC 9(008).

       01 WK-NU-ANOMES                PIC 9(006).
       01 WK-NU-ANOMES-X REDEFINES WK-NU-ANOMES
                                      PIC X(006).
       01 WK-NU-ANOMES-R REDEFINES WK-NU-ANOMES.
           05 WK-NU-ANO               PIC 9(004).
           05 WK-NU-MES               PIC 9(002).

       01 WK-NU-ANOMES-HOJE           PIC 9(006).
       01 WK-NU-ANOMES-HOJE-X REDEFINES WK-NU-ANOMES-HOJE
                                      PIC X(006).

       77 WK-CD-OPERADOR PIC X(008).

       77 WS-FL-ANOMES PIC X VALUE "N".
           88 W-ANOMES-OK VALUE "S".

       77 WS-FL-ERRO PIC X VALUE "N".
           88 W-ERRO-GRAVACAO VALUE "S".

       77 WS-FL-ERRO-ABERTURA PIC X VALUE "N".
           88 W-ERRO-ABERTURA VALUE "S".

       01 WQT-VENDEDOR.
           05 WQT-VEN-VISITAS        PIC 9(9) VALUE ZEROS.
           05 WQT-VEN-VENDAS         PIC 9(9) VALUE ZEROS.
           05 WVL-VEN-VENDAS         PIC 9(11)V9(2) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-GER-VISITAS        PIC 9(9) VALUE ZEROS.
           05 WQT-GER-VENDAS         PIC 9(9) VALUE ZEROS.
           05 WVL-GER-VENDAS         PIC 9(11)V9(2) VALUE ZEROS.
           05 WQT-VENDEDORES         PIC 9(9) VALUE ZEROS.
           05 WQT-SUPERVISORES       PIC 9(9) VALUE ZEROS.
           05 WQT-PER-EXCLUIDOS      PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_SUPERVISOR.

       COPY CPY_ID_ARQ_VISITA.

       COPY CPY_ID_ARQ_PERIODO.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-NU-ANOMES            PIC 9(006) VALUE ZEROS.
           05 LK-CD-OPERADOR          PIC X(008) VALUE SPACES.
           05 LK-QT-VISITAS           PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-SUPERVISOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-VISITA.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-PERIODO.

           ACCEPT WK-DT-HOJE  FROM DATE YYYYMMDD
           ACCEPT WK-HR-AGORA FROM TIME
           MOVE ZEROS TO LK-QT-VISITAS

           IF LK-CD-OPERADOR NOT EQUAL SPACES
               MOVE LK-CD-OPERADOR TO WK-CD-OPERADOR
           ELSE
               MOVE "BATCH" TO WK-CD-OPERADOR
           END-IF

           PERFORM 1000-VALIDA-ANOMES

           IF NOT W-ANOMES-OK
               DISPLAY "ANO/MES " WK-NU-ANOMES
                   " INVALIDO OU AINDA NAO ENCERRADO"
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               PERFORM 5300-ABRIR-ARQ-PERIODO

               MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
               MOVE "M"          TO FS-PER-TP-LINHA
               MOVE ZEROS        TO FS-PER-CD-CHAVE

               READ ARQ-PERIODO

               IF FS-STAT-PER-OK AND FS-PER-FECHADO
                   DISPLAY "ANO/MES " WK-NU-ANOMES " JA FECHADO EM "
                       FS-PER-DT-FECHAMENTO " POR " FS-PER-CD-OPERADOR
                   PERFORM 7300-FECHA-ARQ-PERIODO
                   MOVE 8 TO LK-RETURN-CODE
               ELSE
                   PERFORM 0100-EXECUTA-FECHAMENTO
               END-IF
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * FECHA O ANO/MES VALIDADO E AINDA ABERTO: CONGELA SUPERVISORES
      * E VENDEDORES COM OS TOTAIS DE VISITAS E CONCLUI O CONTROLE
      * DO PERIODO. SEM OS TRES ARQUIVOS DE ENTRADA ABERTOS NADA E
      * GRAVADO E O MES CONTINUA ABERTO
       0100-EXECUTA-FECHAMENTO SECTION.

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5100-ABRIR-ARQ-SUPERVISOR
           PERFORM 5200-ABRIR-ARQ-VISITA

           IF W-ERRO-ABERTURA
               DISPLAY "FECHAMENTO NAO INICIADO: ERRO NA ABERTURA DOS "
                   "ARQUIVOS"
           ELSE
               PERFORM 2000-INICIA-FECHAMENTO

               IF NOT W-ERRO-GRAVACAO
                   PERFORM 3000-CONGELA-SUPERVISORES
                   PERFORM 3100-CONGELA-VENDEDORES
               END-IF

               IF NOT W-ERRO-GRAVACAO
                   PERFORM 4000-CONCLUI-FECHAMENTO
               END-IF
           END-IF

           PERFORM 7000-FECHA-ARQ-VENDEDOR
           PERFORM 7100-FECHA-ARQ-SUPERVISOR
           PERFORM 7200-FECHA-ARQ-VISITA
           PERFORM 7300-FECHA-ARQ-PERIODO

           DISPLAY "FECHAMENTO " WK-NU-ANOMES
               " VENDEDORES: " WQT-VENDEDORES
               " VISITAS: " WQT-GER-VISITAS
               " VENDAS: " WQT-GER-VENDAS

           MOVE WQT-GER-VISITAS TO LK-QT-VISITAS

           IF W-ERRO-GRAVACAO OR W-ERRO-ABERTURA
               DISPLAY "FECHAMENTO NAO CONCLUIDO, REEXECUTAR"
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
           END-IF.

       0100-EXECUTA-FECHAMENTOX. EXIT.

      * -----------------------------------
      * DEFINE O ANO/MES A FECHAR (LK-NU-ANOMES OU, SE ZEROS, O MES
      * ANTERIOR AO CORRENTE) E CONFERE QUE E UM MES VALIDO JA
      * ENCERRADO NO CALENDARIO, LIGANDO W-ANOMES-OK
       1000-VALIDA-ANOMES SECTION.

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
           END-IF.

       1000-VALIDA-ANOMESX. EXIT.

      * -----------------------------------
      * APAGA AS LINHAS QUE SOBRARAM DE UM FECHAMENTO INTERROMPIDO DO
      * MESMO ANO/MES E GRAVA O CONTROLE "M" COM STATUS "E" (A CARGA E
      * A DIGITACAO SO RECUSAM O MES DEPOIS DO STATUS "F")
       2000-INICIA-FECHAMENTO SECTION.

           MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
           MOVE LOW-VALUES   TO FS-PER-TP-LINHA
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
             UNTIL NOT FS-STAT-PER-OK OR
                   FS-PER-NU-ANOMES NOT EQUAL WK-NU-ANOMES

               DELETE ARQ-PERIODO RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR PERIODO, STATUS "
                       FS-STAT-PER
               END-DELETE

               ADD 1 TO WQT-PER-EXCLUIDOS

               PERFORM 6300-LER-ARQ-PERIODO-SEQ

           END-PERFORM

           IF WQT-PER-EXCLUIDOS GREATER ZEROS
               DISPLAY "FECHAMENTO INTERROMPIDO REFEITO, LINHAS "
                   "DESCARTADAS: " WQT-PER-EXCLUIDOS
           END-IF

           MOVE SPACES        TO ARQ-PERIODO-REC
           MOVE WK-NU-ANOMES  TO FS-PER-NU-ANOMES
           MOVE "M"           TO FS-PER-TP-LINHA
           MOVE ZEROS         TO FS-PER-CD-CHAVE
           MOVE "E"           TO FS-PER-STATUS
           MOVE WK-DT-HOJE    TO FS-PER-DT-FECHAMENTO
           MOVE WK-HR-AGORA   TO FS-PER-HR-FECHAMENTO
           MOVE WK-CD-OPERADOR TO FS-PER-CD-OPERADOR
           MOVE ZEROS         TO FS-PER-CD-SUPERVISOR FS-PER-CPF
                                 FS-PER-QT-VISITAS FS-PER-QT-VENDAS
                                 FS-PER-VL-VENDAS

           PERFORM 4100-GRAVA-ARQ-PERIODO.

       2000-INICIA-FECHAMENTOX. EXIT.

      * -----------------------------------
      * CONGELA UMA LINHA "S" POR SUPERVISOR ATIVO, COM NOME E EQUIPE,
      * E A LINHA DO GRUPO SEM SUPERVISOR (CHAVE ZEROS)
       3000-CONGELA-SUPERVISORES SECTION.

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
                   MOVE SPACES               TO ARQ-PERIODO-REC
                   MOVE FS-SUP-CD-SUPERVISOR TO FS-PER-CD-CHAVE
                                                FS-PER-CD-SUPERVISOR
                   MOVE FS-SUP-NM-SUPERVISOR TO FS-PER-NM-DESCRICAO
                   MOVE FS-SUP-NM-EQUIPE     TO FS-PER-NM-EQUIPE
                   PERFORM 3050-GRAVA-LINHA-SUPERVISOR
               END-IF

               PERFORM 6100-LER-ARQ-SUPERVISOR-SEQ

           END-PERFORM

           MOVE SPACES             TO ARQ-PERIODO-REC
           MOVE ZEROS              TO FS-PER-CD-CHAVE
                                      FS-PER-CD-SUPERVISOR
           MOVE "(SEM SUPERVISOR)" TO FS-PER-NM-DESCRICAO
           PERFORM 3050-GRAVA-LINHA-SUPERVISOR.

       3000-CONGELA-SUPERVISORESX. EXIT.

      * -----------------------------------
      * COMPLETA E GRAVA A LINHA "S" MONTADA PELO CHAMADOR
       3050-GRAVA-LINHA-SUPERVISOR SECTION.

           MOVE WK-NU-ANOMES   TO FS-PER-NU-ANOMES
           MOVE "S"            TO FS-PER-TP-LINHA
           MOVE "F"            TO FS-PER-STATUS
           MOVE WK-DT-HOJE     TO FS-PER-DT-FECHAMENTO
           MOVE WK-HR-AGORA    TO FS-PER-HR-FECHAMENTO
           MOVE WK-CD-OPERADOR TO FS-PER-CD-OPERADOR
           MOVE ZEROS          TO FS-PER-CPF FS-PER-QT-VISITAS
                                  FS-PER-QT-VENDAS FS-PER-VL-VENDAS

           PERFORM 4100-GRAVA-ARQ-PERIODO

           IF FS-STAT-PER-OK
               ADD 1 TO WQT-SUPERVISORES
           END-IF.

       3050-GRAVA-LINHA-SUPERVISORX. EXIT.

      * -----------------------------------
      * CONGELA UMA LINHA "V" POR VENDEDOR ATIVO COM O SUPERVISOR, O
      * CPF, O NOME E OS TOTAIS DO MES, ACUMULANDO O TOTAL DO MES
       3100-CONGELA-VENDEDORES SECTION.

           MOVE LOW-VALUES TO FS-VEN-KEY

           START ARQ-VENDEDOR
               KEY IS NOT LESS THAN FS-VEN-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-VEN
           END-START

           PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           PERFORM
             UNTIL NOT FS-STAT-VEN-OK OR W-ERRO-GRAVACAO

               IF NOT FS-VEN-INATIVO
                   PERFORM 3200-ACUMULA-VISITAS-VENDEDOR

                   MOVE SPACES             TO ARQ-PERIODO-REC
                   MOVE WK-NU-ANOMES       TO FS-PER-NU-ANOMES
                   MOVE "V"                TO FS-PER-TP-LINHA
                   MOVE FS-VEN-CD-VENDEDOR TO FS-PER-CD-CHAVE
                   MOVE "F"                TO FS-PER-STATUS
                   MOVE WK-DT-HOJE         TO FS-PER-DT-FECHAMENTO
                   MOVE WK-HR-AGORA        TO FS-PER-HR-FECHAMENTO
                   MOVE WK-CD-OPERADOR     TO FS-PER-CD-OPERADOR

                   IF FS-VEN-CD-SUPERVISOR NUMERIC
                       MOVE FS-VEN-CD-SUPERVISOR
                         TO FS-PER-CD-SUPERVISOR
                   ELSE
                       MOVE ZEROS TO FS-PER-CD-SUPERVISOR
                   END-IF

                   MOVE FS-VEN-CPF         TO FS-PER-CPF
                   MOVE FS-VEN-NM-VENDEDOR TO FS-PER-NM-DESCRICAO
                   MOVE WQT-VEN-VISITAS    TO FS-PER-QT-VISITAS
                   MOVE WQT-VEN-VENDAS     TO FS-PER-QT-VENDAS
                   MOVE WVL-VEN-VENDAS     TO FS-PER-VL-VENDAS

                   PERFORM 4100-GRAVA-ARQ-PERIODO

                   IF FS-STAT-PER-OK
                       ADD 1 TO WQT-VENDEDORES
                       ADD WQT-VEN-VISITAS TO WQT-GER-VISITAS
                       ADD WQT-VEN-VENDAS  TO WQT-GER-VENDAS
                       ADD WVL-VEN-VENDAS  TO WVL-GER-VENDAS
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           END-PERFORM.

       3100-CONGELA-VENDEDORESX. EXIT.

      * -----------------------------------
      * VARRE O MOVIMENTO DE VISITAS DO VENDEDOR CORRENTE ACUMULANDO
      * EM WQT-VEN-VISITAS / WQT-VEN-VENDAS / WVL-VEN-VENDAS OS
      * REGISTROS DO ANO/MES (MESMA CONTAGEM DO RELATORIO)
       3200-ACUMULA-VISITAS-VENDEDOR SECTION.

           MOVE ZEROS TO WQT-VEN-VISITAS WQT-VEN-VENDAS
                         WVL-VEN-VENDAS

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

               IF FS-VIS-DT-VISITA (1:6) EQUAL WK-NU-ANOMES-X
                   ADD 1 TO WQT-VEN-VISITAS

                   IF FS-VIS-VENDA
                       ADD 1 TO WQT-VEN-VENDAS
                       ADD FS-VIS-VL-VENDA TO WVL-VEN-VENDAS
                   END-IF
               END-IF

               PERFORM 6200-LER-ARQ-VISITA-SEQ

           END-PERFORM.

       3200-ACUMULA-VISITAS-VENDEDORX. EXIT.

      * -----------------------------------
      * REGRAVA O CONTROLE "M" COM STATUS "F" E OS TOTAIS DO MES: A
      * PARTIR DAQUI O MES ESTA FECHADO
       4000-CONCLUI-FECHAMENTO SECTION.

           MOVE WK-NU-ANOMES TO FS-PER-NU-ANOMES
           MOVE "M"          TO FS-PER-TP-LINHA
           MOVE ZEROS        TO FS-PER-CD-CHAVE

           READ ARQ-PERIODO

           IF FS-STAT-PER-OK
               MOVE "F"             TO FS-PER-STATUS
               ACCEPT FS-PER-DT-FECHAMENTO FROM DATE YYYYMMDD
               ACCEPT FS-PER-HR-FECHAMENTO FROM TIME
               MOVE WQT-GER-VISITAS TO FS-PER-QT-VISITAS
               MOVE WQT-GER-VENDAS  TO FS-PER-QT-VENDAS
               MOVE WVL-GER-VENDAS  TO FS-PER-VL-VENDAS

               REWRITE ARQ-PERIODO-REC
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR O PERIODO, STATUS "
                       FS-STAT-PER
                   MOVE 'S' TO WS-FL-ERRO
               END-REWRITE
           ELSE
               DISPLAY "CONTROLE DO PERIODO NAO ENCONTRADO, STATUS "
                   FS-STAT-PER
               MOVE 'S' TO WS-FL-ERRO
           END-IF.

       4000-CONCLUI-FECHAMENTOX. EXIT.

      * -----------------------------------
      * GRAVA A LINHA DE PERIODO MONTADA; ERRO DE GRAVACAO DEIXA O
      * FECHAMENTO INCOMPLETO (STATUS "E")
       4100-GRAVA-ARQ-PERIODO SECTION.

           WRITE ARQ-PERIODO-REC
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR PERIODO, STATUS " FS-STAT-PER
               MOVE 'S' TO WS-FL-ERRO
           END-WRITE.

       4100-GRAVA-ARQ-PERIODOX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE VENDEDORES PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

           OPEN INPUT ARQ-VENDEDOR.

           IF NOT FS-STAT-VEN-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE VENDEDORES, STATUS "
                   FS-STAT-VEN
               MOVE 'S' TO WS-FL-ERRO-ABERTURA
           END-IF.

       5000-ABRIR-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO MESTRE DE SUPERVISORES PARA LEITURA
       5100-ABRIR-ARQ-SUPERVISOR SECTION.

           OPEN INPUT ARQ-SUPERVISOR.

           IF NOT FS-STAT-SUP-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE SUPERVISORES, STATUS "
                   FS-STAT-SUP
               MOVE 'S' TO WS-FL-ERRO-ABERTURA
           END-IF.

       5100-ABRIR-ARQ-SUPERVISORX. EXIT.

      * -----------------------------------
      * ABRE ARQUIVO DE MOVIMENTO DE VISITAS PARA LEITURA
       5200-ABRIR-ARQ-VISITA SECTION.

           OPEN INPUT ARQ-VISITA.

           IF NOT FS-STAT-VIS-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO DE VISITAS, STATUS "
                   FS-STAT-VIS
               MOVE 'S' TO WS-FL-ERRO-ABERTURA
           END-IF.

       5200-ABRIR-ARQ-VISITAX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE CONTROLE DE PERIODOS (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5300-ABRIR-ARQ-PERIODO SECTION.

           OPEN I-O ARQ-PERIODO.

           IF FS-STAT-PER-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-PERIODO
               PERFORM 7300-FECHA-ARQ-PERIODO
               OPEN I-O ARQ-PERIODO
           END-IF.

       5300-ABRIR-ARQ-PERIODOX. EXIT.

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
      * LE PROXIMA LINHA DO CONTROLE DE PERIODOS EM SEQUENCIA DE CHAVE
       6300-LER-ARQ-PERIODO-SEQ SECTION.

           READ ARQ-PERIODO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-PER
           END-READ.

       6300-LER-ARQ-PERIODO-SEQX. EXIT.

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
      * FECHA ARQUIVO DE CONTROLE DE PERIODOS
       7300-FECHA-ARQ-PERIODO SECTION.

           CLOSE ARQ-PERIODO.

       7300-FECHA-ARQ-PERIODOX. EXIT.

       END PROGRAM CBL_FECHA_VISITA.
