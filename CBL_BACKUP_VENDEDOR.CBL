      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Copia de seguranca noturna do mestre de vendedores:
      *          grava uma copia de VENDEDOR.IDX num dos N arquivos
      *          de geracao usados em rodizio (VENDEDOR.Bnn.IDX, nn =
      *          numero da geracao modulo N, padrao 7, maximo 99) e
      *          registra a geracao em CTLVENDEDOR.IDX com numero,
      *          data/hora do backup, nome do arquivo, quantidade de
      *          registros e total hash dos CPF copiados. A geracao
      *          que ocupava o arquivo reaproveitado, as concluidas
      *          alem das N mais recentes e as que falharam ou
      *          ficaram incompletas tem o registro de controle
      *          marcado como expirado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_BACKUP_VENDEDOR.
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

       WORKING-STORAGE SECTION.
       77 FS-STAT-VEN PIC 9(02).
           88 FS-STAT-VEN-OK         VALUE 00.
           88 FS-STAT-VEN-EOF        VALUE 10 23.
           88 FS-STAT-VEN-NAO-EXISTE VALUE 35.

       77 FS-STAT-BKV PIC 9(02).
           88 FS-STAT-BKV-OK         VALUE 00.

       77 FS-STAT-CTV PIC 9(02).
           88 FS-STAT-CTV-OK         VALUE 00.
           88 FS-STAT-CTV-EOF        VALUE 10 23.
           88 FS-STAT-CTV-NAO-EXISTE VALUE 35.

       77 WK-DT-HOJE   PIC 9(008).
       77 WK-HR-AGORA  PIC 9(008).
       77 WK-QT-GERACOES PIC 9(003).

       77 WK-NU-GERACAO-NOVA PIC 9(006) VALUE ZEROS.
       77 WK-NU-SLOT         PIC 9(002) VALUE ZEROS.

       01 WQT-TOTAIS.
           05 WQT-VEN-COPIADOS       PIC 9(9) VALUE ZEROS.
           05 WQT-VEN-ERROS          PIC 9(9) VALUE ZEROS.
           05 WQT-GER-CONCLUIDAS     PIC 9(9) VALUE ZEROS.
           05 WQT-GER-A-EXPIRAR      PIC 9(9) VALUE ZEROS.
           05 WQT-GER-EXPIRADAS      PIC 9(9) VALUE ZEROS.

       77 WQT-VL-HASH-CPF PIC 9(018) VALUE ZEROS.

       COPY CPY_ID_ARQ_VENDEDOR.

       COPY CPY_ID_ARQ_CTLVENDEDOR.

       01 WID-ARQ-BKP-VENDEDOR.
           05 WNM-PATH-BKP-VENDEDOR   PIC X(17).
           05 WNM-ARQ-BKP-VENDEDOR    PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-QT-GERACOES          PIC 9(003) VALUE ZEROS.
           05 LK-QT-COPIADOS          PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-CTL-VENDEDOR.
           MOVE WNM-PATH-VENDEDOR TO WNM-PATH-BKP-VENDEDOR.

           ACCEPT WK-DT-HOJE  FROM DATE YYYYMMDD
           ACCEPT WK-HR-AGORA FROM TIME

           EVALUATE TRUE
               WHEN LK-QT-GERACOES GREATER 99
                   DISPLAY "QUANTIDADE DE GERACOES LIMITADA A 99"
                   MOVE 99 TO WK-QT-GERACOES
               WHEN LK-QT-GERACOES GREATER ZEROS
                   MOVE LK-QT-GERACOES TO WK-QT-GERACOES
               WHEN OTHER
                   MOVE 7 TO WK-QT-GERACOES
           END-EVALUATE

           PERFORM 5000-ABRIR-ARQ-VENDEDOR
           PERFORM 5200-ABRIR-ARQ-CTL-VENDEDOR

           IF NOT FS-STAT-VEN-OK OR NOT FS-STAT-CTV-OK
               PERFORM 7000-FECHA-ARQ-VENDEDOR
               PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR
               MOVE ZEROS TO LK-QT-COPIADOS
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               PERFORM 1000-OBTEM-PROXIMA-GERACAO
               PERFORM 1050-LIBERA-ARQ-GERACAO
               PERFORM 1100-REGISTRA-INICIO-BACKUP

               IF FS-STAT-CTV-OK
                   PERFORM 5100-ABRIR-ARQ-BKP-VENDEDOR

                   IF FS-STAT-BKV-OK
                       PERFORM 2000-COPIA-VENDEDORES
                   ELSE
                       ADD 1 TO WQT-VEN-ERROS
                   END-IF

                   PERFORM 7100-FECHA-ARQ-BKP-VENDEDOR
                   PERFORM 1200-REGISTRA-FIM-BACKUP
               ELSE
                   ADD 1 TO WQT-VEN-ERROS
               END-IF

               IF WQT-VEN-ERROS EQUAL ZEROS
                   PERFORM 3000-EXPIRA-GERACOES
               END-IF

               PERFORM 7000-FECHA-ARQ-VENDEDOR
               PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR

               DISPLAY "GERACAO DE BACKUP:    " WK-NU-GERACAO-NOVA
               DISPLAY "ARQUIVO DE BACKUP:    " WNM-ARQ-BKP-VENDEDOR
               DISPLAY "VENDEDORES COPIADOS:  " WQT-VEN-COPIADOS
               DISPLAY "TOTAL HASH DOS CPF:   " WQT-VL-HASH-CPF
               DISPLAY "GERACOES EXPIRADAS:   " WQT-GER-EXPIRADAS
               DISPLAY "ERROS:                " WQT-VEN-ERROS

               MOVE WQT-VEN-COPIADOS TO LK-QT-COPIADOS

               IF WQT-VEN-ERROS GREATER ZEROS
                   MOVE 8 TO LK-RETURN-CODE
               ELSE
                   MOVE 0 TO LK-RETURN-CODE
               END-IF
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * PERCORRE AS GERACOES REGISTRADAS NO CONTROLE, NUMERA A NOVA
      * COMO A MAIOR EXISTENTE MAIS UM E MONTA O NOME DO ARQUIVO DO
      * RODIZIO QUE ELA OCUPA (NUMERO DA GERACAO MODULO N)
       1000-OBTEM-PROXIMA-GERACAO SECTION.

           MOVE ZEROS TO WK-NU-GERACAO-NOVA

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

               IF FS-CTV-NU-GERACAO GREATER WK-NU-GERACAO-NOVA
                   MOVE FS-CTV-NU-GERACAO TO WK-NU-GERACAO-NOVA
               END-IF

               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ

           END-PERFORM

           ADD 1 TO WK-NU-GERACAO-NOVA

           COMPUTE WK-NU-SLOT =
               FUNCTION MOD (WK-NU-GERACAO-NOVA, WK-QT-GERACOES)

           MOVE SPACES TO WNM-ARQ-BKP-VENDEDOR
           STRING "VENDEDOR.B"        DELIMITED BY SIZE
                  WK-NU-SLOT          DELIMITED BY SIZE
                  ".IDX"              DELIMITED BY SIZE
                  INTO WNM-ARQ-BKP-VENDEDOR
           END-STRING.

       1000-OBTEM-PROXIMA-GERACAOX. EXIT.

      * -----------------------------------
      * EXPIRA NO CONTROLE A GERACAO ANTERIOR QUE AINDA APONTA PARA O
      * ARQUIVO DO RODIZIO QUE A NOVA GERACAO VAI SOBREGRAVAR, PARA A
      * RECUPERACAO NAO ESCOLHER UMA COPIA QUE DEIXOU DE EXISTIR
       1050-LIBERA-ARQ-GERACAO SECTION.

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

               IF FS-CTV-NM-ARQUIVO EQUAL WNM-ARQ-BKP-VENDEDOR AND
                  NOT FS-CTV-EXPIRADO
                   PERFORM 3100-EXPIRA-GERACAO-CORRENTE
               END-IF

               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ

           END-PERFORM.

       1050-LIBERA-ARQ-GERACAOX. EXIT.

      * -----------------------------------
      * GRAVA O REGISTRO DE CONTROLE DA NOVA GERACAO COMO "EM
      * EXECUCAO" ANTES DA COPIA; SE O PASSO ABENDAR, A GERACAO FICA
      * IDENTIFICADA COMO INCOMPLETA E E EXPIRADA NA PROXIMA EXECUCAO
       1100-REGISTRA-INICIO-BACKUP SECTION.

           MOVE SPACES TO ARQ-CTL-VENDEDOR-REC
           MOVE "G"                  TO FS-CTV-TP-REGISTRO
           MOVE WK-NU-GERACAO-NOVA   TO FS-CTV-NU-GERACAO
           MOVE WK-DT-HOJE           TO FS-CTV-DT-REFERENCIA
           MOVE WK-HR-AGORA          TO FS-CTV-HR-REFERENCIA
           MOVE WNM-ARQ-BKP-VENDEDOR TO FS-CTV-NM-ARQUIVO
           MOVE ZEROS                TO FS-CTV-QT-REGISTROS
           MOVE ZEROS                TO FS-CTV-VL-HASH-CPF
           MOVE "E"                  TO FS-CTV-STATUS

           WRITE ARQ-CTL-VENDEDOR-REC
           INVALID KEY
               DISPLAY "ERRO AO REGISTRAR GERACAO " WK-NU-GERACAO-NOVA
                   " STATUS " FS-STAT-CTV
           END-WRITE.

       1100-REGISTRA-INICIO-BACKUPX. EXIT.

      * -----------------------------------
      * ATUALIZA O CONTROLE DA GERACAO COM OS TOTAIS DA COPIA E O
      * STATUS FINAL (CONCLUIDO OU FALHA)
       1200-REGISTRA-FIM-BACKUP SECTION.

           MOVE "G"                TO FS-CTV-TP-REGISTRO
           MOVE WK-NU-GERACAO-NOVA TO FS-CTV-NU-GERACAO

           READ ARQ-CTL-VENDEDOR
               KEY IS FS-CTV-KEY
           INVALID KEY
               ADD 1 TO WQT-VEN-ERROS
               DISPLAY "GERACAO " WK-NU-GERACAO-NOVA
                   " NAO ENCONTRADA NO CONTROLE, STATUS " FS-STAT-CTV
           END-READ

           IF FS-STAT-CTV-OK
               MOVE WQT-VEN-COPIADOS TO FS-CTV-QT-REGISTROS
               MOVE WQT-VL-HASH-CPF  TO FS-CTV-VL-HASH-CPF

               IF WQT-VEN-ERROS EQUAL ZEROS
                   MOVE "C" TO FS-CTV-STATUS
               ELSE
                   MOVE "F" TO FS-CTV-STATUS
               END-IF

               REWRITE ARQ-CTL-VENDEDOR-REC
               INVALID KEY
                   ADD 1 TO WQT-VEN-ERROS
                   DISPLAY "ERRO AO ATUALIZAR GERACAO "
                       WK-NU-GERACAO-NOVA " STATUS " FS-STAT-CTV
               END-REWRITE
           END-IF.

       1200-REGISTRA-FIM-BACKUPX. EXIT.

      * -----------------------------------
      * COPIA TODOS OS REGISTROS DO MESTRE PARA O ARQUIVO DE BACKUP,
      * ACUMULANDO A QUANTIDADE E O TOTAL HASH DOS CPF
       2000-COPIA-VENDEDORES SECTION.

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

               MOVE FS-VEN-CD-VENDEDOR TO FS-BKV-CD-VENDEDOR
               MOVE FS-VEN-DADOS       TO FS-BKV-DADOS

               WRITE ARQ-BKP-VENDEDOR-REC
               INVALID KEY
                   ADD 1 TO WQT-VEN-ERROS
                   DISPLAY "ERRO AO COPIAR VENDEDOR "
                       FS-VEN-CD-VENDEDOR " STATUS " FS-STAT-BKV
               END-WRITE

               IF FS-STAT-BKV-OK
                   ADD 1 TO WQT-VEN-COPIADOS
                   IF FS-VEN-CPF NUMERIC
                       ADD FS-VEN-CPF TO WQT-VL-HASH-CPF
                   END-IF
               END-IF

               PERFORM 6000-LER-ARQ-VENDEDOR-SEQ

           END-PERFORM.

       2000-COPIA-VENDEDORESX. EXIT.

      * -----------------------------------
      * MANTEM AS N GERACOES CONCLUIDAS MAIS RECENTES: EXPIRA AS
      * CONCLUIDAS EXCEDENTES (DA MAIS ANTIGA PARA A MAIS NOVA) E AS
      * ANTERIORES QUE FALHARAM OU FICARAM EM EXECUCAO
       3000-EXPIRA-GERACOES SECTION.

           MOVE ZEROS TO WQT-GER-CONCLUIDAS

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

               IF FS-CTV-CONCLUIDO
                   ADD 1 TO WQT-GER-CONCLUIDAS
               END-IF

               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ

           END-PERFORM

           MOVE ZEROS TO WQT-GER-A-EXPIRAR
           IF WQT-GER-CONCLUIDAS GREATER WK-QT-GERACOES
               SUBTRACT WK-QT-GERACOES FROM WQT-GER-CONCLUIDAS
                   GIVING WQT-GER-A-EXPIRAR
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
                OR FS-CTV-NU-GERACAO NOT LESS WK-NU-GERACAO-NOVA

               EVALUATE TRUE
                   WHEN FS-CTV-CONCLUIDO
                    AND WQT-GER-A-EXPIRAR GREATER ZEROS
                       SUBTRACT 1 FROM WQT-GER-A-EXPIRAR
                       PERFORM 3100-EXPIRA-GERACAO-CORRENTE
                   WHEN FS-CTV-FALHA
                     OR FS-CTV-EXECUTANDO
                       PERFORM 3100-EXPIRA-GERACAO-CORRENTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM 6200-LER-ARQ-CTL-VENDEDOR-SEQ

           END-PERFORM.

       3000-EXPIRA-GERACOESX. EXIT.

      * -----------------------------------
      * MARCA O REGISTRO DE CONTROLE DA GERACAO LIDA COMO EXPIRADO (O
      * REGISTRO E MANTIDO COMO HISTORICO; O ARQUIVO DO RODIZIO E
      * SOBREGRAVADO PELA GERACAO QUE O REAPROVEITAR)
       3100-EXPIRA-GERACAO-CORRENTE SECTION.

           MOVE "X" TO FS-CTV-STATUS

           REWRITE ARQ-CTL-VENDEDOR-REC
           INVALID KEY
               DISPLAY "ERRO AO EXPIRAR GERACAO " FS-CTV-NU-GERACAO
                   " STATUS " FS-STAT-CTV
           END-REWRITE

           IF FS-STAT-CTV-OK
               ADD 1 TO WQT-GER-EXPIRADAS
           END-IF.

       3100-EXPIRA-GERACAO-CORRENTEX. EXIT.

      * -----------------------------------
      * ABRE O MESTRE DE VENDEDORES SOMENTE PARA LEITURA
       5000-ABRIR-ARQ-VENDEDOR SECTION.

           OPEN INPUT ARQ-VENDEDOR.

           IF NOT FS-STAT-VEN-OK
               DISPLAY "ERRO AO ABRIR VENDEDOR.IDX, STATUS "
                   FS-STAT-VEN
           END-IF.

       5000-ABRIR-ARQ-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DO RODIZIO DA NOVA GERACAO DE BACKUP (SAIDA,
      * SOBREGRAVANDO A COPIA ANTERIOR)
       5100-ABRIR-ARQ-BKP-VENDEDOR SECTION.

           OPEN OUTPUT ARQ-BKP-VENDEDOR.

           IF NOT FS-STAT-BKV-OK
               DISPLAY "ERRO AO ABRIR " WNM-ARQ-BKP-VENDEDOR
                   " STATUS " FS-STAT-BKV
           END-IF.

       5100-ABRIR-ARQ-BKP-VENDEDORX. EXIT.

      * -----------------------------------
      * ABRE O CONTROLE DO MESTRE DE VENDEDORES (CRIANDO-O NA PRIMEIRA
      * EXECUCAO)
       5200-ABRIR-ARQ-CTL-VENDEDOR SECTION.

           OPEN I-O ARQ-CTL-VENDEDOR.

           IF FS-STAT-CTV-NAO-EXISTE THEN
               OPEN OUTPUT ARQ-CTL-VENDEDOR
               PERFORM 7200-FECHA-ARQ-CTL-VENDEDOR
               OPEN I-O ARQ-CTL-VENDEDOR
           END-IF

           IF NOT FS-STAT-CTV-OK
               DISPLAY "ERRO AO ABRIR CTLVENDEDOR.IDX, STATUS "
                   FS-STAT-CTV
           END-IF.

       5200-ABRIR-ARQ-CTL-VENDEDORX. EXIT.

      * -----------------------------------
      * LE PROXIMO VENDEDOR EM SEQUENCIA DE CHAVE
       6000-LER-ARQ-VENDEDOR-SEQ SECTION.

           READ ARQ-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-VEN
           END-READ.

       6000-LER-ARQ-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * LE PROXIMO REGISTRO DE CONTROLE EM SEQUENCIA DE CHAVE
       6200-LER-ARQ-CTL-VENDEDOR-SEQ SECTION.

           READ ARQ-CTL-VENDEDOR NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-CTV
           END-READ.

       6200-LER-ARQ-CTL-VENDEDOR-SEQX. EXIT.

      * -----------------------------------
      * FECHA O MESTRE DE VENDEDORES
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

       END PROGRAM CBL_BACKUP_VENDEDOR.
