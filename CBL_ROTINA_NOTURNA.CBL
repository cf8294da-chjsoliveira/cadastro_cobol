      * Date: 22/08/2026
      * Purpose: Orquestrador do fechamento noturno: executa em ordem
      *          a importacao (CBL_MENU_VENDEDOR em lote), a
      *          atribuicao de territorio (CBL_ATRIB_TERRITORIO), a
      *          exportacao (CBL_MENU_VENDEDOR modo E), a carga de
      *          visitas (CBL_CARGA_VISITA) e a copia de seguranca do
      *          mestre de vendedores (CBL_BACKUP_VENDEDOR), registrando
      *          cada passo no arquivo de controle de execucao
      *          (data de processo, inicio/fim, quantidades, codigo de
      *          retorno). Recusa reprocessar uma data ja concluida
      *          sem override explicito e, apos falha, reinicia do
      *          primeiro passo nao concluido. A importacao e a carga
      *          de visitas que falharam sao reexecutadas em modo de
      *          reinicio, retomando do ultimo checkpoint gravado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FL-FALHA PIC X VALUE "N".
           88 W-HOUVE-FALHA VALUE "S".

       77 WS-FL-REINICIO PIC X VALUE "N".
           88 W-REINICIO VALUE "S".

       01 WK-PARAM-MENU.
           05 WK-MNU-RETURN-CODE     PIC 99     VALUE 0.
           05 WK-MNU-MODO            PIC X(01)  VALUE SPACE.
           05 WK-MNU-QT-NOVOS        PIC 9(09)  VALUE ZEROS.
           05 WK-MNU-QT-ATUALIZADOS  PIC 9(09)  VALUE ZEROS.
           05 WK-MNU-QT-ERROS        PIC 9(09)  VALUE ZEROS.
           05 WK-MNU-QT-CHECKPOINT   PIC 9(05)  VALUE ZEROS.

       01 WK-PARAM-TERRITORIO.
           05 WK-TER-RETURN-CODE     PIC 99     VALUE 0.
           05 WK-TER-QT-ATRIBUIDOS   PIC 9(09)  VALUE ZEROS.

       01 WK-PARAM-CARGA.
           05 WK-CRG-RETURN-CODE     PIC 99     VALUE 0.
           05 WK-CRG-ARQ-CARGA       PIC X(50)  VALUE SPACES.
           05 WK-CRG-QT-GRAVADOS     PIC 9(09)  VALUE ZEROS.
           05 WK-CRG-QT-ERROS        PIC 9(09)  VALUE ZEROS.
           05 WK-CRG-FL-REINICIO     PIC X(01)  VALUE SPACE.
           05 WK-CRG-QT-CHECKPOINT   PIC 9(05)  VALUE ZEROS.

       01 WK-PARAM-BACKUP.
           05 WK-BKP-RETURN-CODE     PIC 99     VALUE 0.
           05 WK-BKP-QT-GERACOES     PIC 9(003) VALUE ZEROS.
           05 WK-BKP-QT-COPIADOS     PIC 9(09)  VALUE ZEROS.

       COPY CPY_ID_ARQ_RUNCONTROLE.

       LINKAGE SECTION.
           05 LK-FL-OVERRIDE          PIC X(001) VALUE SPACE.
               88 LK-OVERRIDE         VALUE "S".
           05 LK-ARQ-IMPORTACAO       PIC X(50)  VALUE SPACES.
           05 LK-ARQ-CARGA-VISITA     PIC X(50)  VALUE SPACES.
           05 LK-QT-GERACOES-BACKUP   PIC 9(003) VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

               PERFORM 1000-PROCESSA-PASSO
           END-IF

           IF NOT W-HOUVE-FALHA
               MOVE 4 TO WK-NU-PASSO
               MOVE "CARGAVISITA" TO WK-NM-PASSO
               PERFORM 1000-PROCESSA-PASSO
           END-IF

           IF NOT W-HOUVE-FALHA
               MOVE 5 TO WK-NU-PASSO
               MOVE "BACKUPVEN" TO WK-NM-PASSO
               PERFORM 1000-PROCESSA-PASSO
           END-IF

           PERFORM 7000-FECHA-ARQ-RUN-CONTROLE

           EVALUATE TRUE
      * -----------------------------------
      * DECIDE SE O PASSO WK-NU-PASSO DEVE RODAR NA DATA DE PROCESSO:
      * PASSO JA CONCLUIDO SO RODA DE NOVO COM OVERRIDE; PASSO SEM
      * REGISTRO, EM EXECUCAO ABANDONADA OU EM FALHA E (RE)EXECUTADO;
      * NOS DOIS ULTIMOS CASOS O PASSO RODA EM MODO DE REINICIO
       1000-PROCESSA-PASSO SECTION.

           MOVE WK-DT-PROCESSO TO FS-RUN-DT-PROCESSO
               MOVE 'N' TO WS-FL-PASSO-EXISTE
           END-IF

           IF W-PASSO-EXISTE AND
              (FS-RUN-FALHA OR FS-RUN-EXECUTANDO)
               MOVE 'S' TO WS-FL-REINICIO
           ELSE
               MOVE 'N' TO WS-FL-REINICIO
           END-IF

           IF W-PASSO-EXISTE AND FS-RUN-CONCLUIDO AND
              NOT LK-OVERRIDE
               ADD 1 TO WQT-PASSOS-PULADOS
                   PERFORM 2100-PASSO-TERRITORIO
               WHEN 3
                   PERFORM 2200-PASSO-EXPORTACAO
               WHEN 4
                   PERFORM 2300-PASSO-CARGA-VISITA
               WHEN 5
                   PERFORM 2400-PASSO-BACKUP
           END-EVALUATE

           ACCEPT FS-RUN-DT-FIM FROM DATE YYYYMMDD

      * -----------------------------------
      * PASSO 01: IMPORTACAO DA CARGA DE VENDEDORES VIA
      * CBL_MENU_VENDEDOR EM MODO LOTE ("B"), OU EM MODO DE REINICIO
      * ("R") QUANDO O PASSO FALHOU OU FOI ABANDONADO
       2000-PASSO-IMPORTACAO SECTION.

           MOVE ZEROS TO WK-MNU-RETURN-CODE

           IF W-REINICIO
               MOVE "R" TO WK-MNU-MODO
           ELSE
               MOVE "B" TO WK-MNU-MODO
           END-IF

           IF LK-ARQ-IMPORTACAO NOT EQUAL SPACES
               MOVE LK-ARQ-IMPORTACAO TO WK-MNU-ARQ-IMPORTACAO

       2200-PASSO-EXPORTACAOX. EXIT.

      * -----------------------------------
      * PASSO 04: CARGA DO MOVIMENTO DE VISITAS VIA CBL_CARGA_VISITA,
      * EM MODO DE REINICIO QUANDO O PASSO FALHOU OU FOI ABANDONADO
       2300-PASSO-CARGA-VISITA SECTION.

           MOVE ZEROS TO WK-CRG-RETURN-CODE
           MOVE LK-ARQ-CARGA-VISITA TO WK-CRG-ARQ-CARGA
           MOVE ZEROS TO WK-CRG-QT-GRAVADOS WK-CRG-QT-ERROS

           IF W-REINICIO
               MOVE "S" TO WK-CRG-FL-REINICIO
           ELSE
               MOVE "N" TO WK-CRG-FL-REINICIO
           END-IF

           CALL "CBL_CARGA_VISITA" USING WK-PARAM-CARGA
           ON EXCEPTION
               MOVE 12 TO WK-CRG-RETURN-CODE
               DISPLAY "ERRO AO CHAMAR CBL_CARGA_VISITA"
           END-CALL

           MOVE WK-CRG-QT-GRAVADOS TO FS-RUN-QT-NOVOS
           MOVE WK-CRG-QT-ERROS    TO FS-RUN-QT-ERROS
           MOVE WK-CRG-RETURN-CODE TO FS-RUN-CD-RETORNO.

       2300-PASSO-CARGA-VISITAX. EXIT.

      * -----------------------------------
      * PASSO 05: COPIA DE SEGURANCA DO MESTRE DE VENDEDORES VIA
      * CBL_BACKUP_VENDEDOR, MANTENDO AS N ULTIMAS GERACOES
       2400-PASSO-BACKUP SECTION.

           MOVE ZEROS TO WK-BKP-RETURN-CODE WK-BKP-QT-COPIADOS
           MOVE LK-QT-GERACOES-BACKUP TO WK-BKP-QT-GERACOES

           CALL "CBL_BACKUP_VENDEDOR" USING WK-PARAM-BACKUP
           ON EXCEPTION
               MOVE 12 TO WK-BKP-RETURN-CODE
               DISPLAY "ERRO AO CHAMAR CBL_BACKUP_VENDEDOR"
           END-CALL

           MOVE WK-BKP-QT-COPIADOS TO FS-RUN-QT-NOVOS
           MOVE WK-BKP-RETURN-CODE TO FS-RUN-CD-RETORNO.

       2400-PASSO-BACKUPX. EXIT.

      * -----------------------------------
      * GRAVA O REGISTRO DE CONTROLE DO PASSO CORRENTE (WRITE COM
      * FALLBACK PARA REWRITE QUANDO O PASSO JA EXISTE NO CONTROLE)
