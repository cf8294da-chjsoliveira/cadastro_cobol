      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Conversao unica do mestre de operadores para o layout
      *          estendido (indicador de aprovador da fila de
      *          alteracoes sensiveis de vendedores): le o OPERADOR.IDX
      *          gravado no layout anterior e grava OPERADOR.NOVO.IDX no
      *          layout de FS-ARQ-OPERADOR, com o operador
      *          administrador marcado como aprovador e os demais
      *          nao. Apos conferir os totais, substitua o OPERADOR.IDX
      *          pelo arquivo novo antes de usar CBL_MENU_VENDEDOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONVERTE_OPERADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-OPE-VELHO ASSIGN TO DISK WID-ARQ-OPERADOR
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OVE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OVE.

           SELECT ARQ-OPE-NOVO ASSIGN TO DISK WID-ARQ-OPE-NOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-OPE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OPE-VELHO.
       01 ARQ-OPE-VELHO-REC.
           05 FS-OVE-KEY.
               10 FS-OVE-CD-OPERADOR      PIC  X(008).
           05 FS-OVE-DADOS.
               10 FS-OVE-NM-OPERADOR      PIC  X(040).
               10 FS-OVE-SENHA            PIC  X(008).
               10 FS-OVE-PERFIL           PIC  X(010).
               10 FS-OVE-FL-ADMIN         PIC  X(001).
                   88 FS-OVE-ADMIN        VALUE "S".
               10 FS-OVE-STATUS           PIC  X(001).
               10 FS-OVE-PERFIL-EXT       PIC  X(002).
               10 FS-OVE-DT-VALIDADE-SENHA PIC X(008).
               10 FS-OVE-QT-FALHAS        PIC  X(001).
               10 FS-OVE-FL-BLOQUEADO     PIC  X(001).

       FD ARQ-OPE-NOVO.

       COPY FS-ARQ-OPERADOR.

       WORKING-STORAGE SECTION.
       77 FS-STAT-OVE PIC 9(02).
           88 FS-STAT-OVE-OK         VALUE 00.
           88 FS-STAT-OVE-EOF        VALUE 10 23.
           88 FS-STAT-OVE-NAO-EXISTE VALUE 35.

       77 FS-STAT-OPE PIC 9(02).
           88 FS-STAT-OPE-OK         VALUE 00.
           88 FS-STAT-OPE-EOF        VALUE 10 23.
           88 FS-STAT-OPE-NAO-EXISTE VALUE 35.

       01 WQT-TOTAIS.
           05 WQT-OPE-LIDOS          PIC 9(9) VALUE ZEROS.
           05 WQT-OPE-CONVERTIDOS    PIC 9(9) VALUE ZEROS.
           05 WQT-OPE-APROVADORES    PIC 9(9) VALUE ZEROS.
           05 WQT-OPE-ERROS          PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_OPERADOR.

       01 WID-ARQ-OPE-NOVO.
           05 WNM-PATH-OPE-NOVO       PIC X(17).
           05 WNM-ARQ-OPE-NOVO        PIC X(50)
                                      VALUE "OPERADOR.NOVO.IDX".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-QT-CONVERTIDOS       PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-OPERADOR.
           MOVE WNM-PATH-OPERADOR TO WNM-PATH-OPE-NOVO.

           PERFORM 5000-ABRIR-ARQ-OPE-VELHO
           PERFORM 5100-ABRIR-ARQ-OPE-NOVO

           IF FS-STAT-OVE-OK AND FS-STAT-OPE-OK
               MOVE LOW-VALUES TO FS-OVE-KEY

               START ARQ-OPE-VELHO
                   KEY IS NOT LESS THAN FS-OVE-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-OVE
               END-START

               IF FS-STAT-OVE-OK
                   PERFORM 6000-LER-ARQ-OPE-VELHO-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-OVE-OK

                   ADD 1 TO WQT-OPE-LIDOS

                   PERFORM 1000-CONVERTE-OPERADOR

                   PERFORM 6000-LER-ARQ-OPE-VELHO-SEQ

               END-PERFORM
           ELSE
               ADD 1 TO WQT-OPE-ERROS
           END-IF

           PERFORM 7000-FECHA-ARQ-OPE-VELHO
           PERFORM 7100-FECHA-ARQ-OPE-NOVO

           DISPLAY "OPERADORES LIDOS:       " WQT-OPE-LIDOS
           DISPLAY "OPERADORES CONVERTIDOS: " WQT-OPE-CONVERTIDOS
           DISPLAY "APROVADORES MARCADOS:   " WQT-OPE-APROVADORES
           DISPLAY "ERROS:                  " WQT-OPE-ERROS

           MOVE WQT-OPE-CONVERTIDOS TO LK-QT-CONVERTIDOS

           IF WQT-OPE-ERROS GREATER ZEROS OR
              WQT-OPE-CONVERTIDOS NOT EQUAL WQT-OPE-LIDOS
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * MONTA E GRAVA O REGISTRO NO LAYOUT NOVO: CAMPOS ORIGINAIS
      * COPIADOS E APROVADOR "S" SO PARA O ADMINISTRADOR
       1000-CONVERTE-OPERADOR SECTION.

           MOVE SPACES TO ARQ-OPERADOR-REC

           MOVE FS-OVE-KEY          TO FS-OPE-KEY
           MOVE FS-OVE-DADOS        TO FS-OPE-DADOS

           IF FS-OVE-ADMIN
               MOVE 'S' TO FS-OPE-FL-APROVADOR
               ADD 1 TO WQT-OPE-APROVADORES
           ELSE
               MOVE 'N' TO FS-OPE-FL-APROVADOR
           END-IF

           WRITE ARQ-OPERADOR-REC
           INVALID KEY
               ADD 1 TO WQT-OPE-ERROS
               DISPLAY "ERRO AO GRAVAR OPERADOR " FS-OVE-CD-OPERADOR
                   " STATUS " FS-STAT-OPE
           END-WRITE

           IF FS-STAT-OPE-OK
               ADD 1 TO WQT-OPE-CONVERTIDOS
           END-IF.

       1000-CONVERTE-OPERADORX. EXIT.

      * -----------------------------------
      * ABRE O MESTRE DE OPERADORES NO LAYOUT ANTERIOR (ENTRADA)
       5000-ABRIR-ARQ-OPE-VELHO SECTION.

           OPEN INPUT ARQ-OPE-VELHO.

           IF NOT FS-STAT-OVE-OK
               DISPLAY "ERRO AO ABRIR OPERADOR.IDX, STATUS "
                   FS-STAT-OVE
           END-IF.

       5000-ABRIR-ARQ-OPE-VELHOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO CONVERTIDO (SAIDA, SEMPRE RECRIADO)
       5100-ABRIR-ARQ-OPE-NOVO SECTION.

           OPEN OUTPUT ARQ-OPE-NOVO.

           IF NOT FS-STAT-OPE-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO CONVERTIDO, STATUS "
                   FS-STAT-OPE
           END-IF.

       5100-ABRIR-ARQ-OPE-NOVOX. EXIT.

      * -----------------------------------
      * LE PROXIMO OPERADOR DO LAYOUT ANTERIOR EM SEQUENCIA DE CHAVE
       6000-LER-ARQ-OPE-VELHO-SEQ SECTION.

           READ ARQ-OPE-VELHO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-OVE
           END-READ.

       6000-LER-ARQ-OPE-VELHO-SEQX. EXIT.

      * -----------------------------------
      * FECHA O MESTRE DE OPERADORES NO LAYOUT ANTERIOR
       7000-FECHA-ARQ-OPE-VELHO SECTION.

           CLOSE ARQ-OPE-VELHO.

       7000-FECHA-ARQ-OPE-VELHOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO CONVERTIDO
       7100-FECHA-ARQ-OPE-NOVO SECTION.

           CLOSE ARQ-OPE-NOVO.

       7100-FECHA-ARQ-OPE-NOVOX. EXIT.

       END PROGRAM CBL_CONVERTE_OPERADOR.
