      ******************************************************************
      * Author: CARLOS OLIVEIRA
      * Date: 15/10/2026
      * Purpose: Conversao unica do arquivo persistente de atribuicao
      *          para a organizacao com chave alternativa por vendedor
      *          (usada pelo roteiro de visitas): le o ATRIBUICAO.IDX
      *          gravado so com a chave primaria e grava
      *          ATRIBUICAO.NOVO.IDX com a chave alternativa
      *          FS-ATM-CD-VENDEDOR, copiando os registros sem
      *          alteracao. Apos conferir os totais, substitua o
      *          ATRIBUICAO.IDX pelo arquivo novo antes de usar
      *          CBL_ATRIB_CLIENTE ou CBL_ROTEIRO_VENDEDOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL_CONVERTE_ATRIBUICAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARQ-ATM-VELHO ASSIGN TO DISK WID-ARQ-ATRIB-MESTRE
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-AVE-KEY
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-AVE.

           SELECT ARQ-ATM-NOVO ASSIGN TO DISK WID-ARQ-ATM-NOVO
               ORGANIZATION       IS INDEXED
               ACCESS MODE        IS DYNAMIC
               RECORD KEY         IS FS-ATM-KEY
               ALTERNATE RECORD KEY IS FS-ATM-CD-VENDEDOR
                                      WITH DUPLICATES
               LOCK MODE          IS MANUAL
               FILE STATUS        IS FS-STAT-ATM.

       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ATM-VELHO.
       01 ARQ-ATM-VELHO-REC.
           05 FS-AVE-KEY.
               10 FS-AVE-CD-CLIENTE       PIC  9(007).
           05 FS-AVE-DADOS.
               10 FS-AVE-CD-VENDEDOR      PIC  9(007).
               10 FS-AVE-VL-DISTANCIA-KM  PIC  9(005)V9(002).
               10 FS-AVE-DT-ATRIBUICAO    PIC  9(008).
               10 FS-AVE-CD-VEN-TITULAR   PIC  X(007).
               10 FS-AVE-FL-COBERTURA     PIC  X(001).
               10 FILLER                  PIC  X(002).

       FD ARQ-ATM-NOVO.

       COPY FS-ARQ-ATRIBUICAO.

       WORKING-STORAGE SECTION.
       77 FS-STAT-AVE PIC 9(02).
           88 FS-STAT-AVE-OK         VALUE 00.
           88 FS-STAT-AVE-EOF        VALUE 10 23.
           88 FS-STAT-AVE-NAO-EXISTE VALUE 35.

       77 FS-STAT-ATM PIC 9(02).
           88 FS-STAT-ATM-OK         VALUE 00.
           88 FS-STAT-ATM-EOF        VALUE 10 23.
           88 FS-STAT-ATM-NAO-EXISTE VALUE 35.

       01 WQT-TOTAIS.
           05 WQT-ATM-LIDOS          PIC 9(9) VALUE ZEROS.
           05 WQT-ATM-CONVERTIDOS    PIC 9(9) VALUE ZEROS.
           05 WQT-ATM-ERROS          PIC 9(9) VALUE ZEROS.

       COPY CPY_ID_ARQ_ATRIBUICAO.

       01 WID-ARQ-ATM-NOVO.
           05 WNM-PATH-ATM-NOVO       PIC X(17).
           05 WNM-ARQ-ATM-NOVO        PIC X(50)
                                      VALUE "ATRIBUICAO.NOVO.IDX".

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE          PIC 99     VALUE 0.
           05 LK-QT-CONVERTIDOS       PIC 9(09)  VALUE ZEROS.

       PROCEDURE DIVISION USING LK-PARAM.

       0000-PRINCIPAL SECTION.

           SET ENVIRONMENT 'DB_HOME' TO WNM-PATH-ATRIB-MESTRE.
           MOVE WNM-PATH-ATRIB-MESTRE TO WNM-PATH-ATM-NOVO.

           PERFORM 5000-ABRIR-ARQ-ATM-VELHO
           PERFORM 5100-ABRIR-ARQ-ATM-NOVO

           IF FS-STAT-AVE-OK AND FS-STAT-ATM-OK
               MOVE LOW-VALUES TO FS-AVE-KEY

               START ARQ-ATM-VELHO
                   KEY IS NOT LESS THAN FS-AVE-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-AVE
               END-START

               IF FS-STAT-AVE-OK
                   PERFORM 6000-LER-ARQ-ATM-VELHO-SEQ
               END-IF

               PERFORM
                 UNTIL NOT FS-STAT-AVE-OK

                   ADD 1 TO WQT-ATM-LIDOS

                   PERFORM 1000-CONVERTE-ATRIBUICAO

                   PERFORM 6000-LER-ARQ-ATM-VELHO-SEQ

               END-PERFORM
           ELSE
               ADD 1 TO WQT-ATM-ERROS
           END-IF

           PERFORM 7000-FECHA-ARQ-ATM-VELHO
           PERFORM 7100-FECHA-ARQ-ATM-NOVO

           DISPLAY "ATRIBUICOES LIDAS:       " WQT-ATM-LIDOS
           DISPLAY "ATRIBUICOES CONVERTIDAS: " WQT-ATM-CONVERTIDOS
           DISPLAY "ERROS:                   " WQT-ATM-ERROS

           MOVE WQT-ATM-CONVERTIDOS TO LK-QT-CONVERTIDOS

           IF WQT-ATM-ERROS GREATER ZEROS OR
              WQT-ATM-CONVERTIDOS NOT EQUAL WQT-ATM-LIDOS
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE 0 TO LK-RETURN-CODE
           END-IF

           GOBACK.

       0000-PRINCIPALX. EXIT.

      * -----------------------------------
      * GRAVA O REGISTRO NO ARQUIVO NOVO COM OS MESMOS CAMPOS; A CHAVE
      * ALTERNATIVA POR VENDEDOR E MONTADA NA GRAVACAO
       1000-CONVERTE-ATRIBUICAO SECTION.

           MOVE FS-AVE-KEY          TO FS-ATM-KEY
           MOVE FS-AVE-DADOS        TO FS-ATM-DADOS

           WRITE ARQ-ATRIB-MESTRE-REC
           INVALID KEY
               ADD 1 TO WQT-ATM-ERROS
               DISPLAY "ERRO AO GRAVAR ATRIBUICAO DO CLIENTE "
                   FS-AVE-CD-CLIENTE " STATUS " FS-STAT-ATM
           END-WRITE

           IF FS-STAT-ATM-OK
               ADD 1 TO WQT-ATM-CONVERTIDOS
           END-IF.

       1000-CONVERTE-ATRIBUICAOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO DE ATRIBUICAO SO COM A CHAVE PRIMARIA (ENTRADA)
       5000-ABRIR-ARQ-ATM-VELHO SECTION.

           OPEN INPUT ARQ-ATM-VELHO.

           IF NOT FS-STAT-AVE-OK
               DISPLAY "ERRO AO ABRIR ATRIBUICAO.IDX, STATUS "
                   FS-STAT-AVE
           END-IF.

       5000-ABRIR-ARQ-ATM-VELHOX. EXIT.

      * -----------------------------------
      * ABRE O ARQUIVO CONVERTIDO (SAIDA, SEMPRE RECRIADO)
       5100-ABRIR-ARQ-ATM-NOVO SECTION.

           OPEN OUTPUT ARQ-ATM-NOVO.

           IF NOT FS-STAT-ATM-OK
               DISPLAY "ERRO AO ABRIR ARQUIVO CONVERTIDO, STATUS "
                   FS-STAT-ATM
           END-IF.

       5100-ABRIR-ARQ-ATM-NOVOX. EXIT.

      * -----------------------------------
      * LE PROXIMA ATRIBUICAO DO ARQUIVO ANTERIOR EM SEQUENCIA DE CHAVE
       6000-LER-ARQ-ATM-VELHO-SEQ SECTION.

           READ ARQ-ATM-VELHO NEXT RECORD
               AT END
                   MOVE 10 TO FS-STAT-AVE
           END-READ.

       6000-LER-ARQ-ATM-VELHO-SEQX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO DE ATRIBUICAO ANTERIOR
       7000-FECHA-ARQ-ATM-VELHO SECTION.

           CLOSE ARQ-ATM-VELHO.

       7000-FECHA-ARQ-ATM-VELHOX. EXIT.

      * -----------------------------------
      * FECHA O ARQUIVO CONVERTIDO
       7100-FECHA-ARQ-ATM-NOVO SECTION.

           CLOSE ARQ-ATM-NOVO.

       7100-FECHA-ARQ-ATM-NOVOX. EXIT.

       END PROGRAM CBL_CONVERTE_ATRIBUICAO.
