       01 WK-REL-EXC-DETALHE.
           05 WK-EXC-CD-VENDEDOR      PIC X(007).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-EXC-CPF              PIC X(014).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WK-EXC-REGIAO           PIC X(002).

           05 WNM-ARQ-REL-TERRITORIO  PIC X(50)
                                      VALUE "RELTERRITORIO.TXT".

       COPY CPY_MASCARA_CPF.

       LINKAGE SECTION.
       01 LK-PARAM.
           05 LK-RETURN-CODE PIC 99 VALUE 0.
               IF TER-VL-LATITUDE (2:12) EQUAL "000.00000000" AND
                  TER-VL-LONGITUDE (2:12) EQUAL "000.00000000"
                   MOVE TER-CD-VENDEDOR TO WK-EXC-CD-VENDEDOR
                   MOVE TER-CPF         TO WK-MSC-CPF
                   PERFORM 8000-MASCARA-CPF
                   MOVE WK-MSC-CPF-MASCARADO TO WK-EXC-CPF
                   MOVE TER-COD-REGIAO  TO WK-EXC-REGIAO
                   MOVE WK-REL-EXC-DETALHE TO ARQ-REL-TERRITORIO-REC
                   PERFORM 4500-GRAVA-LINHA-RELATORIO

       7100-FECHA-ARQ-REL-TERRITORIOX. EXIT.

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

       END PROGRAM CBL_REL_TERRITORIO.
