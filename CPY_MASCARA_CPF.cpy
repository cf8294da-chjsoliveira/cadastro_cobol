      ******************************************************************
      * Copybook: CPY_MASCARA_CPF
      * Purpose:  Areas de trabalho para imprimir o CPF mascarado nos
      *           relatorios - so os quatro ultimos digitos ficam
      *           visiveis (***.***.*99-99). O programa move o CPF
      *           para WK-MSC-CPF e monta WK-MSC-CPF-MASCARADO; CPF
      *           zerado ou nao numerico sai todo mascarado. O CPF
      *           completo so e gravado nos arquivos de interface.
      ******************************************************************
       01 WK-MSC-CPF                  PIC 9(011).
       01 WK-MSC-CPF-R REDEFINES WK-MSC-CPF.
           05 FILLER                  PIC X(007).
           05 WK-MSC-CPF-FINAL        PIC X(002).
           05 WK-MSC-CPF-DV           PIC X(002).

       01 WK-MSC-CPF-MASCARADO.
           05 WK-MSC-MASCARA          PIC X(009).
           05 WK-MSC-MSC-FINAL        PIC X(002).
           05 WK-MSC-SEPARADOR        PIC X(001).
           05 WK-MSC-MSC-DV           PIC X(002).
