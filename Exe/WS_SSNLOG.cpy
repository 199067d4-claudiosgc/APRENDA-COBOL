      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DO REGISTRO DE SESSOES DE OPERADOR
      *          (SSN.TXT), GRAVADO POR MENUCTT A CADA ENTRADA
      *          (SIGN-ON), SAIDA, ENCERRAMENTO POR INATIVIDADE, TROCA
      *          DE SENHA E FALHA DE IDENTIFICACAO, COM DATA, HORA E
      *          TERMINAL. AS LINHAS DE UMA MESMA SESSAO LEVAM A DATA
      *          E HORA DA ENTRADA (WS-SSN-INI-DATA/HORA), QUE AMARRAM
      *          A SAIDA A SUA ENTRADA; EVENTO ANTERIOR A ENTRADA
      *          (FALHA, SENHA DEFINIDA NO SIGN-ON) LEVA ZEROS.
      *          COMPARTILHADO POR MENUCTT E SSNRCTT (COPY WS_SSNLOG
      *          NA WORKING-STORAGE SECTION).
      ******************************************************************
       01 WS-SSN-REGISTRO.
          03 WS-SSN-EVENTO                 PIC X(10).
             88 SSN-ENTRADA                VALUE 'ENTRADA'.
             88 SSN-SAIDA                  VALUE 'SAIDA'.
             88 SSN-INATIVO                VALUE 'INATIVO'.
             88 SSN-SENHA                  VALUE 'SENHA'.
             88 SSN-FALHA                  VALUE 'FALHA'.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-OPERADOR               PIC X(04).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-DATA                   PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-HORA                   PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-TERMINAL               PIC X(15).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-INI-DATA               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-INI-HORA               PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-SSN-DETALHE                PIC X(20).
