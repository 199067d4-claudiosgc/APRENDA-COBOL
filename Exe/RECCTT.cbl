      *                 detecte a falha e interrompa a cadeia em vez
      *                 de depender da mensagem TERMINO ANORMAL no
      *                 console.
      *  15/10/2026 CS  Divergencia achada ou termino anormal passa a
      *                 registrar tambem uma ocorrencia no registro
      *                 central INC.DAT (INCCTT), para o turno da
      *                 manha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCTT.
           05 AS-CONT-SO-TXT           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-SO-DAT           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-DIVERGENTES      PIC 9(006) VALUE ZEROS.
           05 AS-CONT-DIFERENCAS       PIC 9(006) VALUE ZEROS.

       01 AS-CAMINHO-TXT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.TXT'.
           05 MSG-DIV-NM-DAT           PIC X(020).
           05 FILLER                   PIC X(001) VALUE '"'.

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               DISPLAY 'SOMENTE EM COT.TXT: '     AS-CONT-SO-TXT
               DISPLAY 'SOMENTE EM COT.DAT: '     AS-CONT-SO-DAT
               DISPLAY 'NOMES DIVERGENTES: '      AS-CONT-DIVERGENTES

               COMPUTE AS-CONT-DIFERENCAS = AS-CONT-SO-TXT
                                          + AS-CONT-SO-DAT
                                          + AS-CONT-DIVERGENTES
               IF AS-CONT-DIFERENCAS GREATER ZEROS
                   MOVE 'M'             TO WS-INC-SEVERIDADE
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'RECONCILIACAO: ' AS-CONT-DIFERENCAS
                          ' DIFERENCAS COT.TXT x COT.DAT'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   MOVE 'CONSOLE DO RECCTT' TO WS-INC-ARQUIVO
                   PERFORM 9500-REGISTRA-INCIDENTE
               END-IF

               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT a
      * ocorrencia preparada em WS-INC-PARAMETROS. Falha na gravacao
      * so e avisada no console por INCCTT.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'RECCTT'            TO WS-INC-PROGRAMA
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL **********************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               MOVE 'A'                 TO WS-INC-SEVERIDADE
               MOVE 'RECONCILIACAO CANCELADA: COT.DAT NAO ABRIU'
                                        TO WS-INC-MENSAGEM
               MOVE 'COT.DAT'           TO WS-INC-ARQUIVO
               PERFORM 9500-REGISTRA-INCIDENTE

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
