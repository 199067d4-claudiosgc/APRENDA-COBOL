      *          PROGRAMA TERMINA COM RETURN-CODE 8, PARA QUE O
      *          ENCADEADOR INTERROMPA A CADEIA EM VEZ DE EXTRAIR
      *          POR CIMA DE UM DIA NAO CONFIRMADO.
      * Modification History:
      *  15/10/2026 CS  Confirmacao ausente, recusada ou sem trailer
      *                 registra ocorrencia de severidade alta no
      *                 registro central INC.DAT (INCCTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKCTT.
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 RES-MOTIVO               PIC X(030).

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   DISPLAY 'ARQUIVO DE CONFIRMACAO SEM TRAILER. '
                           'VERIFIQUE A TRANSMISSAO.'
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'CONFIRMACAO DA EXTRACAO DE ' AS-DATA-ACK
                          ' SEM TRAILER'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   PERFORM 9500-REGISTRA-INCIDENTE
                   DISPLAY 'TERMINO ANORMAL'
               ELSE
                   PERFORM 3100-GRAVA-CONTROLE
               CLOSE RESULTADO
               CLOSE REEXTR

               MOVE SPACES              TO WS-INC-MENSAGEM
               STRING 'CONFIRMACAO DA EXTRACAO DE ' AS-DATA-EXTRACAO
                      ' NAO PROCESSADA'
                      DELIMITED BY SIZE INTO WS-INC-MENSAGEM
               END-STRING
               PERFORM 9500-REGISTRA-INCIDENTE

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.

      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT a
      * ocorrencia preparada em WS-INC-MENSAGEM. Confirmacao que nao
      * fecha interrompe a cadeia, por isso a severidade e sempre alta.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'ACKCTT'            TO WS-INC-PROGRAMA
               MOVE 'A'                 TO WS-INC-SEVERIDADE
               MOVE 'ACK.TXT'           TO WS-INC-ARQUIVO
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.
       END PROGRAM ACKCTT.
