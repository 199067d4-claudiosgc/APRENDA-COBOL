      *          SAO APENAS CONTADAS COMO NAO SELADAS. QUALQUER
      *          VIOLACAO TERMINA COM RETURN-CODE 8, PARA QUE A
      *          CADEIA NOTURNA PARE E O ACHADO SEJA TRATADO NO DIA.
      * Modification History:
      *  15/10/2026 CS  Trilha violada ou ilegivel passa a registrar
      *                 tambem uma ocorrencia de severidade alta no
      *                 registro central INC.DAT (INCCTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELOCTT.

          COPY WS_LOGSELO.

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF AS-STATUS-LOG NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA. '
                        'STATUS: ' AS-STATUS-LOG
                MOVE SPACES           TO WS-INC-MENSAGEM
                STRING 'TRILHA DE AUDITORIA NAO ABRIU. STATUS '
                       AS-STATUS-LOG
                       DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                END-STRING
                PERFORM 9500-REGISTRA-INCIDENTE
                DISPLAY 'TERMINO ANORMAL'
                MOVE 8 TO RETURN-CODE
                GOBACK

               IF AS-CONT-VIOLACOES GREATER ZEROS
                   DISPLAY 'TRILHA DE AUDITORIA VIOLADA.'
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'TRILHA DE AUDITORIA VIOLADA: '
                          AS-CONT-VIOLACOES ' VIOLACOES'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   PERFORM 9500-REGISTRA-INCIDENTE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'TERMINO ANORMAL'
               ELSE
       3000-FINALIZA-EXIT.
               EXIT.
      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT,
      * com severidade alta, a ocorrencia com a mensagem preparada em
      * WS-INC-MENSAGEM; o detalhe fica no console do SELOCTT.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'SELOCTT'           TO WS-INC-PROGRAMA
               MOVE 'A'                 TO WS-INC-SEVERIDADE
               MOVE 'LOG.TXT'           TO WS-INC-ARQUIVO
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.
      ******************************************************************
      ********************** SELO DE LINHA *****************************
      ******************************************************************
      * P298-SELA-LINHA: acumula em WS-SELO-TOTAL o valor de
