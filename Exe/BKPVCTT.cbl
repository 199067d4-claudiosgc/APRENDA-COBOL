      *          GERACAO EM BKPVCERT.TXT. RODANDO SEMANALMENTE NA
      *          CADEIA, UMA FITA RUIM APARECE MESES ANTES DA
      *          EMERGENCIA. FALHA TERMINA COM RETURN-CODE 8.
      * Modification History:
      *  15/10/2026 CS  Geracao reprovada ou catalogo indisponivel
      *                 passa a registrar tambem uma ocorrencia de
      *                 severidade alta no registro central INC.DAT
      *                 (INCCTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPVCTT.
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 CER-CAMINHO              PIC X(065).

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            IF AS-STATUS-CAT NOT EQUAL ZEROS
                DISPLAY 'CATALOGO DE BACKUPS INDISPONIVEL. STATUS: '
                        AS-STATUS-CAT
                MOVE SPACES           TO WS-INC-MENSAGEM
                STRING 'CATALOGO DE BACKUPS INDISPONIVEL. STATUS '
                       AS-STATUS-CAT
                       DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                END-STRING
                MOVE 'BKPCAT.TXT'     TO WS-INC-ARQUIVO
                PERFORM 9500-REGISTRA-INCIDENTE
                PERFORM 9000-CANCELA
            END-IF

               DISPLAY 'RESULTADO DA VERIFICACAO: ' AS-RESULTADO

               IF AS-FALHOU-OK
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'BACKUP REPROVADO NA VERIFICACAO DE '
                          AS-DATA-SISTEMA
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   MOVE 'BKPVCERT.TXT'  TO WS-INC-ARQUIVO
                   PERFORM 9500-REGISTRA-INCIDENTE
                   MOVE 8 TO RETURN-CODE
                   DISPLAY 'TERMINO ANORMAL'
               ELSE
           .
       9000-CANCELA-EXIT.
               EXIT.

      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT,
      * com severidade alta, a ocorrencia preparada em
      * WS-INC-MENSAGEM e WS-INC-ARQUIVO.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'BKPVCTT'           TO WS-INC-PROGRAMA
               MOVE 'A'                 TO WS-INC-SEVERIDADE
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.
       END PROGRAM BKPVCTT.
