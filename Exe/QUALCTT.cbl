      *          SITUACAO FORA DE A/I E DEPARTAMENTO EM BRANCO. O
      *          RELATORIO (QUAL.TXT) LISTA CADA ANOMALIA COM ID E
      *          NOME E FECHA COM OS TOTAIS POR REGRA.
      * Modification History:
      *  15/10/2026 CS  Varredura com anomalias (severidade baixa) ou
      *                 cancelada (severidade alta) passa a registrar
      *                 tambem uma ocorrencia no registro central
      *                 INC.DAT (INCCTT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALCTT.
           05 AS-CONT-ORDEM            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-STATUS           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-DEPTO            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-ANOMALIAS        PIC 9(006) VALUE ZEROS.
           05 AS-POS                   PIC 9(003) COMP VALUE ZEROS.
           05 AS-TAM                   PIC 9(003) COMP VALUE ZEROS.
           05 AS-TEM-ARROBA            PIC X(001) VALUE 'N'.
           05 LIN-TOT-TITULO           PIC X(040).
           05 LIN-TOT-QTD              PIC ZZZZZ9.

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                       AS-CONT-ORDEM
               DISPLAY 'SITUACOES FORA DE A/I: '   AS-CONT-STATUS
               DISPLAY 'DEPARTAMENTOS EM BRANCO: ' AS-CONT-DEPTO

               COMPUTE AS-CONT-ANOMALIAS = AS-CONT-EMAIL
                                         + AS-CONT-TELEFONE
                                         + AS-CONT-DATA
                                         + AS-CONT-ORDEM
                                         + AS-CONT-STATUS
                                         + AS-CONT-DEPTO
               IF AS-CONT-ANOMALIAS GREATER ZEROS
                   MOVE 'B'             TO WS-INC-SEVERIDADE
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'VARREDURA DE QUALIDADE: ' AS-CONT-ANOMALIAS
                          ' ANOMALIAS EM COT.DAT'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   PERFORM 9500-REGISTRA-INCIDENTE
               END-IF

               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               CLOSE COT-DAT
               CLOSE REL-QUAL

               MOVE 'A'                 TO WS-INC-SEVERIDADE
               MOVE SPACES              TO WS-INC-MENSAGEM
               STRING 'VARREDURA DE QUALIDADE CANCELADA: '
                      MSG-ERRO-OPEN-ARQUIVO ' STATUS '
                      MSG-ERRO-OPEN-STATUS
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
      * ocorrencia preparada em WS-INC-SEVERIDADE e WS-INC-MENSAGEM;
      * o detalhe fica no relatorio QUAL.TXT.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'QUALCTT'           TO WS-INC-PROGRAMA
               MOVE 'QUAL.TXT'          TO WS-INC-ARQUIVO
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.
       END PROGRAM QUALCTT.
