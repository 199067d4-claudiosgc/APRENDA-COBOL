      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONSULTA DA TABELA CENTRAL DE CODIGOS (TBC.DAT). OS
      *          PROGRAMAS DE ENTRADA (CADCONTT, ALTCONTT, CONSCTT,
      *          VCFICTT) CHAMAM ESTE SUBPROGRAMA, VIA PR_TABCHK, PARA
      *          OFERECER E VALIDAR OS TIPOS DE DETALHE, DE ENDERECO
      *          E DE DATA-CHAVE; OS RELATORIOS O CHAMAM PARA
      *          IMPRIMIR A DESCRICAO DO CODIGO. CODIGO AUSENTE DE
      *          TBC.DAT (OU ARQUIVO INEXISTENTE OU ILEGIVEL) CAI NO
      *          PADRAO DE WS_TABPAD, DE MODO QUE SEM TBC.DAT TUDO
      *          FUNCIONA COMO ANTES.
      *          ACOES (LK-ACAO):
      *            'V' VALIDAR   - DEVOLVE A SITUACAO E A DESCRICAO
      *            'D' DESCREVER - IDEM, USADA PELOS RELATORIOS
      *            'L' LISTAR    - EXIBE OS CODIGOS EM VIGOR DA
      *                            TABELA, UM POR LINHA
      *          RESULTADO (LK-RESULTADO): '0' VALIDO, '1' INATIVO,
      *          '2' AINDA NAO VIGENTE NA DATA DE REFERENCIA, '3'
      *          DESCONHECIDO (DESCRICAO EM BRANCO), '9' ACAO
      *          INVALIDA. A DATA DE REFERENCIA (LK-DATA) ZERADA VALE
      *          A DATA DO SISTEMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TBC-DAT ASSIGN TO WS-CAMINHO-TBC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-TBC
            FILE STATUS  IS WS-STATUS-TBC.

       DATA DIVISION.
       FILE SECTION.
       FD TBC-DAT.
          COPY FD_TABCOD.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-TBC                   PIC X(80).
       01 WS-CAMINHO-TBC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TBC.DAT'.
       77 WS-STATUS-TBC                    PIC 99.
          88 STATUS-TBC-OK                 VALUE 0.
       77 WS-TBC-DISPONIVEL                PIC X(01) VALUE 'N'.
          88 TBC-DISPONIVEL                VALUE 'S' FALSE 'N'.
       77 WS-EOF-TBC                       PIC X(01) VALUE 'N'.
          88 EOF-TBC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-PADRAO                  PIC X(01) VALUE 'N'.
          88 ACHOU-PADRAO                  VALUE 'S' FALSE 'N'.
       77 WS-DT-REFERENCIA                 PIC 9(08) VALUE ZEROS.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-LST-IX                        PIC 9(02) COMP VALUE ZEROS.
       77 WS-LINHA-LISTA                   PIC X(45) VALUE SPACES.

          COPY WS_TABPAD.

       LINKAGE SECTION.
       01 LK-ACAO                          PIC X(01).
       01 LK-TABELA                        PIC X(08).
       01 LK-CODIGO                        PIC X(04).
       01 LK-DATA                          PIC 9(08).
       01 LK-DESCRICAO                     PIC X(30).
       01 LK-RESULTADO                     PIC X(01).

       PROCEDURE DIVISION USING LK-ACAO LK-TABELA LK-CODIGO
                                LK-DATA LK-DESCRICAO LK-RESULTADO.
       MAIN-PROCEDURE.

            PERFORM P100-CAMINHOS

            MOVE '0'                TO LK-RESULTADO

            IF LK-ACAO NOT EQUAL 'V' AND LK-ACAO NOT EQUAL 'D'
               AND LK-ACAO NOT EQUAL 'L'
                MOVE '9'            TO LK-RESULTADO
                GOBACK
            END-IF

            IF LK-DATA EQUAL ZEROS
                ACCEPT WS-DT-REFERENCIA FROM DATE YYYYMMDD
            ELSE
                MOVE LK-DATA        TO WS-DT-REFERENCIA
            END-IF

            SET TBC-DISPONIVEL      TO FALSE
            OPEN INPUT TBC-DAT
            IF STATUS-TBC-OK
                SET TBC-DISPONIVEL  TO TRUE
            END-IF

            IF LK-ACAO EQUAL 'L'
                PERFORM P400-LISTA
            ELSE
                PERFORM P200-AVALIA-CODIGO
            END-IF

            IF TBC-DISPONIVEL
                CLOSE TBC-DAT
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de TBC.DAT a partir da variavel
      * de ambiente TBC_DAT, usando o caminho tradicional como valor
      * padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-TBC-DFL      TO WS-CAMINHO-TBC
            DISPLAY 'TBC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TBC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TBC EQUAL SPACES
                MOVE WS-CAMINHO-TBC-DFL  TO WS-CAMINHO-TBC
            END-IF
            .
      *----------------------------------------------------------------
      * P200-AVALIA-CODIGO: procura LK-TABELA + LK-CODIGO em TBC.DAT e
      * decide pela situacao e pela vigencia do registro; sem
      * registro vale o padrao de WS_TABPAD.
      *----------------------------------------------------------------
       P200-AVALIA-CODIGO.
            MOVE SPACES             TO LK-DESCRICAO
            MOVE '3'                TO LK-RESULTADO

            IF TBC-DISPONIVEL
                MOVE LK-TABELA      TO TABELA-TBC
                MOVE LK-CODIGO      TO CODIGO-TBC
                READ TBC-DAT
                    KEY IS CHAVE-TBC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DS-TBC TO LK-DESCRICAO
                        EVALUATE TRUE
                            WHEN TBC-INATIVO
                                MOVE '1' TO LK-RESULTADO
                            WHEN DT-VIGENCIA-TBC GREATER
                                 WS-DT-REFERENCIA
                                MOVE '2' TO LK-RESULTADO
                            WHEN OTHER
                                MOVE '0' TO LK-RESULTADO
                        END-EVALUATE
                END-READ
            END-IF

            IF LK-RESULTADO EQUAL '3'
                PERFORM P250-ACHA-PADRAO
                IF ACHOU-PADRAO
                    MOVE WS-TBP-DESCRICAO(WS-TBP-IX) TO LK-DESCRICAO
                    MOVE '0'        TO LK-RESULTADO
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P250-ACHA-PADRAO: procura LK-TABELA + LK-CODIGO na tabela de
      * padroes; achando, deixa WS-TBP-IX apontando para o item.
      *----------------------------------------------------------------
       P250-ACHA-PADRAO.
            SET ACHOU-PADRAO        TO FALSE

            PERFORM VARYING WS-TBP-IX FROM 1 BY 1
                    UNTIL WS-TBP-IX GREATER WS-TBP-QTD
                       OR ACHOU-PADRAO
                IF WS-TBP-NOME(WS-TBP-IX) EQUAL LK-TABELA
                   AND WS-TBP-CODIGO(WS-TBP-IX) EQUAL LK-CODIGO
                    SET ACHOU-PADRAO TO TRUE
                END-IF
            END-PERFORM

            IF ACHOU-PADRAO
                SUBTRACT 1          FROM WS-TBP-IX
            END-IF
            .
      *----------------------------------------------------------------
      * P400-LISTA: exibe os codigos em vigor da tabela - primeiro os
      * padroes (como estiverem em TBC.DAT, se la constarem), depois
      * os incluidos so em TBC.DAT.
      *----------------------------------------------------------------
       P400-LISTA.
            MOVE ZEROS              TO WS-CONT-LISTADOS

            PERFORM VARYING WS-LST-IX FROM 1 BY 1
                    UNTIL WS-LST-IX GREATER WS-TBP-QTD
                IF WS-TBP-NOME(WS-LST-IX) EQUAL LK-TABELA
                    MOVE WS-TBP-CODIGO(WS-LST-IX) TO LK-CODIGO
                    PERFORM P200-AVALIA-CODIGO
                    IF LK-RESULTADO EQUAL '0'
                        PERFORM P450-EXIBE-CODIGO
                    END-IF
                END-IF
            END-PERFORM

            IF TBC-DISPONIVEL
                PERFORM P410-LISTA-INCLUIDOS
            END-IF

            MOVE SPACES             TO LK-CODIGO LK-DESCRICAO
            IF WS-CONT-LISTADOS EQUAL ZEROS
                MOVE '3'            TO LK-RESULTADO
            ELSE
                MOVE '0'            TO LK-RESULTADO
            END-IF
            .
      *----------------------------------------------------------------
      * P410-LISTA-INCLUIDOS: percorre TBC.DAT a partir da tabela e
      * exibe os codigos ativos e vigentes que nao sao padrao.
      *----------------------------------------------------------------
       P410-LISTA-INCLUIDOS.
            SET EOF-TBC-OK          TO FALSE
            MOVE LK-TABELA          TO TABELA-TBC
            MOVE LOW-VALUES         TO CODIGO-TBC
            START TBC-DAT KEY IS NOT LESS THAN CHAVE-TBC
                INVALID KEY
                    SET EOF-TBC-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-TBC-OK
                READ TBC-DAT NEXT RECORD
                    AT END
                        SET EOF-TBC-OK TO TRUE
                    NOT AT END
                        IF TABELA-TBC NOT EQUAL LK-TABELA
                            SET EOF-TBC-OK TO TRUE
                        ELSE
                            MOVE CODIGO-TBC TO LK-CODIGO
                            PERFORM P250-ACHA-PADRAO
                            IF NOT ACHOU-PADRAO AND TBC-ATIVO
                               AND DT-VIGENCIA-TBC NOT GREATER
                                   WS-DT-REFERENCIA
                                MOVE DS-TBC TO LK-DESCRICAO
                                PERFORM P450-EXIBE-CODIGO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P450-EXIBE-CODIGO: uma linha da lista de codigos, no formato
      * dos antigos prompts de tipo.
      *----------------------------------------------------------------
       P450-EXIBE-CODIGO.
            ADD 1                   TO WS-CONT-LISTADOS
            MOVE SPACES             TO WS-LINHA-LISTA
            STRING '  ('         DELIMITED BY SIZE
                   LK-CODIGO     DELIMITED BY SPACE
                   ') '          DELIMITED BY SIZE
                   LK-DESCRICAO  DELIMITED BY SIZE
                   INTO WS-LINHA-LISTA
            END-STRING
            DISPLAY WS-LINHA-LISTA
            .
       END PROGRAM TABCTT.
