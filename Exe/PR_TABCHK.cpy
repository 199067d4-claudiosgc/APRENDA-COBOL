      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PARAGRAFOS DE CONSULTA A TABELA CENTRAL DE CODIGOS
      *          (TABCTT), CONFORME DESCRITO EM WS_TABCHK.
      ******************************************************************
       P12T-CONFERE-CODIGO.
            MOVE 'V'                      TO WS-TBC-ACAO
            CALL 'TABCTT' USING WS-TBC-ACAO WS-TBC-TABELA
                                WS-TBC-CODIGO WS-TBC-DATA
                                WS-TBC-DESCRICAO WS-TBC-RESULT
            EVALUATE TRUE
                WHEN CODIGO-INATIVO
                    DISPLAY 'CODIGO DESATIVADO NA TABELA '
                            WS-TBC-TABELA ': ' WS-TBC-CODIGO
                WHEN CODIGO-NAO-VIGENTE
                    DISPLAY 'CODIGO AINDA NAO VIGENTE NA TABELA '
                            WS-TBC-TABELA ': ' WS-TBC-CODIGO
                WHEN CODIGO-DESCONHECIDO
                    DISPLAY 'CODIGO NAO CADASTRADO NA TABELA '
                            WS-TBC-TABELA ': ' WS-TBC-CODIGO
            END-EVALUATE
            .
       P12T-DESCREVE-CODIGO.
            MOVE 'D'                      TO WS-TBC-ACAO
            CALL 'TABCTT' USING WS-TBC-ACAO WS-TBC-TABELA
                                WS-TBC-CODIGO WS-TBC-DATA
                                WS-TBC-DESCRICAO WS-TBC-RESULT
            .
       P12T-LISTA-CODIGOS.
            MOVE 'L'                      TO WS-TBC-ACAO
            CALL 'TABCTT' USING WS-TBC-ACAO WS-TBC-TABELA
                                WS-TBC-CODIGO WS-TBC-DATA
                                WS-TBC-DESCRICAO WS-TBC-RESULT
            .
