      *                 sessao: quem cadastra vira o responsavel
      *                 inicial. A troca de responsavel e feita em
      *                 ALTCONTT ou, em lote, em RESPCTT.
      *  15/10/2026 CS  Os tipos de telefone/e-mail adicional e de
      *                 endereco postal passam a ser oferecidos e
      *                 validados pela tabela central de codigos
      *                 (TABCTT, tabelas TIPODET e TIPOEND), em vez
      *                 da lista fixa no prompt; tipo desativado ou
      *                 desconhecido nao e gravado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTT.

          COPY WS_NORMNOME.

          COPY WS_TABCHK.

       77 WS-TRAVA-ACAO             PIC X(01) VALUE SPACE.
       77 WS-NOME-PROGRAMA          PIC X(08) VALUE 'CADCONTT'.
       77 WS-TRAVA-RESULT           PIC X(01) VALUE SPACE.
            ACCEPT WS-MAIS-DETALHES

            PERFORM UNTIL NOT MAIS-DETALHES
                DISPLAY 'Tipo:'
                MOVE 'TIPODET'          TO WS-TBC-TABELA
                PERFORM P12T-LISTA-CODIGOS
                ACCEPT WS-TIPO-DETALHE
                MOVE WS-TIPO-DETALHE    TO WS-TBC-CODIGO
                PERFORM P12T-CONFERE-CODIGO
                DISPLAY 'Valor: '
                ACCEPT WS-VALOR-DETALHE

                EVALUATE TRUE
                    WHEN NOT CODIGO-VALIDO
                        DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
                    WHEN WS-VALOR-DETALHE EQUAL SPACES
                        DISPLAY 'VALOR EM BRANCO NAO GRAVADO.'
                    WHEN OTHER
                        PERFORM P283-GRAVA-DETALHE
                END-EVALUATE

                DISPLAY 'Registrar outro? (S/N)'
                ACCEPT WS-MAIS-DETALHES
            ACCEPT WS-MAIS-ENDERECO

            PERFORM UNTIL WS-MAIS-ENDERECO NOT EQUAL 'S'
                DISPLAY 'Tipo:'
                MOVE 'TIPOEND'          TO WS-TBC-TABELA
                PERFORM P12T-LISTA-CODIGOS
                ACCEPT WS-TIPO-ENDERECO
                MOVE WS-TIPO-ENDERECO   TO WS-TBC-CODIGO
                PERFORM P12T-CONFERE-CODIGO

                IF CODIGO-VALIDO
                    PERFORM P286-GRAVA-ENDERECO
                ELSE
                    DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
      *----------------------------------------------------------------
          COPY PR_NORMNOME.

      *----------------------------------------------------------------
      * P12T-CONFERE-CODIGO, P12T-DESCREVE-CODIGO e P12T-LISTA-CODIGOS:
      * consulta a tabela central de codigos (TABCTT). Compartilhados
      * com ALTCONTT, CONSCTT e VCFICTT via COPY PR_TABCHK.
      *----------------------------------------------------------------
          COPY PR_TABCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
