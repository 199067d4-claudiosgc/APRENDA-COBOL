      *                 a outro operador de OPR.DAT, com o codigo
      *                 validado quando preenchido. A reatribuicao em
      *                 lote (carteira inteira) e feita em RESPCTT.
      *  15/10/2026 CS  Depois dos telefones e enderecos, passa a
      *                 oferecer as preferencias de comunicacao do
      *                 contato (PCM.DAT, copybooks FD_PREFCOM,
      *                 WS_PREFCOM e PR_PREFCOM), no mesmo dialogo de
      *                 CONSCTT. Fica aberto tambem ao perfil junior:
      *                 registrar uma recusa nao espera aprovacao, e
      *                 toda mudanca vai para o CONTLOG.
      *  15/10/2026 CS  Os tipos de telefone/e-mail adicional e de
      *                 endereco postal passam a ser oferecidos e
      *                 validados pela tabela central de codigos
      *                 (TABCTT, tabelas TIPODET e TIPOEND); as
      *                 listagens do contato exibem a descricao do
      *                 tipo ao lado do codigo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTCONTT.
                RECORD KEY   IS CHAVE-END
                FILE STATUS  IS WS-STATUS-END.

                SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-PCM
                FILE STATUS  IS WS-STATUS-PCM.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
       FD END-DAT.
          COPY FD_ENDER.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
          COPY WS_PENDOP.

          COPY WS_STATUSARQ.

          COPY WS_PREFCOM.

          COPY WS_TABCHK.
       77 WS-TRAVA-ACAO             PIC X(01) VALUE SPACE.
       77 WS-NOME-PROGRAMA          PIC X(08) VALUE 'ALTCONTT'.
       77 WS-TRAVA-RESULT           PIC X(01) VALUE SPACE.
                       PERFORM P289-MENU-DETALHES
                       PERFORM P296-MENU-ENDERECOS
                   END-IF
                   MOVE WS-ID-CONTATO    TO WS-PCM-ID
                   PERFORM P38P-MENU-PREFERENCIAS
            END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                            NOT AT END
                                IF ID-CTD EQUAL WS-ID-CONTATO
                                    ADD 1 TO WS-CONT-DET
                                    MOVE 'TIPODET' TO WS-TBC-TABELA
                                    MOVE TIPO-CTD  TO WS-TBC-CODIGO
                                    PERFORM P12T-DESCREVE-CODIGO
                                    DISPLAY '  ' SEQ-CTD ' ('
                                            TIPO-CTD ') '
                                            WS-TBC-DESCRICAO(1:20)
                                            ' ' VALOR-CTD
                                ELSE
                                    SET EOF-CTD-OK TO TRUE
                                END-IF
      * CTD.TXT, no mesmo padrao de CADCONTT.
      *----------------------------------------------------------------
       P292-INCLUI-DETALHE.
            DISPLAY 'Tipo:'
            MOVE 'TIPODET'              TO WS-TBC-TABELA
            PERFORM P12T-LISTA-CODIGOS
            ACCEPT WS-TIPO-DETALHE
            MOVE WS-TIPO-DETALHE        TO WS-TBC-CODIGO
            PERFORM P12T-CONFERE-CODIGO
            DISPLAY 'Valor: '
            ACCEPT WS-VALOR-DETALHE

            IF WS-VALOR-DETALHE EQUAL SPACES OR NOT CODIGO-VALIDO THEN
                IF CODIGO-VALIDO
                    DISPLAY 'VALOR EM BRANCO NAO GRAVADO.'
                ELSE
                    DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
                END-IF
            ELSE
                SET EOF-CTD-OK          TO FALSE
                SET STATUS-CTD-DAT-OK   TO TRUE
                            NOT AT END
                                IF ID-END EQUAL WS-ID-CONTATO
                                    ADD 1 TO WS-CONT-END
                                    MOVE 'TIPOEND' TO WS-TBC-TABELA
                                    MOVE TIPO-END  TO WS-TBC-CODIGO
                                    PERFORM P12T-DESCREVE-CODIGO
                                    DISPLAY '  (' TIPO-END ') '
                                            WS-TBC-DESCRICAO(1:15)
                                            ' ' LOGRADOURO-END ', '
                                            NUMERO-END ' '
                                            COMPL-END
                                    DISPLAY '      ' CIDADE-END
      * vez e regravando o tipo que ja existia.
      *----------------------------------------------------------------
       P296B-GRAVA-ENDERECO.
            DISPLAY 'Tipo:'
            MOVE 'TIPOEND'              TO WS-TBC-TABELA
            PERFORM P12T-LISTA-CODIGOS
            ACCEPT WS-TIPO-ENDERECO
            MOVE WS-TIPO-ENDERECO       TO WS-TBC-CODIGO
            PERFORM P12T-CONFERE-CODIGO

            IF NOT CODIGO-VALIDO
                DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
            ELSE
                SET STATUS-END-OK       TO TRUE
      * informado do contato corrente.
      *----------------------------------------------------------------
       P296C-EXCLUI-ENDERECO.
            PERFORM P296A-LISTA-ENDERECOS
            DISPLAY 'Tipo a excluir: '
            ACCEPT WS-TIPO-ENDERECO

            SET STATUS-END-OK           TO TRUE
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

      *----------------------------------------------------------------
      * P38P-MENU-PREFERENCIAS: ver e registrar as preferencias de
      * comunicacao do contato. Compartilhado com CONSCTT via COPY
      * PR_PREFCOM.
      *----------------------------------------------------------------
          COPY PR_PREFCOM.

      *----------------------------------------------------------------
      * P12T-CONFERE-CODIGO, P12T-DESCREVE-CODIGO e P12T-LISTA-CODIGOS:
      * consulta a tabela central de codigos (TABCTT). Compartilhados
      * com CADCONTT, CONSCTT e VCFICTT via COPY PR_TABCHK.
      *----------------------------------------------------------------
          COPY PR_TABCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
