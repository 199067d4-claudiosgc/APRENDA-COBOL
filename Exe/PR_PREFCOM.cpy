      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PARAGRAFOS DA MANUTENCAO DAS PREFERENCIAS DE
      *          COMUNICACAO DO CONTATO EM WS-PCM-ID, CONFORME
      *          DESCRITO EM WS_PREFCOM: VER OS QUATRO CANAIS E
      *          REGISTRAR UM CONSENTIMENTO OU UMA RECUSA, COM A DATA
      *          DO SISTEMA, A ORIGEM INFORMADA E O OPERADOR DA
      *          SESSAO. TODA MUDANCA GRAVA NO CONTLOG (LOGCTT) UMA
      *          LINHA PREF-xxx COM A SITUACAO ANTERIOR E A NOVA.
      *          USA O P295-DESCREVE-STATUS DE PR_STATUSARQ.
      ******************************************************************
      *----------------------------------------------------------------
      * P38P-MENU-PREFERENCIAS: oferece ver as preferencias do contato
      * corrente ou registrar uma mudanca.
      *----------------------------------------------------------------
       P38P-MENU-PREFERENCIAS.
            MOVE WS-CAMINHO-PCM-DFL       TO WS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'             UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PCM         FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PCM EQUAL SPACES
                MOVE WS-CAMINHO-PCM-DFL   TO WS-CAMINHO-PCM
            END-IF

            DISPLAY 'Preferencias de comunicacao: (V)er, (A)lterar ou '
                    '<QUALQUER TECLA> para seguir?'
            ACCEPT WS-PCM-OPCAO-MENU

            EVALUATE TRUE
                WHEN PCM-MENU-VER
                    PERFORM P38P-LISTA-PREFERENCIAS
                WHEN PCM-MENU-ALTERAR
                    PERFORM P38P-ALTERA-PREFERENCIA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P38P-LE-PREFERENCIA: le o registro do contato corrente. Sem
      * arquivo ou sem registro, o contato aceita todos os canais e o
      * registro fica inicializado com o ID.
      *----------------------------------------------------------------
       P38P-LE-PREFERENCIA.
            SET PCM-EXISTE                TO FALSE
            SET STATUS-PCM-OK             TO TRUE

            OPEN INPUT PCM-DAT

            IF STATUS-PCM-OK THEN
                MOVE WS-PCM-ID            TO ID-PCM
                READ PCM-DAT
                    KEY IS ID-PCM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET PCM-EXISTE    TO TRUE
                END-READ
                CLOSE PCM-DAT
            ELSE
                IF WS-STATUS-PCM NOT EQUAL 35 THEN
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PREFERENCIAS'
                    MOVE WS-STATUS-PCM    TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF
            END-IF

            IF NOT PCM-EXISTE THEN
                INITIALIZE REG-PREFCOM
                MOVE WS-PCM-ID            TO ID-PCM
            END-IF
            .
      *----------------------------------------------------------------
      * P38P-LISTA-PREFERENCIAS: exibe a situacao de cada canal, com
      * a data e a origem da ultima manifestacao do contato.
      *----------------------------------------------------------------
       P38P-LISTA-PREFERENCIAS.
            PERFORM P38P-LE-PREFERENCIA

            IF NOT PCM-EXISTE THEN
                DISPLAY 'CONTATO SEM RESTRICOES: ACEITA TODOS OS '
                        'CANAIS.'
            ELSE
                PERFORM VARYING WS-PCM-IX FROM 1 BY 1
                        UNTIL WS-PCM-IX GREATER 4
                    PERFORM P38P-DESCREVE-SITUACAO
                    IF PCM-DATA (WS-PCM-IX) EQUAL ZEROS
                        DISPLAY '  ' WS-PCM-CANAL-NOME (WS-PCM-IX)
                                ': ' WS-PCM-SITUACAO
                    ELSE
                        DISPLAY '  ' WS-PCM-CANAL-NOME (WS-PCM-IX)
                                ': ' WS-PCM-SITUACAO ' EM '
                                PCM-DATA (WS-PCM-IX)(7:2) '/'
                                PCM-DATA (WS-PCM-IX)(5:2) '/'
                                PCM-DATA (WS-PCM-IX)(1:4)
                                ' ORIGEM ' PCM-ORIGEM (WS-PCM-IX)
                    END-IF
                END-PERFORM
                DISPLAY '  ORIGEM: (T)ELEFONE (E)-MAIL (F)ORMULARIO '
                        '(P)ESSOALMENTE (O)UTRO'
            END-IF
            .
      *----------------------------------------------------------------
      * P38P-DESCREVE-SITUACAO: traduz a opcao do canal WS-PCM-IX
      * para WS-PCM-SITUACAO.
      *----------------------------------------------------------------
       P38P-DESCREVE-SITUACAO.
            EVALUATE TRUE
                WHEN PCM-RECUSA (WS-PCM-IX)
                    MOVE 'RECUSA'         TO WS-PCM-SITUACAO
                WHEN PCM-ACEITA (WS-PCM-IX)
                    MOVE 'ACEITA'         TO WS-PCM-SITUACAO
                WHEN OTHER
                    MOVE 'NAO INFORMADA'  TO WS-PCM-SITUACAO
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P38P-ALTERA-PREFERENCIA: colhe o canal, a nova opcao e a
      * origem da manifestacao, e so grava quando a opcao muda.
      *----------------------------------------------------------------
       P38P-ALTERA-PREFERENCIA.
            PERFORM P38P-LISTA-PREFERENCIAS
            SET PCM-ENTRADA-OK            TO TRUE

            DISPLAY 'Canal: (1) Cartas, (2) Etiquetas, (3) vCard ou '
                    '(4) Diretorio corporativo?'
            ACCEPT WS-PCM-IX
            IF WS-PCM-IX LESS 1 OR WS-PCM-IX GREATER 4
                DISPLAY 'CANAL INVALIDO. NADA GRAVADO.'
                SET PCM-ENTRADA-OK        TO FALSE
            END-IF

            IF PCM-ENTRADA-OK
                DISPLAY 'O contato aceita receber por este canal? (S/N)'
                ACCEPT WS-PCM-NOVA
                EVALUATE TRUE
                    WHEN NOT PCM-NOVA-VALIDA
                        DISPLAY 'OPCAO INVALIDA. NADA GRAVADO.'
                        SET PCM-ENTRADA-OK TO FALSE
                    WHEN WS-PCM-NOVA EQUAL PCM-OPCAO (WS-PCM-IX)
                        DISPLAY 'PREFERENCIA JA REGISTRADA. NADA '
                                'GRAVADO.'
                        SET PCM-ENTRADA-OK TO FALSE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF

            IF PCM-ENTRADA-OK
                DISPLAY 'Origem: (T)elefone, (E)-mail, (F)ormulario, '
                        '(P)essoalmente ou (O)utro?'
                ACCEPT WS-PCM-ORIGEM-NOVA
                IF NOT PCM-ORIGEM-NOVA-VALIDA
                    DISPLAY 'ORIGEM INVALIDA. NADA GRAVADO.'
                    SET PCM-ENTRADA-OK    TO FALSE
                END-IF
            END-IF

            IF PCM-ENTRADA-OK
                PERFORM P38P-GRAVA-PREFERENCIA
            END-IF
            .
      *----------------------------------------------------------------
      * P38P-GRAVA-PREFERENCIA: rele o registro (outro operador pode
      * te-lo mudado durante o dialogo), aplica a opcao ao canal e
      * grava, criando o arquivo na primeira vez.
      *----------------------------------------------------------------
       P38P-GRAVA-PREFERENCIA.
            SET STATUS-PCM-OK             TO TRUE

            OPEN I-O PCM-DAT

            IF WS-STATUS-PCM EQUAL 35 THEN
                OPEN OUTPUT PCM-DAT
                CLOSE PCM-DAT
                OPEN I-O PCM-DAT
            END-IF

            IF STATUS-PCM-OK THEN
                SET PCM-EXISTE            TO TRUE
                MOVE WS-PCM-ID            TO ID-PCM
                READ PCM-DAT
                    KEY IS ID-PCM
                    INVALID KEY
                        SET PCM-EXISTE    TO FALSE
                        INITIALIZE REG-PREFCOM
                        MOVE WS-PCM-ID    TO ID-PCM
                END-READ

                PERFORM P38P-DESCREVE-SITUACAO
                MOVE WS-PCM-SITUACAO      TO WS-PCM-LOG-ANTES

                ACCEPT WS-PCM-DATA-SIS    FROM DATE YYYYMMDD
                MOVE WS-PCM-NOVA          TO PCM-OPCAO (WS-PCM-IX)
                MOVE WS-PCM-DATA-SIS      TO PCM-DATA (WS-PCM-IX)
                MOVE WS-PCM-ORIGEM-NOVA   TO PCM-ORIGEM (WS-PCM-IX)
                MOVE SPACES               TO WS-PCM-LOG-OPERADOR
                DISPLAY 'OPERADOR'        UPON ENVIRONMENT-NAME
                ACCEPT WS-PCM-LOG-OPERADOR FROM ENVIRONMENT-VALUE
                MOVE WS-PCM-LOG-OPERADOR  TO PCM-OPERADOR

                IF PCM-EXISTE THEN
                    REWRITE REG-PREFCOM
                ELSE
                    WRITE REG-PREFCOM
                END-IF

                IF STATUS-PCM-OK THEN
                    DISPLAY 'Preferencia gravada.'
                    PERFORM P38P-GRAVA-LOG
                ELSE
                    DISPLAY 'ERRO AO GRAVAR A PREFERENCIA'
                    MOVE WS-STATUS-PCM    TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF

                CLOSE PCM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PREFERENCIAS'
                MOVE WS-STATUS-PCM        TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF
            .
      *----------------------------------------------------------------
      * P38P-GRAVA-LOG: registra a mudanca na trilha CONTLOG: o canal
      * na operacao, a situacao anterior e a nova com a origem.
      *----------------------------------------------------------------
       P38P-GRAVA-LOG.
            MOVE WS-PCM-CANAL-LOG (WS-PCM-IX) TO WS-PCM-LOG-OPERACAO
            MOVE WS-PCM-ID                TO WS-PCM-LOG-ID
            PERFORM P38P-DESCREVE-SITUACAO
            MOVE SPACES                   TO WS-PCM-LOG-DEPOIS
            STRING WS-PCM-SITUACAO DELIMITED BY SPACE
                   ' ORIGEM ' WS-PCM-ORIGEM-NOVA
                   DELIMITED BY SIZE
                   INTO WS-PCM-LOG-DEPOIS
            END-STRING

            ACCEPT WS-PCM-DATA-SIS        FROM DATE YYYYMMDD
            ACCEPT WS-PCM-HORA-SIS        FROM TIME
            MOVE WS-PCM-DATA-SIS          TO WS-PCM-LOG-DT
            MOVE WS-PCM-HORA-SIS(1:6)     TO WS-PCM-LOG-HR

            CALL 'LOGCTT' USING WS-PCM-LOG-REGISTRO
                                WS-PCM-LOG-RESULTADO

            IF WS-PCM-LOG-RESULTADO NOT EQUAL '0' THEN
                DISPLAY 'ERRO AO GRAVAR A TRILHA DE AUDITORIA.'
            END-IF
            .
