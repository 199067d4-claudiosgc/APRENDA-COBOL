      *                 copybook FD_ENDER), com a linha EXCL-END no
      *                 CONTLOG quando havia enderecos, no mesmo
      *                 padrao das notas e dos itens adicionais.
      *  15/10/2026 CS  Com os vinculos estudante-contato (VNC.DAT,
      *                 copybook FD_VINCEST), a exclusao e recusada
      *                 enquanto o contato for responsavel por algum
      *                 estudante; os demais vinculos (emergencia,
      *                 patrocinador) sao avisados e removidos junto
      *                 com o contato, com a linha EXCL-VNC no
      *                 CONTLOG. A desativacao de um responsavel so
      *                 emite aviso.
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado antes da trava, e a
      *                 tentativa fica gravada no CONTLOG.
      *  15/10/2026 CS  A exclusao definitiva tambem remove o vinculo
      *                 do contato com a sua empresa (CEM.DAT,
      *                 copybook FD_CONTEMP), com a linha EXCL-EMP no
      *                 CONTLOG quando havia vinculo.
      *  15/10/2026 CS  A exclusao definitiva tambem remove as
      *                 preferencias de comunicacao do contato
      *                 (PCM.DAT, copybook FD_PREFCOM) e as relacoes
      *                 em que ele aparece, como origem ou como alvo
      *                 (RLC.DAT, copybook FD_RELCONT), com as linhas
      *                 EXCL-PCM e EXCL-RLC no CONTLOG: como CADCONTT
      *                 reaproveita o maior ID, o proximo contato
      *                 herdaria esses registros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELCONTT.
                RECORD KEY   IS CHAVE-MEMBRO
                FILE STATUS  IS WS-STATUS-GRM.

                SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-VNC
                ALTERNATE RECORD KEY IS ID-CONT-VNC WITH DUPLICATES
                FILE STATUS  IS WS-STATUS-VNC.

                SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS ID-CEM
                ALTERNATE RECORD KEY IS CD-EMP-CEM WITH DUPLICATES
                FILE STATUS  IS WS-STATUS-CEM.

                SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD KEY   IS ID-PCM
                FILE STATUS  IS WS-STATUS-PCM.

                SELECT RLC-DAT ASSIGN TO WS-CAMINHO-RLC
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD KEY   IS CHAVE-RLC
                ALTERNATE RECORD KEY IS ID-ALVO-RLC WITH DUPLICATES
                FILE STATUS  IS WS-STATUS-RLC.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
       FD END-DAT.
          COPY FD_ENDER.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD RLC-DAT.
          COPY FD_RELCONT.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
       01 WS-CAMINHO-GRM                   PIC X(80).
       01 WS-CAMINHO-GRM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 WS-CAMINHO-VNC                   PIC X(80).
       01 WS-CAMINHO-VNC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-CEM                   PIC X(80).
       01 WS-CAMINHO-CEM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 WS-CAMINHO-PCM                   PIC X(80).
       01 WS-CAMINHO-PCM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 WS-CAMINHO-RLC                   PIC X(80).
       01 WS-CAMINHO-RLC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 WS-REGISTRO               PIC X(117) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO          PIC 9(06).
       77 WS-EOF-GRM                PIC X    VALUE 'N'.
          88 EOF-GRM-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONT-GRUPOS            PIC 9(03) VALUE ZEROS.
       77 WS-STATUS-VNC             PIC 99.
          88 STATUS-VNC-OK          VALUE 0.
       77 WS-EOF-VNC                PIC X    VALUE 'N'.
          88 EOF-VNC-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONT-VNC               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-VNC-RESP          PIC 9(03) VALUE ZEROS.
       77 WS-STATUS-CEM             PIC 99.
          88 STATUS-CEM-OK          VALUE 0.
       77 WS-STATUS-PCM             PIC 99.
          88 STATUS-PCM-OK          VALUE 0.
       77 WS-STATUS-RLC             PIC 99.
          88 STATUS-RLC-OK          VALUE 0.
       77 WS-EOF-RLC                PIC X    VALUE 'N'.
          88 EOF-RLC-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONT-RLC               PIC 9(03) VALUE ZEROS.
       01 WS-REG-DEPOIS-TRAB        PIC X(117) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-DEPOIS-TRAB.
          03 FILLER                 PIC X(104).
       77 WS-TRAVA-OBTIDA           PIC X(01) VALUE 'N'.
          88 TRAVA-OBTIDA           VALUE 'S' FALSE 'N'.

          COPY WS_PERMCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            SET EXIT-OK             TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'DELCONTT'          TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P150-OBTEM-TRAVA
            END-IF

            IF TRAVA-OBTIDA THEN
                PERFORM P300-EXCLUI      THRU P300-FIM UNTIL EXIT-OK
                MOVE WS-CAMINHO-GRM-DFL  TO WS-CAMINHO-GRM
            END-IF

            MOVE WS-CAMINHO-VNC-DFL      TO WS-CAMINHO-VNC
            DISPLAY 'VNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-VNC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-VNC EQUAL SPACES
                MOVE WS-CAMINHO-VNC-DFL  TO WS-CAMINHO-VNC
            END-IF

            MOVE WS-CAMINHO-CEM-DFL      TO WS-CAMINHO-CEM
            DISPLAY 'CEM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CEM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CEM EQUAL SPACES
                MOVE WS-CAMINHO-CEM-DFL  TO WS-CAMINHO-CEM
            END-IF

            MOVE WS-CAMINHO-PCM-DFL      TO WS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PCM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PCM EQUAL SPACES
                MOVE WS-CAMINHO-PCM-DFL  TO WS-CAMINHO-PCM
            END-IF

            MOVE WS-CAMINHO-RLC-DFL      TO WS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RLC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RLC EQUAL SPACES
                MOVE WS-CAMINHO-RLC-DFL  TO WS-CAMINHO-RLC
            END-IF

            PERFORM P120-LE-PERFIL
            PERFORM P130-MOSTRA-REJEITADAS
            .
                           'DEFINITIVAMENTE, OU <QUALQUER TECLA>'
                           'para cancelar.'
                   ACCEPT WS-MODO
                   IF MODO-DESATIVA OR MODO-EXCLUI THEN
                       PERFORM P28V-VERIFICA-VINCULOS
                   END-IF
                   IF MODO-EXCLUI AND WS-CONT-VNC-RESP GREATER ZEROS
                       DISPLAY 'EXCLUSAO RECUSADA: CONTATO E '
                               'RESPONSAVEL POR ' WS-CONT-VNC-RESP
                               ' ESTUDANTE(S).'
                       DISPLAY 'TROQUE O RESPONSAVEL EM ALTEST OU '
                               'APENAS DESATIVE O CONTATO.'
                       MOVE SPACES           TO WS-MODO
                   END-IF
                   IF MODO-DESATIVA THEN
                       IF WS-CONT-VNC-RESP GREATER ZEROS THEN
                           DISPLAY 'AVISO: CONTATO E RESPONSAVEL POR '
                                   WS-CONT-VNC-RESP ' ESTUDANTE(S).'
                       END-IF
                       IF SESSAO-JUNIOR THEN
                           MOVE 'DESATIVA'   TO WS-PND-OPERACAO
                           PERFORM P287-GRAVA-PENDENTE
                       END-IF
                   ELSE
                       IF MODO-EXCLUI THEN
                           IF WS-CONT-VNC GREATER ZEROS THEN
                               DISPLAY 'AVISO: VINCULOS COM ESTUDANTES '
                                       'SERAO REMOVIDOS: ' WS-CONT-VNC
                           END-IF
                           IF SESSAO-JUNIOR THEN
                               MOVE 'EXCLUSAO' TO WS-PND-OPERACAO
                               PERFORM P287-GRAVA-PENDENTE
                               PERFORM P288-EXCLUI-DETALHES
                               PERFORM P289-EXCLUI-GRUPOS
                               PERFORM P28E-EXCLUI-ENDERECOS
                               PERFORM P28F-EXCLUI-VINCULOS
                               PERFORM P28C-EXCLUI-EMPRESA
                               PERFORM P28P-EXCLUI-PREFERENCIAS
                               PERFORM P28R-EXCLUI-RELACOES
                           END-IF
                       ELSE
                           DISPLAY 'Operacao nao realizada.'
            END-IF
            .
      *----------------------------------------------------------------
      * P28V-VERIFICA-VINCULOS: conta, pela chave alternada de
      * VNC.DAT, os vinculos do contato com estudantes e, entre eles,
      * os de responsavel. Sem VNC.DAT, nao ha vinculos.
      *----------------------------------------------------------------
       P28V-VERIFICA-VINCULOS.
            SET EOF-VNC-OK              TO FALSE
            SET STATUS-VNC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-VNC
                                           WS-CONT-VNC-RESP

            OPEN INPUT VNC-DAT

            IF STATUS-VNC-OK THEN
                MOVE WS-ID-CONTATO      TO ID-CONT-VNC
                START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                    INVALID KEY
                        SET EOF-VNC-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-VNC-OK
                    READ VNC-DAT NEXT RECORD
                        AT END
                            SET EOF-VNC-OK TO TRUE
                        NOT AT END
                            IF ID-CONT-VNC EQUAL WS-ID-CONTATO
                                ADD 1 TO WS-CONT-VNC
                                IF VNC-RESPONSAVEL
                                    ADD 1 TO WS-CONT-VNC-RESP
                                END-IF
                            ELSE
                                SET EOF-VNC-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VNC-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P28F-EXCLUI-VINCULOS: remove os vinculos com estudantes do
      * contato que acabou de ser excluido (so sobram emergencia e
      * patrocinador, pois responsavel recusa a exclusao) e, quando
      * havia vinculos, registra EXCL-VNC no CONTLOG.
      *----------------------------------------------------------------
       P28F-EXCLUI-VINCULOS.
            SET EOF-VNC-OK              TO FALSE
            SET STATUS-VNC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-VNC

            OPEN I-O VNC-DAT

            IF WS-STATUS-VNC EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-VNC-OK THEN
                    MOVE WS-ID-CONTATO  TO ID-CONT-VNC
                    START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                        INVALID KEY
                            SET EOF-VNC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-VNC-OK
                        READ VNC-DAT NEXT RECORD
                            AT END
                                SET EOF-VNC-OK TO TRUE
                            NOT AT END
                                IF ID-CONT-VNC EQUAL WS-ID-CONTATO
                                    DELETE VNC-DAT RECORD
                                    ADD 1 TO WS-CONT-VNC
                                ELSE
                                    SET EOF-VNC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE VNC-DAT

                    IF WS-CONT-VNC GREATER ZEROS THEN
                        DISPLAY 'VINCULOS COM ESTUDANTES EXCLUIDOS '
                                'JUNTO COM O CONTATO: ' WS-CONT-VNC
                        MOVE 'EXCL-VNC'    TO WS-LOG-OPERACAO
                        MOVE WS-ID-CONTATO TO WS-LOG-ID
                        MOVE WS-NM-CONTATO TO WS-LOG-NOME-ANTES
                        MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                        PERFORM P280-GRAVA-LOG
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-VNC
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P28C-EXCLUI-EMPRESA: remove o vinculo do contato que acabou de
      * ser excluido com a sua empresa e, quando havia vinculo,
      * registra EXCL-EMP no CONTLOG.
      *----------------------------------------------------------------
       P28C-EXCLUI-EMPRESA.
            SET STATUS-CEM-OK           TO TRUE

            OPEN I-O CEM-DAT

            IF WS-STATUS-CEM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-CEM-OK THEN
                    MOVE WS-ID-CONTATO  TO ID-CEM
                    READ CEM-DAT
                        KEY IS ID-CEM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE CEM-DAT RECORD
                            DISPLAY 'VINCULO COM A EMPRESA '
                                    CD-EMP-CEM ' EXCLUIDO JUNTO COM '
                                    'O CONTATO.'
                            MOVE 'EXCL-EMP'    TO WS-LOG-OPERACAO
                            MOVE WS-ID-CONTATO TO WS-LOG-ID
                            MOVE WS-NM-CONTATO TO WS-LOG-NOME-ANTES
                            MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                            PERFORM P280-GRAVA-LOG
                    END-READ
                    CLOSE CEM-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS DO '
                            'CONTATO'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-CEM
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P28P-EXCLUI-PREFERENCIAS: remove as preferencias de
      * comunicacao do contato que acabou de ser excluido e, quando
      * havia registro, registra EXCL-PCM no CONTLOG.
      *----------------------------------------------------------------
       P28P-EXCLUI-PREFERENCIAS.
            SET STATUS-PCM-OK           TO TRUE

            OPEN I-O PCM-DAT

            IF WS-STATUS-PCM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-PCM-OK THEN
                    MOVE WS-ID-CONTATO  TO ID-PCM
                    READ PCM-DAT
                        KEY IS ID-PCM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE PCM-DAT RECORD
                            DISPLAY 'PREFERENCIAS DE COMUNICACAO '
                                    'EXCLUIDAS JUNTO COM O CONTATO.'
                            MOVE 'EXCL-PCM'    TO WS-LOG-OPERACAO
                            MOVE WS-ID-CONTATO TO WS-LOG-ID
                            MOVE WS-NM-CONTATO TO WS-LOG-NOME-ANTES
                            MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                            PERFORM P280-GRAVA-LOG
                    END-READ
                    CLOSE PCM-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PREFERENCIAS '
                            'DE COMUNICACAO'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-PCM
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P28R-EXCLUI-RELACOES: remove as relacoes do contato que acabou
      * de ser excluido - as dele com outros contatos (pela chave
      * principal, que comeca por ID-RLC) e as dos outros com ele
      * (pela chave alternada ID-ALVO-RLC) - e, quando havia
      * relacoes, registra EXCL-RLC no CONTLOG.
      *----------------------------------------------------------------
       P28R-EXCLUI-RELACOES.
            SET STATUS-RLC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-RLC

            OPEN I-O RLC-DAT

            IF WS-STATUS-RLC EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-RLC-OK THEN
                    SET EOF-RLC-OK      TO FALSE
                    MOVE WS-ID-CONTATO  TO ID-RLC
                    MOVE LOW-VALUES     TO TIPO-RLC
                    MOVE ZEROS          TO ID-ALVO-RLC
                    START RLC-DAT KEY IS NOT LESS CHAVE-RLC
                        INVALID KEY
                            SET EOF-RLC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-RLC-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET EOF-RLC-OK TO TRUE
                            NOT AT END
                                IF ID-RLC EQUAL WS-ID-CONTATO
                                    DELETE RLC-DAT RECORD
                                    ADD 1 TO WS-CONT-RLC
                                ELSE
                                    SET EOF-RLC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM

                    SET EOF-RLC-OK      TO FALSE
                    MOVE WS-ID-CONTATO  TO ID-ALVO-RLC
                    START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                        INVALID KEY
                            SET EOF-RLC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-RLC-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET EOF-RLC-OK TO TRUE
                            NOT AT END
                                IF ID-ALVO-RLC EQUAL WS-ID-CONTATO
                                    DELETE RLC-DAT RECORD
                                    ADD 1 TO WS-CONT-RLC
                                ELSE
                                    SET EOF-RLC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RLC-DAT

                    IF WS-CONT-RLC GREATER ZEROS THEN
                        DISPLAY 'RELACOES ENTRE CONTATOS EXCLUIDAS '
                                'JUNTO COM O CONTATO: ' WS-CONT-RLC
                        MOVE 'EXCL-RLC'    TO WS-LOG-OPERACAO
                        MOVE WS-ID-CONTATO TO WS-LOG-ID
                        MOVE WS-NM-CONTATO TO WS-LOG-NOME-ANTES
                        MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                        PERFORM P280-GRAVA-LOG
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELACOES '
                            'ENTRE CONTATOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-RLC
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P285-GRAVA-IMAGEM: acrescenta no historico CONTATOS-HIST uma
      * linha 'IMAGEM' com a fotografia completa do registro antes da
      * exclusao ou desativacao. Espera WS-IMG-REGISTRO ja
            END-IF
            .

      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
