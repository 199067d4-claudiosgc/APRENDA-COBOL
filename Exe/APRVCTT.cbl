      *                 (FD_CONTT de 113 para 117 posicoes), as
      *                 imagens de WS_PENDOP passaram a X(117) e
      *                 PND-LINHA a X(340).
      *  15/10/2026 CS  Aprovacao de EXCLUSAO passa a conferir os
      *                 vinculos estudante-contato (VNC.DAT, copybook
      *                 FD_VINCEST): contato ainda responsavel por
      *                 algum estudante mantem o item pendente, como
      *                 em DELCONTT; os demais vinculos sao removidos
      *                 junto com o contato (linha EXCL-VNC).
      *  15/10/2026 CS  A conferencia do supervisor passa a consultar
      *                 a matriz de permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK) em vez do perfil fixo
      *                 em OPR.DAT; a recusa fica gravada no CONTLOG.
      *  15/10/2026 CS  Aprovacao de EXCLUSAO tambem remove o vinculo
      *                 do contato com a sua empresa (CEM.DAT,
      *                 copybook FD_CONTEMP), com a linha EXCL-EMP,
      *                 como em DELCONTT.
      *  15/10/2026 CS  Aprovacao de EXCLUSAO tambem remove as
      *                 preferencias de comunicacao do contato
      *                 (PCM.DAT, copybook FD_PREFCOM) e as relacoes
      *                 em que ele e origem ou alvo (RLC.DAT,
      *                 copybook FD_RELCONT), com as linhas EXCL-PCM
      *                 e EXCL-RLC, como em DELCONTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVCTT.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-HIST.

            SELECT NOTAS ASSIGN TO WS-CAMINHO-NTS
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
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
       FD CONTATOS-HIST.
       01 HIST-LINHA                       PIC X(140).

       FD NOTAS.
          COPY FD_NOTA.

       FD GRM-DAT.
          COPY FD_GRPMEM.

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
       01 WS-CAMINHO-HIST                  PIC X(80).
       01 WS-CAMINHO-HIST-DFL              PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HST.TXT'.
       01 WS-CAMINHO-NTS                   PIC X(80).
       01 WS-CAMINHO-NTS-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\NTS.DAT'.
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

       77 WS-FS                     PIC 99.
          88 FS-OK                  VALUE 0.
       77 WS-CONT-PENDENTES         PIC 9(03) VALUE ZEROS.
       77 WS-APLICADA               PIC X    VALUE 'N'.
          88 APLICADA-OK            VALUE 'S' FALSE 'N'.
       77 WS-STATUS-NTS             PIC 99.
          88 STATUS-NTS-OK          VALUE 0.
       77 WS-STATUS-CTD-DAT         PIC 99.
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
       77 WS-PND-EXCEDE             PIC X    VALUE 'N'.
          88 PND-EXCEDE             VALUE 'S' FALSE 'N'.
       01 TAB-PENDENTES.

          COPY WS_HISTIMG.

          COPY WS_PERMCHK.

       77 WS-TRAVA-ACAO             PIC X(01) VALUE SPACE.
       77 WS-NOME-PROGRAMA          PIC X(08) VALUE 'APRVCTT '.
       77 WS-TRAVA-RESULT           PIC X(01) VALUE SPACE.
            DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
            ACCEPT WS-LOG-OPERADOR       FROM ENVIRONMENT-VALUE

            MOVE WS-CAMINHO-NTS-DFL      TO WS-CAMINHO-NTS
            DISPLAY 'NTS_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-NTS        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-GRM EQUAL SPACES
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
            .
      *----------------------------------------------------------------
      * P120-CONFERE-SUPERVISOR: confere na matriz de permissoes se
      * o operador da sessao pode aprovar pendencias (por padrao, so
      * o supervisor) - a aprovacao e o controle de quatro olhos, e
      * nao pode ser exercida por quem as criou. Sem OPR.DAT a sessao
      * e liberada, como na identificacao de MENUCTT.
      *----------------------------------------------------------------
       P120-CONFERE-SUPERVISOR.
            SET SESSAO-AUTORIZADA        TO FALSE

            MOVE 'APRVCTT'               TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                SET SESSAO-AUTORIZADA    TO TRUE
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-APROVACAO.
            MOVE SPACES             TO WS-CONFIRM WS-DECISAO
                                   'PENDENCIA FOI CRIADA. ITEM '
                                   'MANTIDO PENDENTE.'
                       ELSE
                           MOVE ZEROS      TO WS-CONT-VNC-RESP
                           IF WS-PND-OPERACAO EQUAL 'EXCLUSAO' THEN
                               PERFORM P332-VERIFICA-VINCULOS
                           END-IF
                           IF WS-CONT-VNC-RESP GREATER ZEROS THEN
                               DISPLAY 'CONTATO E RESPONSAVEL POR '
                                       WS-CONT-VNC-RESP
                                       ' ESTUDANTE(S). ITEM MANTIDO '
                                       'PENDENTE.'
                           ELSE
                               PERFORM P335-APLICA-OPERACAO
                           END-IF
                       END-IF
                END-READ
            ELSE
            END-IF
            .
      *----------------------------------------------------------------
      * P332-VERIFICA-VINCULOS: conta, pela chave alternada de
      * VNC.DAT, os vinculos de responsavel do contato da pendencia.
      * Sem VNC.DAT, nao ha vinculos.
      *----------------------------------------------------------------
       P332-VERIFICA-VINCULOS.
            SET EOF-VNC-OK              TO FALSE
            SET STATUS-VNC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-VNC-RESP

            OPEN INPUT VNC-DAT

            IF STATUS-VNC-OK THEN
                MOVE WS-PND-ID          TO ID-CONT-VNC
                START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                    INVALID KEY
                        SET EOF-VNC-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-VNC-OK
                    READ VNC-DAT NEXT RECORD
                        AT END
                            SET EOF-VNC-OK TO TRUE
                        NOT AT END
                            IF ID-CONT-VNC EQUAL WS-PND-ID
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
      * P335-APLICA-OPERACAO: com o registro corrente ja lido e
      * conferido, grava a imagem anterior no historico e executa o
      * REWRITE ou DELETE da operacao pendente.
                PERFORM P336-EXCLUI-NOTAS
                PERFORM P337-EXCLUI-DETALHES
                PERFORM P338-EXCLUI-GRUPOS
                PERFORM P339-EXCLUI-VINCULOS
                PERFORM P339E-EXCLUI-EMPRESA
                PERFORM P339P-EXCLUI-PREFERENCIAS
                PERFORM P339R-EXCLUI-RELACOES
            END-IF

            SET APLICADA-OK         TO TRUE
            END-IF
            .
      *----------------------------------------------------------------
      * P339-EXCLUI-VINCULOS: remove os vinculos com estudantes do
      * contato cuja exclusao acabou de ser aprovada (responsavel ja
      * foi recusado em P332) e, quando havia vinculos, registra
      * EXCL-VNC no CONTLOG.
      *----------------------------------------------------------------
       P339-EXCLUI-VINCULOS.
            SET EOF-VNC-OK              TO FALSE
            SET STATUS-VNC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-VNC

            OPEN I-O VNC-DAT

            IF WS-STATUS-VNC EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-VNC-OK THEN
                    MOVE WS-PND-ID      TO ID-CONT-VNC
                    START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                        INVALID KEY
                            SET EOF-VNC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-VNC-OK
                        READ VNC-DAT NEXT RECORD
                            AT END
                                SET EOF-VNC-OK TO TRUE
                            NOT AT END
                                IF ID-CONT-VNC EQUAL WS-PND-ID
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
                        MOVE 'EXCL-VNC'  TO WS-LOG-OPERACAO
                        MOVE WS-PND-ID   TO WS-LOG-ID
                        MOVE WS-PND-REG-ANTES(7:20)
                                         TO WS-LOG-NOME-ANTES
                        MOVE SPACES      TO WS-LOG-NOME-DEPOIS
                        PERFORM P280-GRAVA-LOG
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-VNC
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P339E-EXCLUI-EMPRESA: remove o vinculo do contato cuja
      * exclusao acabou de ser aprovada com a sua empresa e, quando
      * havia vinculo, registra EXCL-EMP no CONTLOG.
      *----------------------------------------------------------------
       P339E-EXCLUI-EMPRESA.
            SET STATUS-CEM-OK           TO TRUE

            OPEN I-O CEM-DAT

            IF WS-STATUS-CEM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-CEM-OK THEN
                    MOVE WS-PND-ID      TO ID-CEM
                    READ CEM-DAT
                        KEY IS ID-CEM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE CEM-DAT RECORD
                            DISPLAY 'VINCULO COM A EMPRESA '
                                    CD-EMP-CEM ' EXCLUIDO JUNTO COM '
                                    'O CONTATO.'
                            MOVE 'EXCL-EMP'  TO WS-LOG-OPERACAO
                            MOVE WS-PND-ID   TO WS-LOG-ID
                            MOVE WS-PND-REG-ANTES(7:20)
                                             TO WS-LOG-NOME-ANTES
                            MOVE SPACES      TO WS-LOG-NOME-DEPOIS
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
      * P339P-EXCLUI-PREFERENCIAS: remove as preferencias de
      * comunicacao do contato cuja exclusao acabou de ser aprovada
      * e, quando havia registro, registra EXCL-PCM no CONTLOG.
      *----------------------------------------------------------------
       P339P-EXCLUI-PREFERENCIAS.
            SET STATUS-PCM-OK           TO TRUE

            OPEN I-O PCM-DAT

            IF WS-STATUS-PCM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-PCM-OK THEN
                    MOVE WS-PND-ID      TO ID-PCM
                    READ PCM-DAT
                        KEY IS ID-PCM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE PCM-DAT RECORD
                            DISPLAY 'PREFERENCIAS DE COMUNICACAO '
                                    'EXCLUIDAS JUNTO COM O CONTATO.'
                            MOVE 'EXCL-PCM'  TO WS-LOG-OPERACAO
                            MOVE WS-PND-ID   TO WS-LOG-ID
                            MOVE WS-PND-REG-ANTES(7:20)
                                             TO WS-LOG-NOME-ANTES
                            MOVE SPACES      TO WS-LOG-NOME-DEPOIS
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
      * P339R-EXCLUI-RELACOES: remove as relacoes do contato cuja
      * exclusao acabou de ser aprovada - as dele com outros contatos
      * (pela chave principal, que comeca por ID-RLC) e as dos outros
      * com ele (pela chave alternada ID-ALVO-RLC) - e, quando havia
      * relacoes, registra EXCL-RLC no CONTLOG.
      *----------------------------------------------------------------
       P339R-EXCLUI-RELACOES.
            SET STATUS-RLC-OK           TO TRUE
            MOVE ZEROS                  TO WS-CONT-RLC

            OPEN I-O RLC-DAT

            IF WS-STATUS-RLC EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-RLC-OK THEN
                    SET EOF-RLC-OK      TO FALSE
                    MOVE WS-PND-ID      TO ID-RLC
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
                                IF ID-RLC EQUAL WS-PND-ID
                                    DELETE RLC-DAT RECORD
                                    ADD 1 TO WS-CONT-RLC
                                ELSE
                                    SET EOF-RLC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM

                    SET EOF-RLC-OK      TO FALSE
                    MOVE WS-PND-ID      TO ID-ALVO-RLC
                    START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                        INVALID KEY
                            SET EOF-RLC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-RLC-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET EOF-RLC-OK TO TRUE
                            NOT AT END
                                IF ID-ALVO-RLC EQUAL WS-PND-ID
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
                        MOVE 'EXCL-RLC'  TO WS-LOG-OPERACAO
                        MOVE WS-PND-ID   TO WS-LOG-ID
                        MOVE WS-PND-REG-ANTES(7:20)
                                         TO WS-LOG-NOME-ANTES
                        MOVE SPACES      TO WS-LOG-NOME-DEPOIS
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
      * P340-REJEITA: marca o item como rejeitado com um motivo que o
      * operador original ve na proxima sessao de ALTCONTT/DELCONTT.
      *----------------------------------------------------------------
