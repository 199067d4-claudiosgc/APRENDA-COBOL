      *                 procurado, uma linha por registro mostrado.
      *                 O relatorio de consulta do log de acesso e o
      *                 ACESCTT.
      *  15/10/2026 CS  A busca por ID passa a exibir tambem os
      *                 estudantes a que o contato esta vinculado
      *                 (VNC.DAT, copybook FD_VINCEST, mantido por
      *                 ALTEST), com o tipo do vinculo: responsavel,
      *                 emergencia ou patrocinador.
      *  15/10/2026 CS  Exibe o vinculo EGRESSO gravado por EGRCTT
      *                 (conversao de concluintes em ex-alunos).
      *  15/10/2026 CS  Depois das datas-chave, a busca por ID passa a
      *                 oferecer as preferencias de comunicacao do
      *                 contato (PCM.DAT, copybooks FD_PREFCOM,
      *                 WS_PREFCOM e PR_PREFCOM): ver e registrar o
      *                 consentimento ou a recusa de cartas,
      *                 etiquetas, vCard e diretorio corporativo, com
      *                 data e origem, cada mudanca no CONTLOG.
      *  15/10/2026 CS  A busca por ID passa a exibir a empresa do
      *                 contato (CEM.DAT e EMP.DAT, copybooks
      *                 FD_CONTEMP e FD_EMPRESA, mantidos por CADEMP)
      *                 e entra a opcao 6, que lista todos os
      *                 contatos de uma empresa pela chave alternada
      *                 do codigo da empresa.
      *  15/10/2026 CS  Depois das preferencias, a busca por ID passa
      *                 a oferecer as relacoes do contato com outros
      *                 contatos (RLC.DAT, copybook FD_RELCONT): ver,
      *                 incluir e excluir 'se reporta a', 'assistente
      *                 de' e 'substituto de'. Ninguem se reporta a si
      *                 mesmo, a mais de um contato ou a alguem abaixo
      *                 de si na cadeia; cada mudanca vai para o
      *                 CONTLOG. O organograma e o ORGCTT.
      *  15/10/2026 CS  O tipo da data-chave passa a ser oferecido e
      *                 validado pela tabela central de codigos
      *                 (TABCTT, tabela TIPOAGD); a busca por ID exibe
      *                 a descricao do tipo dos telefones/e-mails
      *                 adicionais (TIPODET) e das datas-chave.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCTT.
                RECORD   KEY CHAVE-AGD
                FILE  STATUS IS WS-STATUS-AGD.

                SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC-DAT
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD   KEY CHAVE-VNC
                ALTERNATE RECORD KEY IS ID-CONT-VNC
                    WITH DUPLICATES
                FILE  STATUS IS WS-STATUS-VNC.

                SELECT ST ASSIGN TO WS-CAMINHO-ST-DAT
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD   KEY CD-STUDENT
                FILE  STATUS IS WS-STATUS-ST.

                SELECT ACESSOLOG ASSIGN TO WS-CAMINHO-ACC
                ORGANIZATION IS LINE SEQUENTIAL
                FILE  STATUS IS WS-STATUS-ACC.

                SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD   KEY ID-PCM
                FILE  STATUS IS WS-STATUS-PCM.

                SELECT EMP-DAT ASSIGN TO WS-CAMINHO-EMP
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD   KEY CD-EMPRESA
                ALTERNATE RECORD KEY IS CNPJ-EMPRESA
                FILE  STATUS IS WS-STATUS-EMP.

                SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD   KEY ID-CEM
                ALTERNATE RECORD KEY IS CD-EMP-CEM
                    WITH DUPLICATES
                FILE  STATUS IS WS-STATUS-CEM.

                SELECT RLC-DAT ASSIGN TO WS-CAMINHO-RLC
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD   KEY CHAVE-RLC
                ALTERNATE RECORD KEY IS ID-ALVO-RLC
                    WITH DUPLICATES
                FILE  STATUS IS WS-STATUS-RLC.


       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
          COPY FD_AGENDA.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD ST.
          COPY FD_EST.

       FD ACESSOLOG.
       01 ACC-LINHA                        PIC X(70).

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD EMP-DAT.
          COPY FD_EMPRESA.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD RLC-DAT.
          COPY FD_RELCONT.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-ACC-TERMO                  PIC X(20).

       01 WS-CAMINHO-VNC-DAT               PIC X(80).
       01 WS-CAMINHO-VNC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       77 WS-STATUS-VNC                    PIC 99.
          88 STATUS-VNC-OK                 VALUE 0.
       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-EOF-VNC                       PIC X    VALUE 'N'.
          88 EOF-VNC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-CONT-VNC                      PIC 9(03) VALUE ZEROS.
       77 WS-DS-VINCULO                    PIC X(12) VALUE SPACES.
       77 WS-NM-ESTUDANTE                  PIC X(20) VALUE SPACES.

       01 WS-CAMINHO-AGD                   PIC X(80).
       01 WS-CAMINHO-AGD-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
       77 WS-DESC-EVENTO                   PIC X(30) VALUE SPACES.
       77 WS-RECORRE-EVENTO                PIC X    VALUE SPACE.

       01 WS-CAMINHO-EMP                   PIC X(80).
       01 WS-CAMINHO-EMP-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\EMP.DAT'.
       01 WS-CAMINHO-CEM                   PIC X(80).
       01 WS-CAMINHO-CEM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       77 WS-STATUS-EMP                    PIC 99.
          88 STATUS-EMP-OK                 VALUE 0.
       77 WS-STATUS-CEM                    PIC 99.
          88 STATUS-CEM-OK                 VALUE 0.
       77 WS-EOF-CEM                       PIC X    VALUE 'N'.
          88 EOF-CEM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EMPRESA-BUSCA                 PIC X(08) VALUE SPACES.

       01 WS-CAMINHO-RLC                   PIC X(80).
       01 WS-CAMINHO-RLC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       77 WS-STATUS-RLC                    PIC 99.
          88 STATUS-RLC-OK                 VALUE 0.
       77 WS-EOF-RLC                       PIC X    VALUE 'N'.
          88 EOF-RLC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-RLC                     PIC X    VALUE SPACE.
          88 OPCAO-VER-RELACOES            VALUE 'V'.
          88 OPCAO-INCLUIR-RELACAO         VALUE 'I'.
          88 OPCAO-EXCLUIR-RELACAO         VALUE 'E'.
       77 WS-TIPO-RELACAO                  PIC X    VALUE SPACE.
          88 TIPO-RELACAO-VALIDO           VALUE 'S' 'A' 'U'.
          88 TIPO-RELACAO-SUBORDINADO      VALUE 'S'.
       77 WS-ID-RELACAO                    PIC 9(06) VALUE ZEROS.
       77 WS-ID-CADEIA                     PIC 9(06) VALUE ZEROS.
       77 WS-PASSOS-CADEIA                 PIC 9(04) COMP VALUE ZEROS.
       77 WS-RELACAO-VALIDA                PIC X    VALUE 'N'.
          88 RELACAO-VALIDA                VALUE 'S' FALSE 'N'.
       77 WS-FIM-CADEIA                    PIC X    VALUE 'N'.
          88 FIM-CADEIA                    VALUE 'S' FALSE 'N'.
       77 WS-CONT-RLC                      PIC 9(03) VALUE ZEROS.
       77 WS-DS-RELACAO                    PIC X(14) VALUE SPACES.
       77 WS-NM-RELACAO                    PIC X(20) VALUE SPACES.
       77 WS-RLC-DATA-SIS                  PIC 9(08) VALUE ZEROS.
       77 WS-RLC-HORA-SIS                  PIC 9(08) VALUE ZEROS.
       77 WS-RLC-LOG-RESULTADO             PIC X(01) VALUE SPACE.
       01 WS-RLC-LOG-REGISTRO.
          03 WS-RLC-LOG-OPERACAO           PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-ID                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-DT                 PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-HR                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-ANTES              PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-DEPOIS             PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-OPERADOR           PIC X(04).
       01 WS-RLC-LOG-RELACAO.
          03 WS-RLC-LOG-TIPO               PIC X(01).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-RLC-LOG-ALVO               PIC 9(06).

          COPY WS_STATUSARQ.

          COPY WS_NORMNOME.

          COPY WS_FONETICO.

          COPY WS_PREFCOM.

          COPY WS_TABCHK.

       77 WS-FON-BUSCA              PIC X(20) VALUE SPACES.
       77 WS-FON-REGISTRO           PIC X(20) VALUE SPACES.
       77 WS-SIMILARIDADE           PIC 9(03) VALUE ZEROS.
               MOVE WS-CAMINHO-AGD-DFL  TO WS-CAMINHO-AGD
           END-IF

           MOVE WS-CAMINHO-VNC-DAT-DFL  TO WS-CAMINHO-VNC-DAT
           DISPLAY 'VNC_DAT'            UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-VNC-DAT    FROM ENVIRONMENT-VALUE
           IF WS-CAMINHO-VNC-DAT EQUAL SPACES
               MOVE WS-CAMINHO-VNC-DAT-DFL TO WS-CAMINHO-VNC-DAT
           END-IF

           MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
           DISPLAY 'ST_DAT'             UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-ST-DAT     FROM ENVIRONMENT-VALUE
           IF WS-CAMINHO-ST-DAT EQUAL SPACES
               MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
           END-IF

           MOVE WS-CAMINHO-ACC-DFL      TO WS-CAMINHO-ACC
           DISPLAY 'ACC_PATH'           UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-ACC        FROM ENVIRONMENT-VALUE
               MOVE WS-CAMINHO-ACC-DFL  TO WS-CAMINHO-ACC
           END-IF

           MOVE WS-CAMINHO-EMP-DFL      TO WS-CAMINHO-EMP
           DISPLAY 'EMP_DAT'            UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-EMP        FROM ENVIRONMENT-VALUE
           IF WS-CAMINHO-EMP EQUAL SPACES
               MOVE WS-CAMINHO-EMP-DFL  TO WS-CAMINHO-EMP
           END-IF

           MOVE WS-CAMINHO-CEM-DFL      TO WS-CAMINHO-CEM
           DISPLAY 'CEM_DAT'            UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-CEM        FROM ENVIRONMENT-VALUE
           IF WS-CAMINHO-CEM EQUAL SPACES
               MOVE WS-CAMINHO-CEM-DFL  TO WS-CAMINHO-CEM
           END-IF

           MOVE WS-CAMINHO-RLC-DFL      TO WS-CAMINHO-RLC
           DISPLAY 'RLC_DAT'            UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-RLC        FROM ENVIRONMENT-VALUE
           IF WS-CAMINHO-RLC EQUAL SPACES
               MOVE WS-CAMINHO-RLC-DFL  TO WS-CAMINHO-RLC
           END-IF

           MOVE SPACES                  TO WS-ACC-OPERADOR
           DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
           ACCEPT WS-ACC-OPERADOR       FROM ENVIRONMENT-VALUE

           DISPLAY '1 - Buscar por ID   2 - Buscar por nome   '
                   '3 - Buscar por e-mail   4 - Busca fonetica'
           DISPLAY '5 - Meus contatos   6 - Contatos de uma empresa'
           ACCEPT WS-MODO-BUSCA

            EVALUATE WS-MODO-BUSCA
                    PERFORM P322-BUSCA-FONETICA
                WHEN 5
                    PERFORM P327-MEUS-CONTATOS
                WHEN 6
                    PERFORM P328-CONTATOS-EMPRESA
                WHEN OTHER
                    PERFORM P310-BUSCA-POR-ID
            END-EVALUATE
                   IF WS-RESP-CONTATO NOT EQUAL SPACES
                       DISPLAY 'Responsavel: ' WS-RESP-CONTATO
                   END-IF
                   PERFORM P311-EXIBE-EMPRESA
                   MOVE 'ID        ' TO WS-ACC-TIPO
                   MOVE SPACES       TO WS-ACC-TERMO
                   PERFORM P340-GRAVA-ACESSO
                   PERFORM P312-LISTA-DETALHES
                   PERFORM P313-LISTA-ESTUDANTES
                   PERFORM P315-MENU-NOTAS
                   PERFORM P318-MENU-AGENDA
                   MOVE WS-ID-CONTATO TO WS-PCM-ID
                   PERFORM P38P-MENU-PREFERENCIAS
                   PERFORM P319-MENU-RELACOES
            END-READ
            .
      *----------------------------------------------------------------
      * P311-EXIBE-EMPRESA: exibe a empresa a que o contato corrente
      * esta vinculado em CEM.DAT, com a razao social de EMP.DAT.
      * Sem vinculo, nada e exibido.
      *----------------------------------------------------------------
       P311-EXIBE-EMPRESA.
            SET STATUS-CEM-OK        TO TRUE

            OPEN INPUT CEM-DAT

            IF STATUS-CEM-OK THEN
                MOVE WS-ID-CONTATO   TO ID-CEM
                READ CEM-DAT
                    KEY IS ID-CEM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES  TO RAZAO-EMPRESA
                        SET STATUS-EMP-OK TO TRUE
                        OPEN INPUT EMP-DAT
                        IF STATUS-EMP-OK THEN
                            MOVE CD-EMP-CEM TO CD-EMPRESA
                            READ EMP-DAT
                                KEY IS CD-EMPRESA
                                INVALID KEY
                                    MOVE '(NAO CADASTRADA)'
                                      TO RAZAO-EMPRESA
                            END-READ
                            CLOSE EMP-DAT
                        END-IF
                        DISPLAY 'Empresa: ' CD-EMP-CEM ' - '
                                RAZAO-EMPRESA
                END-READ
                CLOSE CEM-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P312-LISTA-DETALHES: exibe, abaixo do registro principal, os
      * telefones e e-mails adicionais do contato corrente.
      *----------------------------------------------------------------
                                    IF WS-CONT-DET EQUAL 1
                                        DISPLAY 'Contatos adicionais:'
                                    END-IF
                                    MOVE 'TIPODET' TO WS-TBC-TABELA
                                    MOVE TIPO-CTD  TO WS-TBC-CODIGO
                                    PERFORM P12T-DESCREVE-CODIGO
                                    DISPLAY '  (' TIPO-CTD ') '
                                            WS-TBC-DESCRICAO(1:20)
                                            ' ' VALOR-CTD
                                ELSE
                                    SET EOF-CTD-OK TO TRUE
                                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P313-LISTA-ESTUDANTES: exibe os estudantes a que o contato
      * corrente esta vinculado em VNC.DAT, pela chave alternada do
      * ID do contato, com o nome resolvido em ST.DAT.
      *----------------------------------------------------------------
       P313-LISTA-ESTUDANTES.
            SET EOF-VNC-OK           TO FALSE
            SET STATUS-VNC-OK        TO TRUE
            MOVE ZEROS               TO WS-CONT-VNC

            OPEN INPUT VNC-DAT

            IF WS-STATUS-VNC EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-VNC-OK THEN
                    SET STATUS-ST-OK   TO TRUE
                    OPEN INPUT ST

                    MOVE WS-ID-CONTATO TO ID-CONT-VNC
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
                                    IF WS-CONT-VNC EQUAL 1
                                        DISPLAY 'Estudantes vinculados:'
                                    END-IF
                                    PERFORM P314-EXIBE-ESTUDANTE
                                ELSE
                                    SET EOF-VNC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM

                    CLOSE VNC-DAT
                    IF STATUS-ST-OK
                        CLOSE ST
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
                    MOVE WS-STATUS-VNC TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P314-EXIBE-ESTUDANTE: exibe o estudante do vinculo corrente.
      *----------------------------------------------------------------
       P314-EXIBE-ESTUDANTE.
            EVALUATE TRUE
                WHEN VNC-RESPONSAVEL
                    MOVE 'RESPONSAVEL'  TO WS-DS-VINCULO
                WHEN VNC-EMERGENCIA
                    MOVE 'EMERGENCIA'   TO WS-DS-VINCULO
                WHEN VNC-PATROCINADOR
                    MOVE 'PATROCINADOR' TO WS-DS-VINCULO
                WHEN VNC-EGRESSO
                    MOVE 'EGRESSO'      TO WS-DS-VINCULO
                WHEN OTHER
                    MOVE TIPO-VNC       TO WS-DS-VINCULO
            END-EVALUATE

            MOVE SPACES              TO WS-NM-ESTUDANTE
            IF STATUS-ST-OK
                MOVE CD-EST-VNC      TO CD-STUDENT
                READ ST
                    KEY IS CD-STUDENT
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO WS-NM-ESTUDANTE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO WS-NM-ESTUDANTE
                END-READ
            END-IF

            DISPLAY '  ' CD-EST-VNC ' - ' WS-NM-ESTUDANTE ' '
                    WS-DS-VINCULO
            .
      *----------------------------------------------------------------
      * P315-MENU-NOTAS: depois de exibir o contato, oferece ver as
      * notas existentes ou acrescentar uma nova.
      *----------------------------------------------------------------
                            NOT AT END
                                IF ID-AGD EQUAL WS-ID-CONTATO
                                    ADD 1 TO WS-CONT-AGD
                                    MOVE 'TIPOAGD' TO WS-TBC-TABELA
                                    MOVE TIPO-AGD  TO WS-TBC-CODIGO
                                    PERFORM P12T-DESCREVE-CODIGO
                                    DISPLAY '  ' SEQ-AGD ' EM '
                                            DT-AGD ' (' TIPO-AGD
                                            ') '
                                            WS-TBC-DESCRICAO(1:20)
                                            ' ' DS-AGD
                                    IF AGD-ANUAL
                                        DISPLAY '      (TODO ANO)'
                                    END-IF

                DISPLAY 'Data do evento (AAAAMMDD): '
                ACCEPT WS-DT-EVENTO
                DISPLAY 'Tipo:'
                MOVE 'TIPOAGD'       TO WS-TBC-TABELA
                PERFORM P12T-LISTA-CODIGOS
                ACCEPT WS-TIPO-EVENTO
                MOVE WS-TIPO-EVENTO  TO WS-TBC-CODIGO
                PERFORM P12T-CONFERE-CODIGO
                DISPLAY 'Descricao (ate 30 posicoes): '
                ACCEPT WS-DESC-EVENTO
                DISPLAY 'Repete todo ano? (S/N)'
                ACCEPT WS-RECORRE-EVENTO

                IF WS-DT-EVENTO EQUAL ZEROS OR NOT CODIGO-VALIDO THEN
                    IF CODIGO-VALIDO
                        DISPLAY 'EVENTO SEM DATA NAO GRAVADO.'
                    ELSE
                        DISPLAY 'TIPO INVALIDO. EVENTO NAO GRAVADO.'
                    END-IF
                ELSE
                    MOVE WS-ID-CONTATO   TO ID-AGD
                    COMPUTE SEQ-AGD = WS-ULTIMA-SEQ-AGD + 1
            END-IF
            .
      *----------------------------------------------------------------
      * P319-MENU-RELACOES: depois das preferencias, oferece ver as
      * relacoes do contato com outros contatos, incluir ou excluir
      * uma relacao.
      *----------------------------------------------------------------
       P319-MENU-RELACOES.
            DISPLAY 'Relacoes: (V)er, (I)ncluir, (E)xcluir ou '
                    '<QUALQUER TECLA> para seguir?'
            ACCEPT WS-OPCAO-RLC

            EVALUATE TRUE
                WHEN OPCAO-VER-RELACOES
                    PERFORM P319A-LISTA-RELACOES
                WHEN OPCAO-INCLUIR-RELACAO
                    PERFORM P319B-INCLUI-RELACAO
                WHEN OPCAO-EXCLUIR-RELACAO
                    PERFORM P319D-EXCLUI-RELACAO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P319A-LISTA-RELACOES: exibe a quem o contato corrente se
      * reporta, de quem e assistente ou substituto (chave primaria
      * de RLC.DAT) e, pela chave alternada, quem se reporta a ele,
      * quem e seu assistente e quem o substitui.
      *----------------------------------------------------------------
       P319A-LISTA-RELACOES.
            SET STATUS-RLC-OK        TO TRUE
            MOVE ZEROS               TO WS-CONT-RLC

            OPEN INPUT RLC-DAT

            IF WS-STATUS-RLC EQUAL 35 THEN
                DISPLAY 'CONTATO SEM RELACOES.'
            ELSE
                IF STATUS-RLC-OK THEN
                    SET EOF-RLC-OK   TO FALSE
                    MOVE WS-ID-CONTATO TO ID-RLC
                    MOVE LOW-VALUES  TO TIPO-RLC
                    MOVE ZEROS       TO ID-ALVO-RLC
                    START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                        INVALID KEY
                            SET EOF-RLC-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-RLC-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET EOF-RLC-OK TO TRUE
                            NOT AT END
                                IF ID-RLC EQUAL WS-ID-CONTATO
                                    ADD 1 TO WS-CONT-RLC
                                    EVALUATE TRUE
                                        WHEN RLC-SUBORDINADO
                                            MOVE 'SE REPORTA A'
                                              TO WS-DS-RELACAO
                                        WHEN RLC-ASSISTENTE
                                            MOVE 'ASSISTENTE DE'
                                              TO WS-DS-RELACAO
                                        WHEN OTHER
                                            MOVE 'SUBSTITUTO DE'
                                              TO WS-DS-RELACAO
                                    END-EVALUATE
                                    MOVE ID-ALVO-RLC TO WS-ID-RELACAO
                                    PERFORM P319F-EXIBE-RELACAO
                                ELSE
                                    SET EOF-RLC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM

                    SET EOF-RLC-OK   TO FALSE
                    MOVE WS-ID-CONTATO TO ID-ALVO-RLC
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
                                    ADD 1 TO WS-CONT-RLC
                                    EVALUATE TRUE
                                        WHEN RLC-SUBORDINADO
                                            MOVE 'SUBORDINADO'
                                              TO WS-DS-RELACAO
                                        WHEN RLC-ASSISTENTE
                                            MOVE 'ASSISTENTE'
                                              TO WS-DS-RELACAO
                                        WHEN OTHER
                                            MOVE 'SUBSTITUTO'
                                              TO WS-DS-RELACAO
                                    END-EVALUATE
                                    MOVE ID-RLC TO WS-ID-RELACAO
                                    PERFORM P319F-EXIBE-RELACAO
                                ELSE
                                    SET EOF-RLC-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RLC-DAT

                    IF WS-CONT-RLC EQUAL ZEROS
                        DISPLAY 'CONTATO SEM RELACOES.'
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELACOES'
                    MOVE WS-STATUS-RLC TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P319B-INCLUI-RELACAO: colhe o tipo e o outro contato e grava a
      * relacao, criando o arquivo na primeira vez. Recusa o proprio
      * contato, contato inexistente, relacao repetida, segundo
      * superior e, para 'se reporta a', superior que esteja abaixo
      * do contato na cadeia (P319C-CONFERE-CICLO).
      *----------------------------------------------------------------
       P319B-INCLUI-RELACAO.
            SET RELACAO-VALIDA       TO TRUE

            DISPLAY 'Tipo: (S)e reporta a, (A)ssistente de ou '
                    's(U)bstituto de?'
            ACCEPT WS-TIPO-RELACAO
            IF NOT TIPO-RELACAO-VALIDO
                DISPLAY 'TIPO INVALIDO. NADA GRAVADO.'
                SET RELACAO-VALIDA   TO FALSE
            END-IF

            IF RELACAO-VALIDA
                DISPLAY 'ID do outro contato: '
                ACCEPT WS-ID-RELACAO
                IF WS-ID-RELACAO EQUAL WS-ID-CONTATO
                    DISPLAY 'O CONTATO NAO PODE SE RELACIONAR COM '
                            'ELE MESMO. NADA GRAVADO.'
                    SET RELACAO-VALIDA TO FALSE
                ELSE
                    MOVE WS-ID-RELACAO TO ID-CONTATO
                    READ COT
                        KEY IS ID-CONTATO
                        INVALID KEY
                            DISPLAY 'CONTATO ' WS-ID-RELACAO
                                    ' NAO EXISTE. NADA GRAVADO.'
                            SET RELACAO-VALIDA TO FALSE
                        NOT INVALID KEY
                            MOVE NM-CONTATO TO WS-NM-RELACAO
                    END-READ
                END-IF
            END-IF

            IF RELACAO-VALIDA
                SET STATUS-RLC-OK    TO TRUE
                OPEN I-O RLC-DAT

                IF WS-STATUS-RLC EQUAL 35 THEN
                    OPEN OUTPUT RLC-DAT
                    CLOSE RLC-DAT
                    OPEN I-O RLC-DAT
                END-IF

                IF STATUS-RLC-OK THEN
                    IF TIPO-RELACAO-SUBORDINADO
                        PERFORM P319C-CONFERE-CICLO
                    END-IF

                    IF RELACAO-VALIDA
                        MOVE WS-ID-CONTATO   TO ID-RLC
                        MOVE WS-TIPO-RELACAO TO TIPO-RLC
                        MOVE WS-ID-RELACAO   TO ID-ALVO-RLC
                        ACCEPT WS-RLC-DATA-SIS FROM DATE YYYYMMDD
                        MOVE WS-RLC-DATA-SIS TO DT-RLC
                        MOVE WS-ACC-OPERADOR TO OPER-RLC

                        WRITE REG-RELACOES
                            INVALID KEY
                                DISPLAY 'RELACAO JA CADASTRADA. '
                                        'NADA GRAVADO.'
                            NOT INVALID KEY
                                DISPLAY 'Relacao gravada com '
                                        WS-ID-RELACAO ' - '
                                        WS-NM-RELACAO
                                MOVE 'REL-INC'  TO WS-RLC-LOG-OPERACAO
                                MOVE SPACES     TO WS-RLC-LOG-ANTES
                                MOVE WS-TIPO-RELACAO
                                                TO WS-RLC-LOG-TIPO
                                MOVE WS-ID-RELACAO
                                                TO WS-RLC-LOG-ALVO
                                MOVE WS-RLC-LOG-RELACAO
                                                TO WS-RLC-LOG-DEPOIS
                                PERFORM P319E-GRAVA-LOG
                        END-WRITE
                    END-IF

                    CLOSE RLC-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELACOES'
                    MOVE WS-STATUS-RLC TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P319C-CONFERE-CICLO: para 'se reporta a', recusa quando o
      * contato corrente ja tem superior e sobe a cadeia a partir do
      * novo superior: se a subida chega ao contato corrente, a
      * relacao fecharia um ciclo. Espera RLC-DAT aberto em I-O. O
      * teto de passos protege contra cadeia ja corrompida.
      *----------------------------------------------------------------
       P319C-CONFERE-CICLO.
            MOVE WS-ID-CONTATO       TO ID-RLC
            MOVE 'S'                 TO TIPO-RLC
            MOVE ZEROS               TO ID-ALVO-RLC
            START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ RLC-DAT NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ID-RLC EQUAL WS-ID-CONTATO
                               AND RLC-SUBORDINADO
                                DISPLAY 'O CONTATO JA SE REPORTA A '
                                        ID-ALVO-RLC '. EXCLUA ESSA '
                                        'RELACAO ANTES. NADA GRAVADO.'
                                SET RELACAO-VALIDA TO FALSE
                            END-IF
                    END-READ
            END-START

            MOVE WS-ID-RELACAO       TO WS-ID-CADEIA
            MOVE ZEROS               TO WS-PASSOS-CADEIA
            SET FIM-CADEIA           TO FALSE

            PERFORM UNTIL FIM-CADEIA OR NOT RELACAO-VALIDA
                IF WS-ID-CADEIA EQUAL WS-ID-CONTATO
                    DISPLAY 'O CONTATO ' WS-ID-RELACAO ' JA ESTA '
                            'ABAIXO DESTE NA CADEIA: A RELACAO '
                            'FORMARIA UM CICLO. NADA GRAVADO.'
                    SET RELACAO-VALIDA TO FALSE
                ELSE
                    ADD 1            TO WS-PASSOS-CADEIA
                    IF WS-PASSOS-CADEIA GREATER 999
                        SET FIM-CADEIA TO TRUE
                    ELSE
                        SET FIM-CADEIA TO TRUE
                        MOVE WS-ID-CADEIA TO ID-RLC
                        MOVE 'S'     TO TIPO-RLC
                        MOVE ZEROS   TO ID-ALVO-RLC
                        START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                READ RLC-DAT NEXT RECORD
                                    AT END
                                        CONTINUE
                                    NOT AT END
                                        IF ID-RLC EQUAL WS-ID-CADEIA
                                           AND RLC-SUBORDINADO
                                            MOVE ID-ALVO-RLC
                                              TO WS-ID-CADEIA
                                            SET FIM-CADEIA TO FALSE
                                        END-IF
                                END-READ
                        END-START
                    END-IF
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P319D-EXCLUI-RELACAO: colhe o tipo e o outro contato e exclui
      * a relacao do contato corrente com ele.
      *----------------------------------------------------------------
       P319D-EXCLUI-RELACAO.
            DISPLAY 'Tipo: (S)e reporta a, (A)ssistente de ou '
                    's(U)bstituto de?'
            ACCEPT WS-TIPO-RELACAO
            DISPLAY 'ID do outro contato: '
            ACCEPT WS-ID-RELACAO

            SET STATUS-RLC-OK        TO TRUE
            OPEN I-O RLC-DAT

            IF WS-STATUS-RLC EQUAL 35 THEN
                DISPLAY 'RELACAO NAO ENCONTRADA.'
            ELSE
                IF STATUS-RLC-OK THEN
                    MOVE WS-ID-CONTATO   TO ID-RLC
                    MOVE WS-TIPO-RELACAO TO TIPO-RLC
                    MOVE WS-ID-RELACAO   TO ID-ALVO-RLC
                    DELETE RLC-DAT RECORD
                        INVALID KEY
                            DISPLAY 'RELACAO NAO ENCONTRADA.'
                        NOT INVALID KEY
                            DISPLAY 'Relacao excluida.'
                            MOVE 'REL-EXC'    TO WS-RLC-LOG-OPERACAO
                            MOVE WS-TIPO-RELACAO TO WS-RLC-LOG-TIPO
                            MOVE WS-ID-RELACAO   TO WS-RLC-LOG-ALVO
                            MOVE WS-RLC-LOG-RELACAO
                                              TO WS-RLC-LOG-ANTES
                            MOVE SPACES       TO WS-RLC-LOG-DEPOIS
                            PERFORM P319E-GRAVA-LOG
                    END-DELETE
                    CLOSE RLC-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELACOES'
                    MOVE WS-STATUS-RLC TO WS-STATUS-ATUAL
                    PERFORM P295-DESCREVE-STATUS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P319E-GRAVA-LOG: registra a inclusao ou exclusao da relacao
      * na trilha CONTLOG, com o tipo e o outro contato.
      *----------------------------------------------------------------
       P319E-GRAVA-LOG.
            MOVE WS-ID-CONTATO           TO WS-RLC-LOG-ID
            MOVE WS-ACC-OPERADOR         TO WS-RLC-LOG-OPERADOR
            ACCEPT WS-RLC-DATA-SIS       FROM DATE YYYYMMDD
            ACCEPT WS-RLC-HORA-SIS       FROM TIME
            MOVE WS-RLC-DATA-SIS         TO WS-RLC-LOG-DT
            MOVE WS-RLC-HORA-SIS(1:6)    TO WS-RLC-LOG-HR

            CALL 'LOGCTT' USING WS-RLC-LOG-REGISTRO
                                WS-RLC-LOG-RESULTADO

            IF WS-RLC-LOG-RESULTADO NOT EQUAL '0' THEN
                DISPLAY 'ERRO AO GRAVAR A TRILHA DE AUDITORIA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P319F-EXIBE-RELACAO: exibe uma relacao, com o nome do outro
      * contato (WS-ID-RELACAO) lido em COT.DAT.
      *----------------------------------------------------------------
       P319F-EXIBE-RELACAO.
            MOVE WS-ID-RELACAO       TO ID-CONTATO
            READ COT
                KEY IS ID-CONTATO
                INVALID KEY
                    MOVE '(NAO CADASTRADO)' TO WS-NM-RELACAO
                NOT INVALID KEY
                    MOVE NM-CONTATO  TO WS-NM-RELACAO
            END-READ

            DISPLAY '  ' WS-DS-RELACAO ' ' WS-ID-RELACAO ' - '
                    WS-NM-RELACAO
            .
      *----------------------------------------------------------------
      * P320-BUSCA-POR-NOME: percorre o indice de nome de COT.DAT
      * retornando todo registro cujo nome, ja normalizado (sem
      * diferenca de caixa ou acento), contenha o texto informado
            END-IF
            .
      *----------------------------------------------------------------
      * P328-CONTATOS-EMPRESA: lista os contatos vinculados a uma
      * empresa, pela chave alternada do codigo da empresa em
      * CEM.DAT, com cada contato lido em COT.DAT.
      *----------------------------------------------------------------
       P328-CONTATOS-EMPRESA.
            MOVE 'EMPRESA   '        TO WS-ACC-TIPO
            MOVE ZEROS               TO WS-CONT-ACHADOS
            DISPLAY 'Informe o codigo da empresa: '
            ACCEPT WS-EMPRESA-BUSCA
            MOVE WS-EMPRESA-BUSCA    TO WS-ACC-TERMO

            SET STATUS-EMP-OK        TO TRUE
            OPEN INPUT EMP-DAT

            IF STATUS-EMP-OK THEN
                MOVE WS-EMPRESA-BUSCA TO CD-EMPRESA
                READ EMP-DAT
                    KEY IS CD-EMPRESA
                    INVALID KEY
                        DISPLAY 'EMPRESA NAO EXISTE.'
                        SET EOF-OK   TO TRUE
                    NOT INVALID KEY
                        DISPLAY 'Empresa: ' CD-EMPRESA ' - '
                                RAZAO-EMPRESA
                        IF EMPRESA-INATIVA
                            DISPLAY '(EMPRESA INATIVA)'
                        END-IF
                END-READ
                CLOSE EMP-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS'
                MOVE WS-STATUS-EMP   TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
                SET EOF-OK           TO TRUE
            END-IF

            IF NOT EOF-OK THEN
                SET EOF-CEM-OK       TO FALSE
                SET STATUS-CEM-OK    TO TRUE
                OPEN INPUT CEM-DAT

                IF STATUS-CEM-OK THEN
                    MOVE WS-EMPRESA-BUSCA TO CD-EMP-CEM
                    START CEM-DAT KEY IS EQUAL CD-EMP-CEM
                        INVALID KEY
                            SET EOF-CEM-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-CEM-OK
                        READ CEM-DAT NEXT RECORD
                            AT END
                                SET EOF-CEM-OK TO TRUE
                            NOT AT END
                                IF CD-EMP-CEM EQUAL WS-EMPRESA-BUSCA
                                    MOVE ID-CEM TO ID-CONTATO
                                    READ COT INTO WS-REGISTRO
                                        KEY IS ID-CONTATO
                                        INVALID KEY
                                            CONTINUE
                                        NOT INVALID KEY
                                            ADD 1 TO WS-CONT-ACHADOS
                                            PERFORM P330-EXIBE-REGISTRO
                                    END-READ
                                ELSE
                                    SET EOF-CEM-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CEM-DAT
                END-IF

                IF WS-CONT-ACHADOS = ZEROS THEN
                    DISPLAY 'NENHUM CONTATO VINCULADO A EMPRESA.'
                ELSE
                    DISPLAY 'CONTATOS DA EMPRESA: ' WS-CONT-ACHADOS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P330-EXIBE-REGISTRO: exibe o registro corrente em WS-REGISTRO
      * no formato das buscas por nome e por e-mail.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
          COPY PR_FONETICO.

      *----------------------------------------------------------------
      * P38P-MENU-PREFERENCIAS: ver e registrar as preferencias de
      * comunicacao do contato. Compartilhado com ALTCONTT via COPY
      * PR_PREFCOM.
      *----------------------------------------------------------------
          COPY PR_PREFCOM.

      *----------------------------------------------------------------
      * P12T-CONFERE-CODIGO, P12T-DESCREVE-CODIGO e P12T-LISTA-CODIGOS:
      * consulta a tabela central de codigos (TABCTT). Compartilhados
      * com CADCONTT, ALTCONTT e VCFICTT via COPY PR_TABCHK.
      *----------------------------------------------------------------
          COPY PR_TABCHK.

       P900-FIM.
            CLOSE COT

