      *                 alem do teto, inclusive os ja decididos, e
      *                 DEDUPCTT os reenfileiraria - exatamente a
      *                 regressao que a fila existe para impedir.
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado antes da trava, e a
      *                 tentativa fica gravada no CONTLOG.
      *  15/10/2026 CS  As relacoes entre contatos (RLC.DAT, copybook
      *                 FD_RELCONT) do duplicado excluido passam ao
      *                 sobrevivente, nos dois sentidos, com a linha
      *                 MERGE-RLC no CONTLOG. Relacao que ficaria do
      *                 sobrevivente com ele mesmo, repetida, segundo
      *                 superior ou que fecharia ciclo na cadeia e
      *                 descartada.
      *  15/10/2026 CS  Os vinculos com estudantes (VNC.DAT), o
      *                 vinculo com a empresa (CEM.DAT) e as
      *                 preferencias de comunicacao (PCM.DAT) do
      *                 duplicado excluido tambem passam ao
      *                 sobrevivente, com as linhas MERGE-VNC,
      *                 MERGE-CEM e MERGE-PCM no CONTLOG. Estudante
      *                 ja vinculado ao sobrevivente fica com o
      *                 vinculo dele (promovido a responsavel quando
      *                 o do duplicado o era); a empresa do
      *                 sobrevivente prevalece; e a recusa de um
      *                 canal registrada no duplicado e levada ao
      *                 sobrevivente, pois quem recusou nao pode
      *                 voltar a receber pela fusao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGECTT.
            RECORD KEY   IS CHAVE-MEMBRO
            FILE STATUS  IS WS-STATUS-GRM.

            SELECT RLC-DAT ASSIGN TO WS-CAMINHO-RLC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-RLC
            ALTERNATE RECORD KEY IS ID-ALVO-RLC
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-RLC.

            SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-VNC
            ALTERNATE RECORD KEY IS ID-CONT-VNC
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-VNC.

            SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-CEM
            ALTERNATE RECORD KEY IS CD-EMP-CEM
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-CEM.

            SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-PCM
            FILE STATUS  IS WS-STATUS-PCM.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
       FD GRM-DAT.
          COPY FD_GRPMEM.

       FD RLC-DAT.
          COPY FD_RELCONT.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
       01 WS-CAMINHO-GRM                   PIC X(80).
       01 WS-CAMINHO-GRM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 WS-CAMINHO-RLC                   PIC X(80).
       01 WS-CAMINHO-RLC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 WS-CAMINHO-VNC                   PIC X(80).
       01 WS-CAMINHO-VNC-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-CEM                   PIC X(80).
       01 WS-CAMINHO-CEM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 WS-CAMINHO-PCM                   PIC X(80).
       01 WS-CAMINHO-PCM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 WS-REG-SOBREVIVE          PIC X(117) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-SOBREVIVE.
          03 WS-SOB-ID              PIC 9(06).
          88 STATUS-CTD-DAT-OK      VALUE 0.
       77 WS-STATUS-GRM             PIC 99.
          88 STATUS-GRM-OK          VALUE 0.
       77 WS-STATUS-RLC             PIC 99.
          88 STATUS-RLC-OK          VALUE 0.
       77 WS-STATUS-VNC             PIC 99.
          88 STATUS-VNC-OK          VALUE 0.
       77 WS-STATUS-CEM             PIC 99.
          88 STATUS-CEM-OK          VALUE 0.
       77 WS-STATUS-PCM             PIC 99.
          88 STATUS-PCM-OK          VALUE 0.
       77 WS-ACHOU-SAT              PIC X    VALUE 'N'.
          88 ACHOU-SATELITE         VALUE 'S' FALSE 'N'.
       77 WS-IDX-CANAL              PIC 9(01) COMP VALUE ZEROS.
       01 WS-VNC-NOVO               PIC X(20) VALUE SPACES.
       01 FILLER REDEFINES WS-VNC-NOVO.
          03 WS-VNC-NOVO-EST        PIC 9(05).
          03 WS-VNC-NOVO-ID         PIC 9(06).
          03 WS-VNC-NOVO-TIPO       PIC X(01).
             88 VNC-NOVO-RESPONSAVEL VALUE 'R'.
          03 WS-VNC-NOVO-DT         PIC 9(08).
       01 WS-PCM-DUPLICADO          PIC X(50) VALUE SPACES.
       01 FILLER REDEFINES WS-PCM-DUPLICADO.
          03 FILLER                 PIC X(06).
          03 WS-PCM-DUP-ITEM        OCCURS 4 TIMES.
             05 WS-PCM-DUP-OPCAO    PIC X(01).
                88 PCM-DUP-RECUSA   VALUE 'N'.
             05 WS-PCM-DUP-CANAL    PIC X(09).
          03 FILLER                 PIC X(04).
       77 WS-QTD-DESCARTE           PIC 9(03) COMP VALUE ZEROS.
       77 WS-RLC-CADEIA             PIC 9(06) VALUE ZEROS.
       77 WS-RLC-PASSOS             PIC 9(04) COMP VALUE ZEROS.
       77 WS-RLC-FIM-CADEIA         PIC X    VALUE 'N'.
          88 RLC-FIM-CADEIA         VALUE 'S' FALSE 'N'.
       77 WS-RLC-DESCARTA           PIC X    VALUE 'N'.
          88 RLC-DESCARTA           VALUE 'S' FALSE 'N'.
       01 WS-RLC-NOVA               PIC X(25) VALUE SPACES.
       01 FILLER REDEFINES WS-RLC-NOVA.
          03 WS-RLC-NOVA-ID         PIC 9(06).
          03 WS-RLC-NOVA-TIPO       PIC X(01).
          03 WS-RLC-NOVA-ALVO       PIC 9(06).
          03 FILLER                 PIC X(12).
       77 WS-EOF-SAT                PIC X    VALUE 'N'.
          88 EOF-SAT-OK             VALUE 'S' FALSE 'N'.
       77 WS-QTD-TRANSF             PIC 9(03) COMP VALUE ZEROS.
       77 WS-TRAVA-OBTIDA           PIC X(01) VALUE 'N'.
          88 TRAVA-OBTIDA           VALUE 'S' FALSE 'N'.

          COPY WS_PERMCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            SET EXIT-OK             TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'MERGECTT'          TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P150-OBTEM-TRAVA
            END-IF

            IF TRAVA-OBTIDA THEN
                PERFORM P250-OFERECE-FILA
            IF WS-CAMINHO-GRM EQUAL SPACES
                MOVE WS-CAMINHO-GRM-DFL  TO WS-CAMINHO-GRM
            END-IF

            MOVE WS-CAMINHO-RLC-DFL      TO WS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RLC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RLC EQUAL SPACES
                MOVE WS-CAMINHO-RLC-DFL  TO WS-CAMINHO-RLC
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
            MOVE SPACES                  TO WS-LOG-OPERADOR
            DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
            ACCEPT WS-LOG-OPERADOR       FROM ENVIRONMENT-VALUE
            .
      *----------------------------------------------------------------
      * P335-TRANSFERE-SATELITES: o duplicado foi excluido; as notas,
      * os telefones e e-mails adicionais, os vinculos de grupo, as
      * relacoes com outros contatos, os vinculos com estudantes, o
      * vinculo com a empresa e as preferencias de comunicacao dele
      * nao podem ficar apontando para um ID morto. Cada conjunto e
      * transferido para o sobrevivente, com registro no CONTLOG.
      *----------------------------------------------------------------
       P335-TRANSFERE-SATELITES.
            PERFORM P336-TRANSFERE-DETALHES
            PERFORM P337-TRANSFERE-NOTAS
            PERFORM P338-TRANSFERE-GRUPOS
            PERFORM P338A-TRANSFERE-RELACOES
            PERFORM P338C-TRANSFERE-VINCULOS
            PERFORM P338D-TRANSFERE-EMPRESA
            PERFORM P338E-TRANSFERE-PREFERENCIAS
            .
      *----------------------------------------------------------------
      * P336-TRANSFERE-DETALHES: move os telefones e e-mails
            END-IF
            .
      *----------------------------------------------------------------
      * P338A-TRANSFERE-RELACOES: recolhe as relacoes em que o
      * duplicado e o contato (chave primaria) ou o alvo (chave
      * alternada), exclui-as e as regrava com o sobrevivente no lugar
      * do duplicado. Relacao do sobrevivente com ele mesmo, repetida,
      * segundo superior ou que fecharia ciclo e descartada.
      *----------------------------------------------------------------
       P338A-TRANSFERE-RELACOES.
            SET EOF-SAT-OK              TO FALSE
            SET STATUS-RLC-OK           TO TRUE
            MOVE ZEROS                  TO WS-QTD-TRANSF
                                           WS-QTD-DESCARTE

            OPEN I-O RLC-DAT

            IF WS-STATUS-RLC EQUAL 35 THEN
                CONTINUE
            ELSE
            IF STATUS-RLC-OK THEN
                MOVE WS-ID-DUPLICADO    TO ID-RLC
                MOVE LOW-VALUES         TO TIPO-RLC
                MOVE ZEROS              TO ID-ALVO-RLC
                START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                    INVALID KEY
                        SET EOF-SAT-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-SAT-OK
                    READ RLC-DAT NEXT RECORD
                        AT END
                            SET EOF-SAT-OK TO TRUE
                        NOT AT END
                            IF ID-RLC EQUAL WS-ID-DUPLICADO
                               AND WS-QTD-TRANSF LESS 100
                                ADD 1 TO WS-QTD-TRANSF
                                MOVE SPACES TO
                                     TAB-TRANSF-ITEM (WS-QTD-TRANSF)
                                MOVE REG-RELACOES TO TAB-TRANSF-ITEM
                                     (WS-QTD-TRANSF) (1:25)
                                DELETE RLC-DAT RECORD
                            ELSE
                                SET EOF-SAT-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                SET EOF-SAT-OK          TO FALSE
                MOVE WS-ID-DUPLICADO    TO ID-ALVO-RLC
                START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                    INVALID KEY
                        SET EOF-SAT-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-SAT-OK
                    READ RLC-DAT NEXT RECORD
                        AT END
                            SET EOF-SAT-OK TO TRUE
                        NOT AT END
                            IF ID-ALVO-RLC EQUAL WS-ID-DUPLICADO
                               AND WS-QTD-TRANSF LESS 100
                                ADD 1 TO WS-QTD-TRANSF
                                MOVE SPACES TO
                                     TAB-TRANSF-ITEM (WS-QTD-TRANSF)
                                MOVE REG-RELACOES TO TAB-TRANSF-ITEM
                                     (WS-QTD-TRANSF) (1:25)
                                DELETE RLC-DAT RECORD
                            ELSE
                                IF ID-ALVO-RLC EQUAL WS-ID-DUPLICADO
                                    DISPLAY 'LIMITE DE 100 RELACOES '
                                            'POR TRANSFERENCIA '
                                            'ATINGIDO.'
                                END-IF
                                SET EOF-SAT-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                IF WS-QTD-TRANSF GREATER ZEROS THEN
                    PERFORM VARYING WS-IDX-TRANSF FROM 1 BY 1
                            UNTIL WS-IDX-TRANSF > WS-QTD-TRANSF
                        MOVE TAB-TRANSF-ITEM (WS-IDX-TRANSF) (1:25)
                                             TO WS-RLC-NOVA
                        IF WS-RLC-NOVA-ID EQUAL WS-ID-DUPLICADO
                            MOVE WS-ID-SOBREVIVE TO WS-RLC-NOVA-ID
                        END-IF
                        IF WS-RLC-NOVA-ALVO EQUAL WS-ID-DUPLICADO
                            MOVE WS-ID-SOBREVIVE TO WS-RLC-NOVA-ALVO
                        END-IF
                        PERFORM P338B-CONFERE-RELACAO

                        IF RLC-DESCARTA
                            ADD 1 TO WS-QTD-DESCARTE
                        ELSE
                            MOVE WS-RLC-NOVA TO REG-RELACOES
                            WRITE REG-RELACOES
                                INVALID KEY
                                    ADD 1 TO WS-QTD-DESCARTE
                            END-WRITE
                        END-IF
                    END-PERFORM

                    DISPLAY 'RELACOES DO DUPLICADO: ' WS-QTD-TRANSF
                            ' DESCARTADAS: ' WS-QTD-DESCARTE
                    MOVE 'MERGE-RLC'     TO WS-LOG-OPERACAO
                    MOVE WS-ID-SOBREVIVE TO WS-LOG-ID
                    MOVE WS-DUP-NM       TO WS-LOG-NOME-ANTES
                    MOVE WS-SOB-NM       TO WS-LOG-NOME-DEPOIS
                    PERFORM P280-GRAVA-LOG
                END-IF

                CLOSE RLC-DAT
            ELSE
                MOVE WS-STATUS-RLC      TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P338B-CONFERE-RELACAO: decide se a relacao em WS-RLC-NOVA
      * deve ser descartada: contato igual ao alvo ou, para 'se
      * reporta a', contato que ja tem superior ou superior que esta
      * abaixo do contato na cadeia. Espera RLC-DAT aberto em I-O.
      *----------------------------------------------------------------
       P338B-CONFERE-RELACAO.
            SET RLC-DESCARTA            TO FALSE

            IF WS-RLC-NOVA-ID EQUAL WS-RLC-NOVA-ALVO
                SET RLC-DESCARTA        TO TRUE
            END-IF

            IF NOT RLC-DESCARTA AND WS-RLC-NOVA-TIPO EQUAL 'S'
                MOVE WS-RLC-NOVA-ID     TO ID-RLC
                MOVE 'S'                TO TIPO-RLC
                MOVE ZEROS              TO ID-ALVO-RLC
                START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ RLC-DAT NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF ID-RLC EQUAL WS-RLC-NOVA-ID
                                   AND RLC-SUBORDINADO
                                    SET RLC-DESCARTA TO TRUE
                                END-IF
                        END-READ
                END-START

                MOVE WS-RLC-NOVA-ALVO   TO WS-RLC-CADEIA
                MOVE ZEROS              TO WS-RLC-PASSOS
                SET RLC-FIM-CADEIA      TO FALSE

                PERFORM UNTIL RLC-FIM-CADEIA OR RLC-DESCARTA
                    IF WS-RLC-CADEIA EQUAL WS-RLC-NOVA-ID
                        SET RLC-DESCARTA TO TRUE
                    ELSE
                        ADD 1           TO WS-RLC-PASSOS
                        SET RLC-FIM-CADEIA TO TRUE
                        IF WS-RLC-PASSOS NOT GREATER 999
                            MOVE WS-RLC-CADEIA TO ID-RLC
                            MOVE 'S'    TO TIPO-RLC
                            MOVE ZEROS  TO ID-ALVO-RLC
                            START RLC-DAT
                                  KEY IS NOT LESS THAN CHAVE-RLC
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    READ RLC-DAT NEXT RECORD
                                        AT END
                                            CONTINUE
                                        NOT AT END
                                            IF ID-RLC EQUAL
                                               WS-RLC-CADEIA
                                               AND RLC-SUBORDINADO
                                                MOVE ID-ALVO-RLC
                                                  TO WS-RLC-CADEIA
                                                SET RLC-FIM-CADEIA
                                                  TO FALSE
                                            END-IF
                                    END-READ
                            END-START
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P338C-TRANSFERE-VINCULOS: recolhe os vinculos com estudantes
      * do duplicado (chave alternada ID-CONT-VNC), exclui-os e os
      * regrava com o sobrevivente. Estudante que ja tem vinculo com
      * o sobrevivente fica com ele; se o do duplicado era de
      * responsavel, o do sobrevivente e promovido a responsavel.
      *----------------------------------------------------------------
       P338C-TRANSFERE-VINCULOS.
            SET EOF-SAT-OK              TO FALSE
            SET STATUS-VNC-OK           TO TRUE
            MOVE ZEROS                  TO WS-QTD-TRANSF
                                           WS-QTD-DESCARTE

            OPEN I-O VNC-DAT

            IF WS-STATUS-VNC EQUAL 35 THEN
                CONTINUE
            ELSE
            IF STATUS-VNC-OK THEN
                MOVE WS-ID-DUPLICADO    TO ID-CONT-VNC
                START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                    INVALID KEY
                        SET EOF-SAT-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-SAT-OK
                    READ VNC-DAT NEXT RECORD
                        AT END
                            SET EOF-SAT-OK TO TRUE
                        NOT AT END
                            IF ID-CONT-VNC EQUAL WS-ID-DUPLICADO
                               AND WS-QTD-TRANSF LESS 100
                                ADD 1 TO WS-QTD-TRANSF
                                MOVE SPACES TO
                                     TAB-TRANSF-ITEM (WS-QTD-TRANSF)
                                MOVE REG-VINCULOS TO TAB-TRANSF-ITEM
                                     (WS-QTD-TRANSF) (1:20)
                                DELETE VNC-DAT RECORD
                            ELSE
                                IF ID-CONT-VNC EQUAL WS-ID-DUPLICADO
                                    DISPLAY 'LIMITE DE 100 VINCULOS '
                                            'POR TRANSFERENCIA '
                                            'ATINGIDO.'
                                END-IF
                                SET EOF-SAT-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                IF WS-QTD-TRANSF GREATER ZEROS THEN
                    PERFORM VARYING WS-IDX-TRANSF FROM 1 BY 1
                            UNTIL WS-IDX-TRANSF > WS-QTD-TRANSF
                        MOVE TAB-TRANSF-ITEM (WS-IDX-TRANSF) (1:20)
                                             TO WS-VNC-NOVO
                        MOVE WS-ID-SOBREVIVE TO WS-VNC-NOVO-ID
                        MOVE WS-VNC-NOVO     TO REG-VINCULOS
                        WRITE REG-VINCULOS
                            INVALID KEY
                                ADD 1 TO WS-QTD-DESCARTE
                                PERFORM P338F-PROMOVE-VINCULO
                        END-WRITE
                    END-PERFORM

                    DISPLAY 'VINCULOS COM ESTUDANTES DO DUPLICADO: '
                            WS-QTD-TRANSF ' JA EXISTENTES NO '
                            'SOBREVIVENTE: ' WS-QTD-DESCARTE
                    MOVE 'MERGE-VNC'     TO WS-LOG-OPERACAO
                    MOVE WS-ID-SOBREVIVE TO WS-LOG-ID
                    MOVE WS-DUP-NM       TO WS-LOG-NOME-ANTES
                    MOVE WS-SOB-NM       TO WS-LOG-NOME-DEPOIS
                    PERFORM P280-GRAVA-LOG
                END-IF

                CLOSE VNC-DAT
            ELSE
                MOVE WS-STATUS-VNC      TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P338F-PROMOVE-VINCULO: o estudante de WS-VNC-NOVO ja tem
      * vinculo com o sobrevivente. Se o vinculo vindo do duplicado
      * era de responsavel, o do sobrevivente passa a responsavel;
      * senao, fica como esta. Espera VNC-DAT aberto em I-O.
      *----------------------------------------------------------------
       P338F-PROMOVE-VINCULO.
            IF VNC-NOVO-RESPONSAVEL THEN
                MOVE WS-VNC-NOVO-EST    TO CD-EST-VNC
                MOVE WS-ID-SOBREVIVE    TO ID-CONT-VNC
                READ VNC-DAT
                    KEY IS CHAVE-VNC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT VNC-RESPONSAVEL
                            SET VNC-RESPONSAVEL TO TRUE
                            REWRITE REG-VINCULOS
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P338D-TRANSFERE-EMPRESA: exclui o vinculo do duplicado com a
      * sua empresa e, se o sobrevivente ainda nao tem empresa,
      * regrava o vinculo no nome dele. Empresa do sobrevivente
      * prevalece.
      *----------------------------------------------------------------
       P338D-TRANSFERE-EMPRESA.
            SET STATUS-CEM-OK           TO TRUE
            SET ACHOU-SATELITE          TO FALSE

            OPEN I-O CEM-DAT

            IF WS-STATUS-CEM EQUAL 35 THEN
                CONTINUE
            ELSE
            IF STATUS-CEM-OK THEN
                MOVE WS-ID-DUPLICADO    TO ID-CEM
                READ CEM-DAT
                    KEY IS ID-CEM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ACHOU-SATELITE TO TRUE
                        DELETE CEM-DAT RECORD
                END-READ

                IF ACHOU-SATELITE THEN
                    MOVE WS-ID-SOBREVIVE TO ID-CEM
                    WRITE REG-CONT-EMP
                        INVALID KEY
                            DISPLAY 'SOBREVIVENTE JA TEM EMPRESA; '
                                    'A DO DUPLICADO FOI DESCARTADA.'
                        NOT INVALID KEY
                            DISPLAY 'VINCULO COM A EMPRESA '
                                    CD-EMP-CEM ' TRANSFERIDO.'
                    END-WRITE

                    MOVE 'MERGE-CEM'     TO WS-LOG-OPERACAO
                    MOVE WS-ID-SOBREVIVE TO WS-LOG-ID
                    MOVE WS-DUP-NM       TO WS-LOG-NOME-ANTES
                    MOVE WS-SOB-NM       TO WS-LOG-NOME-DEPOIS
                    PERFORM P280-GRAVA-LOG
                END-IF

                CLOSE CEM-DAT
            ELSE
                MOVE WS-STATUS-CEM      TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P338E-TRANSFERE-PREFERENCIAS: exclui as preferencias de
      * comunicacao do duplicado. Sobrevivente sem registro recebe o
      * do duplicado inteiro; sobrevivente com registro recebe so as
      * recusas do duplicado (canal, data e origem), pois a recusa
      * de qualquer um dos dois vale para o contato fundido.
      *----------------------------------------------------------------
       P338E-TRANSFERE-PREFERENCIAS.
            SET STATUS-PCM-OK           TO TRUE
            SET ACHOU-SATELITE          TO FALSE

            OPEN I-O PCM-DAT

            IF WS-STATUS-PCM EQUAL 35 THEN
                CONTINUE
            ELSE
            IF STATUS-PCM-OK THEN
                MOVE WS-ID-DUPLICADO    TO ID-PCM
                READ PCM-DAT
                    KEY IS ID-PCM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET ACHOU-SATELITE TO TRUE
                        MOVE REG-PREFCOM TO WS-PCM-DUPLICADO
                        DELETE PCM-DAT RECORD
                END-READ

                IF ACHOU-SATELITE THEN
                    MOVE WS-ID-SOBREVIVE TO ID-PCM
                    READ PCM-DAT
                        KEY IS ID-PCM
                        INVALID KEY
                            MOVE WS-PCM-DUPLICADO TO REG-PREFCOM
                            MOVE WS-ID-SOBREVIVE  TO ID-PCM
                            WRITE REG-PREFCOM
                                INVALID KEY
                                    CONTINUE
                            END-WRITE
                        NOT INVALID KEY
                            PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
                                    UNTIL WS-IDX-CANAL > 4
                                IF PCM-DUP-RECUSA (WS-IDX-CANAL)
                                   AND NOT PCM-RECUSA (WS-IDX-CANAL)
                                    MOVE WS-PCM-DUP-ITEM
                                         (WS-IDX-CANAL)
                                      TO PCM-ITEM (WS-IDX-CANAL)
                                END-IF
                            END-PERFORM
                            MOVE WS-LOG-OPERADOR TO PCM-OPERADOR
                            REWRITE REG-PREFCOM
                    END-READ

                    DISPLAY 'PREFERENCIAS DE COMUNICACAO DO '
                            'DUPLICADO LEVADAS AO SOBREVIVENTE.'
                    MOVE 'MERGE-PCM'     TO WS-LOG-OPERACAO
                    MOVE WS-ID-SOBREVIVE TO WS-LOG-ID
                    MOVE WS-DUP-NM       TO WS-LOG-NOME-ANTES
                    MOVE WS-SOB-NM       TO WS-LOG-NOME-DEPOIS
                    PERFORM P280-GRAVA-LOG
                END-IF

                CLOSE PCM-DAT
            ELSE
                MOVE WS-STATUS-PCM      TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P280-GRAVA-LOG: registra a operacao na trilha de auditoria
      * CONTLOG atraves do subprograma LOGCTT, que sela a linha com a
      * sequencia e fecha o dia com o registro de controle. Espera
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
