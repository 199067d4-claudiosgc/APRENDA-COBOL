      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA MATRIZ DE PERMISSOES (PRM.DAT):
      *          INCLUSAO OU ALTERACAO DE REGRA, EXCLUSAO DE REGRA E
      *          LISTAGEM DA MATRIZ. CADA REGRA LIBERA (S) OU NEGA (N)
      *          UMA FUNCAO DA TABELA WS_PERMFUN PARA UM PERFIL (S, P
      *          OU J) OU PARA UM OPERADOR DE OPR.DAT; SEM REGRA VALE
      *          O PADRAO DA FUNCAO. RESTRITO AO SUPERVISOR: A PROPRIA
      *          FUNCAO CADPERM NAO ACEITA REGRA, PARA QUE NINGUEM SE
      *          TRANQUE FORA DA MATRIZ. TODA GRAVACAO E EXCLUSAO VAI
      *          PARA A TRILHA CONTLOG (OPERACAO PERMISSAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPERM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRM-DAT ASSIGN TO WS-CAMINHO-PRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PRM
            FILE STATUS  IS WS-FS.

            SELECT OPR-DAT ASSIGN TO WS-CAMINHO-OPR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-OPERADOR
            FILE STATUS  IS WS-STATUS-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD PRM-DAT.
          COPY FD_PERM.

       FD OPR-DAT.
          COPY FD_OPR.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-PRM-DAT               PIC X(80).
       01 WS-CAMINHO-PRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRM.DAT'.
       01 WS-CAMINHO-OPR-DAT               PIC X(80).
       01 WS-CAMINHO-OPR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-STATUS-OPR                    PIC 99.
          88 STATUS-OPR-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-GRAVA                   VALUE 'I'.
          88 OPCAO-EXCLUI                  VALUE 'E'.
          88 OPCAO-LISTA                   VALUE 'L'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-REGRA-VALIDA                  PIC X    VALUE 'N'.
          88 REGRA-VALIDA                  VALUE 'S' FALSE 'N'.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-DS-TIPO                       PIC X(08) VALUE SPACES.
       77 WS-DS-PADRAO                     PIC X(12) VALUE SPACES.
       77 WS-PERMITE-ANTES                 PIC X(01) VALUE SPACE.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-LOG-RESULTADO                 PIC X(01) VALUE SPACE.

       01 WS-REGRA.
          03 WS-FUNCAO-PRM                 PIC X(08).
          03 WS-TIPO-PRM                   PIC X(01).
          03 WS-ALVO-PRM                   PIC X(04).
          03 WS-PERMITE-PRM                PIC X(01).

          COPY WS_PERMFUN.
          COPY WS_PERMCHK.
          COPY WS_STATUSARQ.

       01 WS-LOG-REGISTRO.
          03 WS-LOG-OPERACAO               PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-ID                     PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-DT                     PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-HR                     PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-ANTES             PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-DEPOIS            PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-OPERADOR               PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** MATRIZ DE PERMISSOES ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'CADPERM'           TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P300-MANUTENCAO THRU P300-FIM UNTIL EXIT-OK
            END-IF

            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos de PRM.DAT e OPR.DAT a partir
      * das variaveis de ambiente PRM_DAT e OPR_DAT, usando o caminho
      * tradicional como valor padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-PRM-DAT-DFL  TO WS-CAMINHO-PRM-DAT
            DISPLAY 'PRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRM-DAT-DFL TO WS-CAMINHO-PRM-DAT
            END-IF

            MOVE WS-CAMINHO-OPR-DAT-DFL  TO WS-CAMINHO-OPR-DAT
            DISPLAY 'OPR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-OPR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-OPR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-OPR-DAT-DFL TO WS-CAMINHO-OPR-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: a funcao CADPERM e sempre decidida
      * pelo padrao (so supervisor), pois nao aceita regra.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O PRM-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT PRM-DAT
                CLOSE PRM-DAT
                OPEN I-O PRM-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(I)ncluir ou alterar regra, (E)xcluir regra '
                        'ou (L)istar a matriz?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-GRAVA
                        PERFORM P310-GRAVA-REGRA THRU P310-FIM
                    WHEN OPCAO-EXCLUI
                        PERFORM P320-EXCLUI-REGRA THRU P320-FIM
                    WHEN OPCAO-LISTA
                        PERFORM P330-LISTA
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR A MATRIZ DE PERMISSOES'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE PRM-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P305-LE-CHAVE: pede funcao, tipo e alvo da regra e os valida:
      * a funcao deve constar de WS_PERMFUN (e nao ser a propria
      * CADPERM), o perfil deve ser S, P ou J e o operador deve
      * existir em OPR.DAT, quando houver cadastro de operadores.
      *----------------------------------------------------------------
       P305-LE-CHAVE.
            SET REGRA-VALIDA         TO FALSE
            MOVE SPACES              TO WS-REGRA

            DISPLAY 'Funcao (nome do programa): '
            ACCEPT WS-FUNCAO-PRM

            PERFORM VARYING WS-FUN-IX FROM 1 BY 1
                    UNTIL WS-FUN-IX GREATER WS-FUN-QTD
                       OR REGRA-VALIDA
                IF WS-FUN-CODIGO(WS-FUN-IX) EQUAL WS-FUNCAO-PRM
                    SET REGRA-VALIDA TO TRUE
                END-IF
            END-PERFORM

            IF NOT REGRA-VALIDA THEN
                DISPLAY 'FUNCAO DESCONHECIDA. USE (L)ISTAR PARA VER '
                        'AS FUNCOES.'
                GO TO P305-FIM
            END-IF

            IF WS-FUNCAO-PRM EQUAL 'CADPERM'
                DISPLAY 'A MATRIZ DE PERMISSOES E SEMPRE RESTRITA AO '
                        'SUPERVISOR.'
                SET REGRA-VALIDA     TO FALSE
                GO TO P305-FIM
            END-IF

            DISPLAY 'Regra por (P)erfil ou por (O)perador? '
            ACCEPT WS-TIPO-PRM

            EVALUATE WS-TIPO-PRM
                WHEN 'P'
                    DISPLAY 'Perfil: (S)upervisor, (P)leno ou '
                            '(J)unior?'
                    ACCEPT WS-ALVO-PRM
                    IF WS-ALVO-PRM NOT EQUAL 'S'
                       AND WS-ALVO-PRM NOT EQUAL 'P'
                       AND WS-ALVO-PRM NOT EQUAL 'J'
                        DISPLAY 'PERFIL INVALIDO.'
                        SET REGRA-VALIDA TO FALSE
                    END-IF
                WHEN 'O'
                    DISPLAY 'Codigo do operador: '
                    ACCEPT WS-ALVO-PRM
                    PERFORM P306-CONFERE-OPERADOR
                WHEN OTHER
                    DISPLAY 'TIPO DE REGRA INVALIDO.'
                    SET REGRA-VALIDA TO FALSE
            END-EVALUATE
            .
       P305-FIM.
      *----------------------------------------------------------------
      * P306-CONFERE-OPERADOR: o operador da regra deve existir em
      * OPR.DAT; sem cadastro de operadores a regra nao teria efeito.
      *----------------------------------------------------------------
       P306-CONFERE-OPERADOR.
            OPEN INPUT OPR-DAT

            IF STATUS-OPR-OK THEN
                MOVE WS-ALVO-PRM     TO CD-OPERADOR
                READ OPR-DAT
                    INVALID KEY
                        DISPLAY 'OPERADOR NAO EXISTE'
                        SET REGRA-VALIDA TO FALSE
                    NOT INVALID KEY
                        DISPLAY 'Operador: ' NM-OPERADOR
                                ' - PERFIL ' PERFIL-OPERADOR
                END-READ
                CLOSE OPR-DAT
            ELSE
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL.'
                MOVE WS-STATUS-OPR   TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
                SET REGRA-VALIDA     TO FALSE
            END-IF
            .
      *----------------------------------------------------------------
      * P310-GRAVA-REGRA: inclui a regra ou, se ja existir para a
      * mesma funcao e alvo, troca o S/N depois de confirmar.
      *----------------------------------------------------------------
       P310-GRAVA-REGRA.
            PERFORM P305-LE-CHAVE    THRU P305-FIM

            IF NOT REGRA-VALIDA THEN
                GO TO P310-FIM
            END-IF

            PERFORM UNTIL WS-PERMITE-PRM EQUAL 'S'
                       OR WS-PERMITE-PRM EQUAL 'N'
                DISPLAY 'Permitir? (S)im ou (N)ao: '
                ACCEPT WS-PERMITE-PRM
            END-PERFORM

            MOVE WS-FUNCAO-PRM       TO FUNCAO-PRM
            MOVE WS-TIPO-PRM         TO TIPO-PRM
            MOVE WS-ALVO-PRM         TO ALVO-PRM
            MOVE SPACE               TO WS-PERMITE-ANTES

            READ PRM-DAT
                KEY IS CHAVE-PRM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE PERMITE-PRM TO WS-PERMITE-ANTES
            END-READ

            MOVE WS-PERMITE-PRM      TO PERMITE-PRM
            ACCEPT DT-PRM            FROM DATE YYYYMMDD
            MOVE WS-PERM-OPERADOR    TO RESP-PRM

            IF WS-PERMITE-ANTES EQUAL SPACE THEN
                WRITE REG-PERMISSOES
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A REGRA.'
                    NOT INVALID KEY
                        DISPLAY 'Regra gravada com sucesso'
                        PERFORM P390-REGISTRA-LOG
                END-WRITE
            ELSE
                DISPLAY 'Regra atual: ' WS-PERMITE-ANTES
                        ' - nova: ' WS-PERMITE-PRM
                DISPLAY 'TECLE: '
                        '<S> PARA CONFIRMAR OU <QUALQUER TECLA> '
                        'para manter a atual.'
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' THEN
                    REWRITE REG-PERMISSOES
                    DISPLAY 'Regra atualizada'
                    PERFORM P390-REGISTRA-LOG
                ELSE
                    DISPLAY 'Alteracao nao realizada.'
                END-IF
            END-IF
            .
       P310-FIM.
      *----------------------------------------------------------------
      * P320-EXCLUI-REGRA: apaga a regra; a funcao volta ao padrao
      * (ou a regra do perfil, se a excluida era de operador).
      *----------------------------------------------------------------
       P320-EXCLUI-REGRA.
            PERFORM P305-LE-CHAVE    THRU P305-FIM

            IF NOT REGRA-VALIDA THEN
                GO TO P320-FIM
            END-IF

            MOVE WS-FUNCAO-PRM       TO FUNCAO-PRM
            MOVE WS-TIPO-PRM         TO TIPO-PRM
            MOVE WS-ALVO-PRM         TO ALVO-PRM

            READ PRM-DAT
                KEY IS CHAVE-PRM
                INVALID KEY
                    DISPLAY 'REGRA NAO EXISTE'
                NOT INVALID KEY
                    DISPLAY 'Regra encontrada: ' FUNCAO-PRM ' '
                            TIPO-PRM ' ' ALVO-PRM ' = ' PERMITE-PRM
                    DISPLAY 'TECLE: '
                            '<S> PARA CONFIRMAR A EXCLUSAO OU '
                            '<QUALQUER TECLA> para cancelar.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' THEN
                        MOVE PERMITE-PRM TO WS-PERMITE-ANTES
                        DELETE PRM-DAT
                        MOVE 'X'         TO WS-PERMITE-PRM
                        DISPLAY 'Regra excluida'
                        PERFORM P390-REGISTRA-LOG
                    ELSE
                        DISPLAY 'Operacao nao realizada.'
                    END-IF
            END-READ
            .
       P320-FIM.
      *----------------------------------------------------------------
      * P330-LISTA: exibe cada funcao com o seu padrao e, abaixo, as
      * regras gravadas para ela em PRM.DAT.
      *----------------------------------------------------------------
       P330-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS

            PERFORM VARYING WS-FUN-IX FROM 1 BY 1
                    UNTIL WS-FUN-IX GREATER WS-FUN-QTD
                IF FUN-PADRAO-SUPERVISOR(WS-FUN-IX)
                    MOVE 'SUPERVISOR'   TO WS-DS-PADRAO
                ELSE
                    MOVE 'TODOS'        TO WS-DS-PADRAO
                END-IF
                DISPLAY WS-FUN-CODIGO(WS-FUN-IX) ' - '
                        WS-FUN-DESCRICAO(WS-FUN-IX) ' - PADRAO: '
                        WS-DS-PADRAO
                PERFORM P335-LISTA-REGRAS
            END-PERFORM

            DISPLAY WS-CONT-LISTADOS ' REGRA(S) GRAVADA(S).'
            .
      *----------------------------------------------------------------
      * P335-LISTA-REGRAS: percorre PRM.DAT a partir da funcao da vez.
      *----------------------------------------------------------------
       P335-LISTA-REGRAS.
            SET EOF-OK               TO FALSE
            MOVE LOW-VALUES          TO CHAVE-PRM
            MOVE WS-FUN-CODIGO(WS-FUN-IX) TO FUNCAO-PRM
            START PRM-DAT KEY IS NOT LESS THAN CHAVE-PRM
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ PRM-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF FUNCAO-PRM NOT EQUAL
                           WS-FUN-CODIGO(WS-FUN-IX)
                            SET EOF-OK TO TRUE
                        ELSE
                            ADD 1 TO WS-CONT-LISTADOS
                            IF PRM-PERFIL
                                MOVE 'PERFIL'   TO WS-DS-TIPO
                            ELSE
                                MOVE 'OPERADOR' TO WS-DS-TIPO
                            END-IF
                            DISPLAY '         ' WS-DS-TIPO ' '
                                    ALVO-PRM ' = ' PERMITE-PRM
                                    ' EM ' DT-PRM ' POR ' RESP-PRM
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P390-REGISTRA-LOG: grava na trilha CONTLOG a regra mexida, com
      * a chave em NOME-ANTES e o valor anterior/novo em NOME-DEPOIS
      * (X quando a regra foi excluida).
      *----------------------------------------------------------------
       P390-REGISTRA-LOG.
            MOVE 'PERMISSAO'        TO WS-LOG-OPERACAO
            MOVE ZEROS              TO WS-LOG-ID
            ACCEPT WS-LOG-DT        FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-LOG-HR
            MOVE SPACES             TO WS-LOG-NOME-ANTES
                                       WS-LOG-NOME-DEPOIS
            STRING WS-FUNCAO-PRM ' ' WS-TIPO-PRM ' ' WS-ALVO-PRM
                   DELIMITED BY SIZE INTO WS-LOG-NOME-ANTES
            END-STRING
            STRING WS-PERMITE-ANTES '>' WS-PERMITE-PRM
                   DELIMITED BY SIZE INTO WS-LOG-NOME-DEPOIS
            END-STRING
            MOVE WS-PERM-OPERADOR   TO WS-LOG-OPERADOR
            CALL 'LOGCTT' USING WS-LOG-REGISTRO WS-LOG-RESULTADO
            .
      *----------------------------------------------------------------
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.

            GOBACK.
       END PROGRAM CADPERM.
