      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA TABELA CENTRAL DE CODIGOS (TBC.DAT):
      *          INCLUSAO DE CODIGO, ALTERACAO DA DESCRICAO OU DA
      *          DATA DE VIGENCIA, DESATIVACAO E REATIVACAO, LISTAGEM
      *          DAS TABELAS E CARGA DOS CODIGOS PADRAO DE WS_TABPAD.
      *          AS TABELAS SAO AS DE WS_TABPAD (TIPODET, TIPOEND E
      *          TIPOAGD), TODAS DE CODIGO DE UMA POSICAO (TIPO-DET,
      *          TIPO-END E TIPO-AGD SAO PIC X(01)); A INCLUSAO RECUSA
      *          CODIGO MAIS LONGO. CODIGO PADRAO AINDA NAO GRAVADO EM
      *          TBC.DAT E GRAVADO NA PRIMEIRA ALTERACAO OU
      *          DESATIVACAO.
      *          CODIGO DESATIVADO NAO E MAIS ACEITO NA ENTRADA, MAS
      *          OS REGISTROS JA GRAVADOS COM ELE FICAM COMO ESTAO E
      *          CONTINUAM DESCRITOS NOS RELATORIOS. NAO HA EXCLUSAO.
      *          RESTRITO AO SUPERVISOR (FUNCAO CADTAB DA MATRIZ DE
      *          PERMISSOES). TODA GRAVACAO VAI PARA A TRILHA CONTLOG
      *          (OPERACAO TABELA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTAB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TBC-DAT ASSIGN TO WS-CAMINHO-TBC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-TBC
            FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TBC-DAT.
          COPY FD_TABCOD.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-TBC-DAT               PIC X(80).
       01 WS-CAMINHO-TBC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TBC.DAT'.

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-INCLUI                  VALUE 'I'.
          88 OPCAO-ALTERA                  VALUE 'A'.
          88 OPCAO-SITUACAO                VALUE 'D'.
          88 OPCAO-LISTA                   VALUE 'L'.
          88 OPCAO-CARGA                   VALUE 'C'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-CHAVE-VALIDA                  PIC X    VALUE 'N'.
          88 CHAVE-VALIDA                  VALUE 'S' FALSE 'N'.
       77 WS-NO-ARQUIVO                    PIC X    VALUE 'N'.
          88 CODIGO-NO-ARQUIVO             VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-PADRAO                  PIC X    VALUE 'N'.
          88 ACHOU-PADRAO                  VALUE 'S' FALSE 'N'.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-CONT-CARGA                    PIC 9(03) VALUE ZEROS.
       77 WS-DS-ORIGEM                     PIC X(07) VALUE SPACES.
       77 WS-SITUACAO-ANTES                PIC X(01) VALUE SPACE.
       77 WS-DS-NOVA                       PIC X(30) VALUE SPACES.
       77 WS-DT-NOVA                       PIC 9(08) VALUE ZEROS.
       77 WS-DT-HOJE                       PIC 9(08) VALUE ZEROS.
       77 WS-DT-PADRAO                     PIC 9(08) VALUE ZEROS.
       77 WS-DT-CONFERE                    PIC X    VALUE 'N'.
          88 DATA-VALIDA                   VALUE 'S' FALSE 'N'.
       77 WS-ACAO-LOG                      PIC X(09) VALUE SPACES.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-LOG-RESULTADO                 PIC X(01) VALUE SPACE.

       01 WS-CHAVE.
          03 WS-TABELA-TBC                 PIC X(08).
          03 WS-CODIGO-TBC                 PIC X(04).

          COPY WS_TABPAD.
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

            DISPLAY '*** TABELA CENTRAL DE CODIGOS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'CADTAB'            TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P300-MANUTENCAO THRU P300-FIM UNTIL EXIT-OK
            END-IF

            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de TBC.DAT a partir da variavel
      * de ambiente TBC_DAT, usando o caminho tradicional como valor
      * padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-TBC-DAT-DFL  TO WS-CAMINHO-TBC-DAT
            DISPLAY 'TBC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TBC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TBC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TBC-DAT-DFL TO WS-CAMINHO-TBC-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: so o supervisor mantem os codigos.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM
            ACCEPT WS-DT-HOJE       FROM DATE YYYYMMDD

            OPEN I-O TBC-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT TBC-DAT
                CLOSE TBC-DAT
                OPEN I-O TBC-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(I)ncluir codigo, (A)lterar codigo, '
                        '(D)esativar ou reativar codigo,'
                DISPLAY '(L)istar as tabelas ou (C)arregar os '
                        'codigos padrao?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-INCLUI
                        PERFORM P310-INCLUI-CODIGO THRU P310-FIM
                    WHEN OPCAO-ALTERA
                        PERFORM P320-ALTERA-CODIGO THRU P320-FIM
                    WHEN OPCAO-SITUACAO
                        PERFORM P330-TROCA-SITUACAO THRU P330-FIM
                    WHEN OPCAO-LISTA
                        PERFORM P340-LISTA
                    WHEN OPCAO-CARGA
                        PERFORM P350-CARREGA-PADROES
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR A TABELA DE CODIGOS'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE TBC-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P305-LE-CHAVE: pede tabela e codigo; a tabela deve constar de
      * WS_TABPAD e o codigo nao pode ficar em branco. Em seguida
      * procura o codigo em TBC.DAT e, nao achando, entre os padroes;
      * codigo so padrao deixa REG-TABCOD montado com o padrao.
      *----------------------------------------------------------------
       P305-LE-CHAVE.
            SET CHAVE-VALIDA         TO FALSE
            SET CODIGO-NO-ARQUIVO    TO FALSE
            SET ACHOU-PADRAO         TO FALSE
            MOVE SPACES              TO WS-CHAVE

            DISPLAY 'Tabela (TIPODET, TIPOEND ou TIPOAGD): '
            ACCEPT WS-TABELA-TBC

            PERFORM VARYING WS-TBN-IX FROM 1 BY 1
                    UNTIL WS-TBN-IX GREATER WS-TBN-QTD
                       OR CHAVE-VALIDA
                IF WS-TBN-NOME(WS-TBN-IX) EQUAL WS-TABELA-TBC
                    SET CHAVE-VALIDA TO TRUE
                END-IF
            END-PERFORM

            IF NOT CHAVE-VALIDA THEN
                DISPLAY 'TABELA DESCONHECIDA. USE (L)ISTAR PARA VER '
                        'AS TABELAS.'
                GO TO P305-FIM
            END-IF

            DISPLAY 'Codigo: '
            ACCEPT WS-CODIGO-TBC

            IF WS-CODIGO-TBC EQUAL SPACES THEN
                DISPLAY 'CODIGO EM BRANCO.'
                SET CHAVE-VALIDA     TO FALSE
                GO TO P305-FIM
            END-IF

            MOVE WS-TABELA-TBC       TO TABELA-TBC
            MOVE WS-CODIGO-TBC       TO CODIGO-TBC
            READ TBC-DAT
                KEY IS CHAVE-TBC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET CODIGO-NO-ARQUIVO TO TRUE
            END-READ

            PERFORM VARYING WS-TBP-IX FROM 1 BY 1
                    UNTIL WS-TBP-IX GREATER WS-TBP-QTD
                       OR ACHOU-PADRAO
                IF WS-TBP-NOME(WS-TBP-IX) EQUAL WS-TABELA-TBC
                   AND WS-TBP-CODIGO(WS-TBP-IX) EQUAL WS-CODIGO-TBC
                    SET ACHOU-PADRAO TO TRUE
                    IF NOT CODIGO-NO-ARQUIVO
                        PERFORM P306-MONTA-PADRAO
                    END-IF
                END-IF
            END-PERFORM
            .
       P305-FIM.
      *----------------------------------------------------------------
      * P306-MONTA-PADRAO: monta REG-TABCOD com o codigo padrao da vez
      * de WS_TABPAD, ativo e sem data de vigencia.
      *----------------------------------------------------------------
       P306-MONTA-PADRAO.
            MOVE WS-TBP-NOME(WS-TBP-IX)      TO TABELA-TBC
            MOVE WS-TBP-CODIGO(WS-TBP-IX)    TO CODIGO-TBC
            MOVE WS-TBP-DESCRICAO(WS-TBP-IX) TO DS-TBC
            SET TBC-ATIVO                    TO TRUE
            MOVE ZEROS                       TO DT-VIGENCIA-TBC
                                                DT-ALT-TBC
            MOVE SPACES                      TO RESP-TBC
            .
      *----------------------------------------------------------------
      * P307-LE-VIGENCIA: le a data a partir da qual o codigo vale
      * (o chamador exibe a pergunta e poe em WS-DT-PADRAO a data
      * assumida quando a resposta vem em branco ou zeros: a do dia
      * na inclusao, a vigencia atual na alteracao). Data digitada
      * tem de existir no calendario; se nao, DATA-VALIDA fica falso.
      *----------------------------------------------------------------
       P307-LE-VIGENCIA.
            SET DATA-VALIDA          TO TRUE
            MOVE ZEROS               TO WS-DT-NOVA
            ACCEPT WS-DT-NOVA
            IF WS-DT-NOVA EQUAL ZEROS
                MOVE WS-DT-PADRAO    TO WS-DT-NOVA
            ELSE
                IF FUNCTION TEST-DATE-YYYYMMDD (WS-DT-NOVA)
                   NOT EQUAL ZERO
                    DISPLAY 'DATA INVALIDA: ' WS-DT-NOVA
                    SET DATA-VALIDA  TO FALSE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P310-INCLUI-CODIGO: inclui um codigo novo, ativo, na tabela
      * escolhida. Codigo que ja existe (gravado ou padrao) vai pela
      * alteracao. Os campos que recebem os codigos das tabelas
      * (TIPO-DET, TIPO-END, TIPO-AGD) tem uma posicao so, e codigo
      * mais longo nunca poderia ser digitado nem gravado neles.
      *----------------------------------------------------------------
       P310-INCLUI-CODIGO.
            PERFORM P305-LE-CHAVE    THRU P305-FIM

            IF NOT CHAVE-VALIDA THEN
                GO TO P310-FIM
            END-IF

            IF WS-CODIGO-TBC(2:3) NOT EQUAL SPACES THEN
                DISPLAY 'O CODIGO DESTA TABELA TEM UMA POSICAO SO.'
                GO TO P310-FIM
            END-IF

            IF CODIGO-NO-ARQUIVO OR ACHOU-PADRAO THEN
                DISPLAY 'CODIGO JA EXISTE. USE (A)LTERAR.'
                GO TO P310-FIM
            END-IF

            DISPLAY 'Descricao (ate 30 posicoes): '
            ACCEPT WS-DS-NOVA

            IF WS-DS-NOVA EQUAL SPACES THEN
                DISPLAY 'DESCRICAO EM BRANCO. NADA GRAVADO.'
                GO TO P310-FIM
            END-IF

            DISPLAY 'Vigente a partir de (AAAAMMDD, em branco = hoje): '
            MOVE WS-DT-HOJE          TO WS-DT-PADRAO
            PERFORM P307-LE-VIGENCIA
            IF NOT DATA-VALIDA THEN
                DISPLAY 'NADA GRAVADO.'
                GO TO P310-FIM
            END-IF

            MOVE WS-TABELA-TBC       TO TABELA-TBC
            MOVE WS-CODIGO-TBC       TO CODIGO-TBC
            MOVE WS-DS-NOVA          TO DS-TBC
            SET TBC-ATIVO            TO TRUE
            MOVE WS-DT-NOVA          TO DT-VIGENCIA-TBC
            MOVE WS-PERM-OPERADOR    TO RESP-TBC
            MOVE WS-DT-HOJE          TO DT-ALT-TBC

            WRITE REG-TABCOD
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O CODIGO.'
                NOT INVALID KEY
                    DISPLAY 'Codigo gravado com sucesso'
                    MOVE 'INCLUSAO'  TO WS-ACAO-LOG
                    PERFORM P390-REGISTRA-LOG
            END-WRITE
            .
       P310-FIM.
      *----------------------------------------------------------------
      * P320-ALTERA-CODIGO: troca a descricao e/ou a data de vigencia
      * de um codigo; descricao ou data em branco mantem a atual.
      *----------------------------------------------------------------
       P320-ALTERA-CODIGO.
            PERFORM P305-LE-CHAVE    THRU P305-FIM

            IF NOT CHAVE-VALIDA THEN
                GO TO P320-FIM
            END-IF

            IF NOT CODIGO-NO-ARQUIVO AND NOT ACHOU-PADRAO THEN
                DISPLAY 'CODIGO NAO EXISTE. USE (I)NCLUIR.'
                GO TO P320-FIM
            END-IF

            DISPLAY 'Descricao atual: ' DS-TBC
            DISPLAY 'Vigente desde  : ' DT-VIGENCIA-TBC
            DISPLAY 'Nova descricao (em branco = manter): '
            ACCEPT WS-DS-NOVA
            DISPLAY 'Nova vigencia (AAAAMMDD, em branco = manter): '
            MOVE DT-VIGENCIA-TBC     TO WS-DT-PADRAO
            PERFORM P307-LE-VIGENCIA
            IF NOT DATA-VALIDA THEN
                DISPLAY 'Alteracao nao realizada.'
                GO TO P320-FIM
            END-IF

            DISPLAY 'TECLE: '
                    '<S> PARA CONFIRMAR OU <QUALQUER TECLA> '
                    'para manter o atual.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' THEN
                DISPLAY 'Alteracao nao realizada.'
                GO TO P320-FIM
            END-IF

            IF WS-DS-NOVA NOT EQUAL SPACES
                MOVE WS-DS-NOVA      TO DS-TBC
            END-IF
            MOVE WS-DT-NOVA          TO DT-VIGENCIA-TBC
            MOVE 'ALTERACAO'         TO WS-ACAO-LOG
            PERFORM P360-GRAVA-REGISTRO
            .
       P320-FIM.
      *----------------------------------------------------------------
      * P330-TROCA-SITUACAO: desativa o codigo ativo ou reativa o
      * inativo, depois de confirmar.
      *----------------------------------------------------------------
       P330-TROCA-SITUACAO.
            PERFORM P305-LE-CHAVE    THRU P305-FIM

            IF NOT CHAVE-VALIDA THEN
                GO TO P330-FIM
            END-IF

            IF NOT CODIGO-NO-ARQUIVO AND NOT ACHOU-PADRAO THEN
                DISPLAY 'CODIGO NAO EXISTE.'
                GO TO P330-FIM
            END-IF

            MOVE SITUACAO-TBC        TO WS-SITUACAO-ANTES

            IF TBC-ATIVO
                DISPLAY 'Codigo ' CODIGO-TBC ' - ' DS-TBC
                        ' esta ATIVO.'
                DISPLAY 'Desativado, nao sera mais aceito na entrada; '
                        'os registros ja gravados ficam como estao.'
                DISPLAY 'TECLE: '
                        '<S> PARA DESATIVAR OU <QUALQUER TECLA> '
                        'para cancelar.'
            ELSE
                DISPLAY 'Codigo ' CODIGO-TBC ' - ' DS-TBC
                        ' esta INATIVO.'
                DISPLAY 'TECLE: '
                        '<S> PARA REATIVAR OU <QUALQUER TECLA> '
                        'para cancelar.'
            END-IF
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM NOT EQUAL 'S' THEN
                DISPLAY 'Operacao nao realizada.'
                GO TO P330-FIM
            END-IF

            IF TBC-ATIVO
                SET TBC-INATIVO      TO TRUE
                MOVE 'DESATIVA'      TO WS-ACAO-LOG
            ELSE
                SET TBC-ATIVO        TO TRUE
                MOVE 'REATIVA'       TO WS-ACAO-LOG
            END-IF
            PERFORM P360-GRAVA-REGISTRO
            .
       P330-FIM.
      *----------------------------------------------------------------
      * P340-LISTA: exibe cada tabela com os seus codigos - primeiro
      * os padroes (como estiverem gravados, se estiverem), depois os
      * incluidos so em TBC.DAT.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS

            PERFORM VARYING WS-TBN-IX FROM 1 BY 1
                    UNTIL WS-TBN-IX GREATER WS-TBN-QTD
                DISPLAY WS-TBN-NOME(WS-TBN-IX) ' - '
                        WS-TBN-DESCRICAO(WS-TBN-IX)
                PERFORM P345-LISTA-PADROES
                PERFORM P346-LISTA-INCLUIDOS
            END-PERFORM

            DISPLAY WS-CONT-LISTADOS ' CODIGO(S) LISTADO(S).'
            .
      *----------------------------------------------------------------
      * P345-LISTA-PADROES: os codigos padrao da tabela da vez, com a
      * situacao gravada em TBC.DAT quando houver.
      *----------------------------------------------------------------
       P345-LISTA-PADROES.
            PERFORM VARYING WS-TBP-IX FROM 1 BY 1
                    UNTIL WS-TBP-IX GREATER WS-TBP-QTD
                IF WS-TBP-NOME(WS-TBP-IX) EQUAL
                   WS-TBN-NOME(WS-TBN-IX)
                    MOVE WS-TBP-NOME(WS-TBP-IX)   TO TABELA-TBC
                    MOVE WS-TBP-CODIGO(WS-TBP-IX) TO CODIGO-TBC
                    READ TBC-DAT
                        KEY IS CHAVE-TBC
                        INVALID KEY
                            PERFORM P306-MONTA-PADRAO
                            MOVE 'PADRAO'  TO WS-DS-ORIGEM
                        NOT INVALID KEY
                            MOVE 'GRAVADO' TO WS-DS-ORIGEM
                    END-READ
                    PERFORM P348-EXIBE-CODIGO
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P346-LISTA-INCLUIDOS: percorre TBC.DAT a partir da tabela da
      * vez e exibe os codigos que nao sao padrao.
      *----------------------------------------------------------------
       P346-LISTA-INCLUIDOS.
            SET EOF-OK               TO FALSE
            MOVE WS-TBN-NOME(WS-TBN-IX) TO TABELA-TBC
            MOVE LOW-VALUES          TO CODIGO-TBC
            START TBC-DAT KEY IS NOT LESS THAN CHAVE-TBC
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ TBC-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF TABELA-TBC NOT EQUAL WS-TBN-NOME(WS-TBN-IX)
                            SET EOF-OK TO TRUE
                        ELSE
                            SET ACHOU-PADRAO TO FALSE
                            PERFORM VARYING WS-TBP-IX FROM 1 BY 1
                                    UNTIL WS-TBP-IX GREATER WS-TBP-QTD
                                IF WS-TBP-NOME(WS-TBP-IX) EQUAL
                                   TABELA-TBC AND
                                   WS-TBP-CODIGO(WS-TBP-IX) EQUAL
                                   CODIGO-TBC
                                    SET ACHOU-PADRAO TO TRUE
                                END-IF
                            END-PERFORM
                            IF NOT ACHOU-PADRAO
                                MOVE 'INCLUIDO' TO WS-DS-ORIGEM
                                PERFORM P348-EXIBE-CODIGO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P348-EXIBE-CODIGO: uma linha da listagem, a partir de
      * REG-TABCOD.
      *----------------------------------------------------------------
       P348-EXIBE-CODIGO.
            ADD 1                    TO WS-CONT-LISTADOS
            DISPLAY '    ' CODIGO-TBC ' ' DS-TBC ' ' SITUACAO-TBC
                    ' DESDE ' DT-VIGENCIA-TBC ' ' WS-DS-ORIGEM
            IF DT-ALT-TBC NOT EQUAL ZEROS
                DISPLAY '         ALTERADO EM ' DT-ALT-TBC
                        ' POR ' RESP-TBC
            END-IF
            .
      *----------------------------------------------------------------
      * P350-CARREGA-PADROES: grava em TBC.DAT todo codigo padrao que
      * ainda nao esteja la, para que passe a ser mantido pelo
      * arquivo. Os ja gravados nao sao tocados.
      *----------------------------------------------------------------
       P350-CARREGA-PADROES.
            MOVE ZEROS               TO WS-CONT-CARGA

            PERFORM VARYING WS-TBP-IX FROM 1 BY 1
                    UNTIL WS-TBP-IX GREATER WS-TBP-QTD
                PERFORM P306-MONTA-PADRAO
                MOVE WS-PERM-OPERADOR TO RESP-TBC
                MOVE WS-DT-HOJE       TO DT-ALT-TBC
                WRITE REG-TABCOD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1         TO WS-CONT-CARGA
                        MOVE TABELA-TBC TO WS-TABELA-TBC
                        MOVE CODIGO-TBC TO WS-CODIGO-TBC
                        MOVE 'CARGA'    TO WS-ACAO-LOG
                        PERFORM P390-REGISTRA-LOG
                END-WRITE
            END-PERFORM

            DISPLAY WS-CONT-CARGA ' CODIGO(S) PADRAO GRAVADO(S).'
            .
      *----------------------------------------------------------------
      * P360-GRAVA-REGISTRO: regrava o codigo ja gravado ou grava pela
      * primeira vez o codigo que so existia como padrao.
      *----------------------------------------------------------------
       P360-GRAVA-REGISTRO.
            MOVE WS-PERM-OPERADOR    TO RESP-TBC
            MOVE WS-DT-HOJE          TO DT-ALT-TBC

            IF CODIGO-NO-ARQUIVO
                REWRITE REG-TABCOD
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR O CODIGO.'
                    NOT INVALID KEY
                        DISPLAY 'Codigo atualizado'
                        PERFORM P390-REGISTRA-LOG
                END-REWRITE
            ELSE
                WRITE REG-TABCOD
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR O CODIGO.'
                    NOT INVALID KEY
                        DISPLAY 'Codigo atualizado'
                        PERFORM P390-REGISTRA-LOG
                END-WRITE
            END-IF
            .
      *----------------------------------------------------------------
      * P390-REGISTRA-LOG: grava na trilha CONTLOG o codigo mexido,
      * com tabela e codigo em NOME-ANTES e a acao mais a situacao
      * resultante em NOME-DEPOIS.
      *----------------------------------------------------------------
       P390-REGISTRA-LOG.
            MOVE 'TABELA'           TO WS-LOG-OPERACAO
            MOVE ZEROS              TO WS-LOG-ID
            ACCEPT WS-LOG-DT        FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-LOG-HR
            MOVE SPACES             TO WS-LOG-NOME-ANTES
                                       WS-LOG-NOME-DEPOIS
            STRING WS-TABELA-TBC ' ' WS-CODIGO-TBC
                   DELIMITED BY SIZE INTO WS-LOG-NOME-ANTES
            END-STRING
            STRING WS-ACAO-LOG DELIMITED BY SPACE
                   ' ' SITUACAO-TBC DELIMITED BY SIZE
                   INTO WS-LOG-NOME-DEPOIS
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
       END PROGRAM CADTAB.
