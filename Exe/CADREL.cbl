      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS DEFINICOES DE RELATORIO (RDF.DAT)
      *          EXECUTADAS PELO GERADOR DE RELATORIOS RELGER: CRIA
      *          UMA DEFINICAO (CAMPOS DE FD_CONTT E SUAS COLUNAS,
      *          FILTROS, ORDEM E QUEBRA COM SUBTOTAIS), COPIA UMA
      *          DEFINICAO EXISTENTE PARA UM CODIGO NOVO, PODENDO
      *          REDEFINIR PARTES DA COPIA, RETIRA DE USO UMA
      *          DEFINICAO, LISTA E EXIBE AS DEFINICOES. A DEFINICAO
      *          NAO E ALTERADA NEM EXCLUIDA: MUDA-SE POR COPIA E
      *          RETIRADA, PARA QUE OS RELATORIOS JA CATALOGADOS
      *          CONTINUEM RASTREAVEIS. RESTRITO AO SUPERVISOR PELA
      *          MATRIZ DE PERMISSOES (FUNCAO CADREL); TODA CRIACAO,
      *          COPIA E RETIRADA VAI PARA A TRILHA CONTLOG (OPERACAO
      *          RELDEF).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RDF-DAT ASSIGN TO WS-CAMINHO-RDF
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-RDF
            FILE STATUS  IS WS-FS.

            SELECT GRP-DAT ASSIGN TO WS-CAMINHO-GRP
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-GRUPO
            FILE STATUS  IS WS-STATUS-GRP.

       DATA DIVISION.
       FILE SECTION.
       FD RDF-DAT.
          COPY FD_RELDEF.

       FD GRP-DAT.
          COPY FD_GRUPO.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-RDF                   PIC X(80).
       01 WS-CAMINHO-RDF-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RDF.DAT'.
       01 WS-CAMINHO-GRP                   PIC X(80).
       01 WS-CAMINHO-GRP-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRP.DAT'.

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-STATUS-GRP                    PIC 99.
          88 STATUS-GRP-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-NOVA                    VALUE 'N'.
          88 OPCAO-COPIA                   VALUE 'C'.
          88 OPCAO-RETIRA                  VALUE 'R'.
          88 OPCAO-LISTA                   VALUE 'L'.
          88 OPCAO-EXIBE                   VALUE 'E'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-DEF-VALIDA                    PIC X    VALUE 'N'.
          88 DEF-VALIDA                    VALUE 'S' FALSE 'N'.
       77 WS-CAMPO-ACHADO                  PIC X    VALUE 'N'.
          88 CAMPO-ACHADO                  VALUE 'S' FALSE 'N'.
       77 WS-FIM-CAMPOS                    PIC X    VALUE 'N'.
          88 FIM-CAMPOS                    VALUE 'S' FALSE 'N'.
       77 WS-CD-TRAB                       PIC X(08) VALUE SPACES.
       77 WS-CD-ORIGEM                     PIC X(08) VALUE SPACES.
       77 WS-TITULO-TRAB                   PIC X(40) VALUE SPACES.
       77 WS-CD-CAMPO                      PIC X(02) VALUE SPACES.
       77 WS-QTD-CAMPOS                    PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA                        PIC 9(03) VALUE ZEROS.
       77 WS-COL-PROXIMA                   PIC 9(03) VALUE ZEROS.
       77 WS-COL-FIM-I                     PIC 9(03) VALUE ZEROS.
       77 WS-COL-FIM-J                     PIC 9(03) VALUE ZEROS.
       77 WS-IX                            PIC 9(02) COMP VALUE ZEROS.
       77 WS-JX                            PIC 9(02) COMP VALUE ZEROS.
       77 WS-CONT-LISTADOS                 PIC 9(04) VALUE ZEROS.
       77 WS-DS-SITUACAO                   PIC X(08) VALUE SPACES.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-LOG-RESULTADO                 PIC X(01) VALUE SPACE.
       01 WS-RDF-COPIA                     PIC X(181) VALUE SPACES.
       01 WS-DATA-TESTE                    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TESTE.
          03 WS-DT-ANO                     PIC 9(04).
          03 WS-DT-MES                     PIC 9(02).
          03 WS-DT-DIA                     PIC 9(02).

          COPY WS_RELCPO.
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

            DISPLAY '*** DEFINICOES DE RELATORIO ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'CADREL'            TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P300-MANUTENCAO THRU P300-FIM UNTIL EXIT-OK
            END-IF

            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos de RDF.DAT e GRP.DAT a partir
      * das variaveis de ambiente RDF_DAT e GRP_DAT, usando o caminho
      * tradicional como valor padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-RDF-DFL      TO WS-CAMINHO-RDF
            DISPLAY 'RDF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RDF        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RDF EQUAL SPACES
                MOVE WS-CAMINHO-RDF-DFL  TO WS-CAMINHO-RDF
            END-IF

            MOVE WS-CAMINHO-GRP-DFL      TO WS-CAMINHO-GRP
            DISPLAY 'GRP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-GRP        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-GRP EQUAL SPACES
                MOVE WS-CAMINHO-GRP-DFL  TO WS-CAMINHO-GRP
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: funcao CADREL da matriz de
      * permissoes; o padrao e so supervisor.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O RDF-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT RDF-DAT
                CLOSE RDF-DAT
                OPEN I-O RDF-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(N)ova definicao, (C)opiar, (R)etirar, '
                        '(L)istar ou (E)xibir definicao?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-NOVA
                        PERFORM P310-NOVA      THRU P310-FIM
                    WHEN OPCAO-COPIA
                        PERFORM P320-COPIA     THRU P320-FIM
                    WHEN OPCAO-RETIRA
                        PERFORM P330-RETIRA    THRU P330-FIM
                    WHEN OPCAO-LISTA
                        PERFORM P340-LISTA
                    WHEN OPCAO-EXIBE
                        PERFORM P350-EXIBE     THRU P350-FIM
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEFINICOES'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE RDF-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-NOVA: cria uma definicao com codigo ainda nao usado,
      * pedindo campos, filtros, ordem e quebra.
      *----------------------------------------------------------------
       P310-NOVA.
            DISPLAY 'Codigo da definicao (8 posicoes): '
            MOVE SPACES              TO WS-CD-TRAB
            ACCEPT WS-CD-TRAB

            IF WS-CD-TRAB EQUAL SPACES THEN
                DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO.'
                GO TO P310-FIM
            END-IF

            MOVE WS-CD-TRAB          TO CD-RDF
            READ RDF-DAT
                KEY IS CD-RDF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'JA EXISTE UMA DEFINICAO COM ESSE '
                            'CODIGO. USE (C)OPIAR.'
                    GO TO P310-FIM
            END-READ

            INITIALIZE REG-RELDEF
            MOVE WS-CD-TRAB          TO CD-RDF
            DISPLAY 'Titulo do relatorio: '
            ACCEPT TITULO-RDF

            SET DEF-VALIDA           TO TRUE
            PERFORM P400-INFORMA-CAMPOS
            PERFORM P420-INFORMA-FILTROS
            PERFORM P430-INFORMA-ORDEM
            PERFORM P440-VALIDA-DEFINICAO

            IF NOT DEF-VALIDA THEN
                DISPLAY 'DEFINICAO NAO GRAVADA.'
                GO TO P310-FIM
            END-IF

            SET RDF-ATIVA            TO TRUE
            MOVE WS-PERM-OPERADOR    TO OPER-RDF
            ACCEPT DT-CRIACAO-RDF    FROM DATE YYYYMMDD

            WRITE REG-RELDEF
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DEFINICAO.'
                NOT INVALID KEY
                    DISPLAY 'Definicao gravada com sucesso'
                    MOVE 'CRIADA'    TO WS-LOG-NOME-DEPOIS
                    PERFORM P390-REGISTRA-LOG
            END-WRITE
            .
       P310-FIM.
      *----------------------------------------------------------------
      * P320-COPIA: copia uma definicao (ativa ou retirada) para um
      * codigo novo, com titulo proprio, permitindo redefinir os
      * campos, os filtros e a ordem/quebra da copia.
      *----------------------------------------------------------------
       P320-COPIA.
            DISPLAY 'Codigo da definicao de origem: '
            MOVE SPACES              TO WS-CD-ORIGEM
            ACCEPT WS-CD-ORIGEM

            MOVE WS-CD-ORIGEM        TO CD-RDF
            READ RDF-DAT
                KEY IS CD-RDF
                INVALID KEY
                    DISPLAY 'DEFINICAO NAO EXISTE'
                    GO TO P320-FIM
            END-READ

            MOVE REG-RELDEF          TO WS-RDF-COPIA

            DISPLAY 'Codigo da nova definicao: '
            MOVE SPACES              TO WS-CD-TRAB
            ACCEPT WS-CD-TRAB

            IF WS-CD-TRAB EQUAL SPACES THEN
                DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO.'
                GO TO P320-FIM
            END-IF

            MOVE WS-CD-TRAB          TO CD-RDF
            READ RDF-DAT
                KEY IS CD-RDF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'JA EXISTE UMA DEFINICAO COM ESSE '
                            'CODIGO.'
                    GO TO P320-FIM
            END-READ

            MOVE WS-RDF-COPIA        TO REG-RELDEF
            MOVE WS-CD-TRAB          TO CD-RDF

            DISPLAY 'Titulo (<ENTER> mantem: ' TITULO-RDF '): '
            MOVE SPACES              TO WS-TITULO-TRAB
            ACCEPT WS-TITULO-TRAB
            IF WS-TITULO-TRAB NOT EQUAL SPACES THEN
                MOVE WS-TITULO-TRAB  TO TITULO-RDF
            END-IF

            SET DEF-VALIDA           TO TRUE

            DISPLAY 'Redefinir os campos e colunas? (S/N) '
            MOVE SPACES              TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' THEN
                PERFORM P400-INFORMA-CAMPOS
            END-IF

            DISPLAY 'Redefinir os filtros? (S/N) '
            MOVE SPACES              TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' THEN
                PERFORM P420-INFORMA-FILTROS
            END-IF

            DISPLAY 'Redefinir a ordem e a quebra? (S/N) '
            MOVE SPACES              TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM EQUAL 'S' THEN
                PERFORM P430-INFORMA-ORDEM
            END-IF

            PERFORM P440-VALIDA-DEFINICAO

            IF NOT DEF-VALIDA THEN
                DISPLAY 'DEFINICAO NAO GRAVADA.'
                GO TO P320-FIM
            END-IF

            SET RDF-ATIVA            TO TRUE
            MOVE WS-PERM-OPERADOR    TO OPER-RDF
            ACCEPT DT-CRIACAO-RDF    FROM DATE YYYYMMDD
            MOVE SPACES              TO OPER-RETIRADA-RDF
            MOVE ZEROS               TO DT-RETIRADA-RDF

            WRITE REG-RELDEF
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A DEFINICAO.'
                NOT INVALID KEY
                    DISPLAY 'Copia gravada com sucesso'
                    MOVE SPACES      TO WS-LOG-NOME-DEPOIS
                    STRING 'COPIA DE ' WS-CD-ORIGEM
                           DELIMITED BY SIZE INTO WS-LOG-NOME-DEPOIS
                    END-STRING
                    PERFORM P390-REGISTRA-LOG
            END-WRITE
            .
       P320-FIM.
      *----------------------------------------------------------------
      * P330-RETIRA: retira de uso uma definicao ativa. O registro
      * fica em RDF.DAT (pode ser exibido e copiado), mas RELGER nao
      * o executa mais.
      *----------------------------------------------------------------
       P330-RETIRA.
            DISPLAY 'Codigo da definicao a retirar: '
            MOVE SPACES              TO WS-CD-TRAB
            ACCEPT WS-CD-TRAB

            MOVE WS-CD-TRAB          TO CD-RDF
            READ RDF-DAT
                KEY IS CD-RDF
                INVALID KEY
                    DISPLAY 'DEFINICAO NAO EXISTE'
                    GO TO P330-FIM
            END-READ

            IF RDF-RETIRADA THEN
                DISPLAY 'DEFINICAO JA RETIRADA EM ' DT-RETIRADA-RDF
                        ' POR ' OPER-RETIRADA-RDF
                GO TO P330-FIM
            END-IF

            DISPLAY 'Definicao: ' CD-RDF ' - ' TITULO-RDF
            DISPLAY 'TECLE: '
                    '<S> PARA CONFIRMAR A RETIRADA OU '
                    '<QUALQUER TECLA> para cancelar.'
            ACCEPT WS-CONFIRM

            IF WS-CONFIRM EQUAL 'S' THEN
                SET RDF-RETIRADA         TO TRUE
                MOVE WS-PERM-OPERADOR    TO OPER-RETIRADA-RDF
                ACCEPT DT-RETIRADA-RDF   FROM DATE YYYYMMDD
                REWRITE REG-RELDEF
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A DEFINICAO.'
                    NOT INVALID KEY
                        DISPLAY 'Definicao retirada'
                        MOVE 'RETIRADA'  TO WS-LOG-NOME-DEPOIS
                        PERFORM P390-REGISTRA-LOG
                END-REWRITE
            ELSE
                DISPLAY 'Operacao nao realizada.'
            END-IF
            .
       P330-FIM.
      *----------------------------------------------------------------
      * P340-LISTA: lista todas as definicoes, ativas e retiradas, na
      * ordem do codigo.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS
            MOVE LOW-VALUES          TO CD-RDF
            START RDF-DAT KEY IS NOT LESS THAN CD-RDF
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ RDF-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        IF RDF-RETIRADA
                            MOVE 'RETIRADA' TO WS-DS-SITUACAO
                        ELSE
                            MOVE 'ATIVA'    TO WS-DS-SITUACAO
                        END-IF
                        DISPLAY CD-RDF ' - ' TITULO-RDF ' - '
                                WS-DS-SITUACAO ' - CRIADA EM '
                                DT-CRIACAO-RDF ' POR ' OPER-RDF
                END-READ
            END-PERFORM

            DISPLAY WS-CONT-LISTADOS ' DEFINICAO(OES) GRAVADA(S).'
            .
      *----------------------------------------------------------------
      * P350-EXIBE: exibe uma definicao por extenso - campos e
      * colunas, filtros, ordem e quebra.
      *----------------------------------------------------------------
       P350-EXIBE.
            DISPLAY 'Codigo da definicao: '
            MOVE SPACES              TO WS-CD-TRAB
            ACCEPT WS-CD-TRAB

            MOVE WS-CD-TRAB          TO CD-RDF
            READ RDF-DAT
                KEY IS CD-RDF
                INVALID KEY
                    DISPLAY 'DEFINICAO NAO EXISTE'
                    GO TO P350-FIM
            END-READ

            DISPLAY 'Definicao: ' CD-RDF ' - ' TITULO-RDF
            IF RDF-RETIRADA
                DISPLAY 'RETIRADA EM ' DT-RETIRADA-RDF ' POR '
                        OPER-RETIRADA-RDF
            END-IF
            DISPLAY 'Criada em ' DT-CRIACAO-RDF ' por ' OPER-RDF

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER 8
                       OR CAMPO-CD-RDF(WS-IX) EQUAL SPACES
                MOVE CAMPO-CD-RDF(WS-IX) TO WS-CD-CAMPO
                PERFORM P415-PROCURA-CAMPO
                DISPLAY '  Campo ' CAMPO-CD-RDF(WS-IX) ' - '
                        WS-CPO-TITULO(WS-CPO-IX) ' na coluna '
                        CAMPO-COL-RDF(WS-IX)
            END-PERFORM

            DISPLAY 'Situacao: ' FLT-STATUS-RDF
                    '  Departamento: ' FLT-DEPTO-RDF
            DISPLAY 'Grupo: ' FLT-GRUPO-RDF
                    '  Responsavel: ' FLT-RESP-RDF
            DISPLAY 'Cadastro de ' FLT-CAD-INI-RDF ' ate '
                    FLT-CAD-FIM-RDF
            DISPLAY 'Alteracao de ' FLT-ALT-INI-RDF ' ate '
                    FLT-ALT-FIM-RDF
            DISPLAY 'Ordem: ' ORDEM-RDF(1) ' ' ORDEM-RDF(2) ' '
                    ORDEM-RDF(3) '  Quebra: ' QUEBRA-RDF
            .
       P350-FIM.
      *----------------------------------------------------------------
      * P390-REGISTRA-LOG: grava na trilha CONTLOG a definicao mexida,
      * com o codigo em NOME-ANTES e a acao em NOME-DEPOIS.
      *----------------------------------------------------------------
       P390-REGISTRA-LOG.
            MOVE 'RELDEF'           TO WS-LOG-OPERACAO
            MOVE ZEROS              TO WS-LOG-ID
            ACCEPT WS-LOG-DT        FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-LOG-HR
            MOVE CD-RDF             TO WS-LOG-NOME-ANTES
            MOVE WS-PERM-OPERADOR   TO WS-LOG-OPERADOR
            CALL 'LOGCTT' USING WS-LOG-REGISTRO WS-LOG-RESULTADO
            .
      *----------------------------------------------------------------
      * P400-INFORMA-CAMPOS: pede ate 8 campos com a coluna inicial de
      * cada um; sem coluna, o campo vai duas posicoes depois do
      * anterior.
      *----------------------------------------------------------------
       P400-INFORMA-CAMPOS.
            INITIALIZE CAMPOS-RDF
            MOVE ZEROS               TO WS-QTD-CAMPOS
            MOVE 1                   TO WS-COL-PROXIMA
            SET FIM-CAMPOS           TO FALSE

            DISPLAY 'Campos disponiveis:'
            PERFORM VARYING WS-CPO-IX FROM 1 BY 1
                    UNTIL WS-CPO-IX GREATER WS-CPO-QTD
                DISPLAY '  ' WS-CPO-CODIGO(WS-CPO-IX) ' - '
                        WS-CPO-TITULO(WS-CPO-IX) ' ('
                        WS-CPO-LARGURA(WS-CPO-IX) ' posicoes)'
            END-PERFORM

            PERFORM P410-INFORMA-CAMPO
                UNTIL FIM-CAMPOS OR WS-QTD-CAMPOS EQUAL 8
            .
      *----------------------------------------------------------------
      * P410-INFORMA-CAMPO: pede um campo e a sua coluna; codigo em
      * branco encerra a lista.
      *----------------------------------------------------------------
       P410-INFORMA-CAMPO.
            COMPUTE WS-IX = WS-QTD-CAMPOS + 1
            DISPLAY 'Campo ' WS-IX ' (codigo, ou <ENTER> para '
                    'encerrar): '
            MOVE SPACES              TO WS-CD-CAMPO
            ACCEPT WS-CD-CAMPO

            IF WS-CD-CAMPO EQUAL SPACES THEN
                SET FIM-CAMPOS       TO TRUE
            ELSE
                PERFORM P415-PROCURA-CAMPO
                IF CAMPO-ACHADO THEN
                    DISPLAY 'Coluna inicial (<ENTER> = '
                            WS-COL-PROXIMA '): '
                    MOVE ZEROS       TO WS-COLUNA
                    ACCEPT WS-COLUNA
                    IF WS-COLUNA EQUAL ZEROS THEN
                        MOVE WS-COL-PROXIMA TO WS-COLUNA
                    END-IF
                    ADD 1            TO WS-QTD-CAMPOS
                    MOVE WS-CD-CAMPO TO CAMPO-CD-RDF(WS-QTD-CAMPOS)
                    MOVE WS-COLUNA   TO CAMPO-COL-RDF(WS-QTD-CAMPOS)
                    COMPUTE WS-COL-PROXIMA = WS-COLUNA
                          + WS-CPO-LARGURA(WS-CPO-IX) + 2
                    END-COMPUTE
                ELSE
                    DISPLAY 'CAMPO DESCONHECIDO.'
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P415-PROCURA-CAMPO: procura WS-CD-CAMPO na tabela WS_RELCPO,
      * deixando WS-CPO-IX no item achado.
      *----------------------------------------------------------------
       P415-PROCURA-CAMPO.
            SET CAMPO-ACHADO         TO FALSE
            PERFORM VARYING WS-CPO-IX FROM 1 BY 1
                    UNTIL WS-CPO-IX GREATER WS-CPO-QTD
                       OR CAMPO-ACHADO
                IF WS-CPO-CODIGO(WS-CPO-IX) EQUAL WS-CD-CAMPO
                    SET CAMPO-ACHADO TO TRUE
                END-IF
            END-PERFORM

            IF CAMPO-ACHADO THEN
                SUBTRACT 1           FROM WS-CPO-IX
            ELSE
                MOVE 1               TO WS-CPO-IX
            END-IF
            .
      *----------------------------------------------------------------
      * P420-INFORMA-FILTROS: pede os filtros da definicao; em branco
      * ou zeros, o filtro nao restringe.
      *----------------------------------------------------------------
       P420-INFORMA-FILTROS.
            MOVE 'X'                 TO FLT-STATUS-RDF
            PERFORM UNTIL FLT-STATUS-RDF EQUAL 'A'
                       OR FLT-STATUS-RDF EQUAL 'I'
                       OR FLT-STATUS-RDF EQUAL SPACE
                DISPLAY 'Situacao: (A)tivos, (I)nativos ou <ENTER> '
                        'para todos: '
                MOVE SPACE           TO FLT-STATUS-RDF
                ACCEPT FLT-STATUS-RDF
            END-PERFORM

            DISPLAY 'Departamento (<ENTER> = todos): '
            MOVE SPACES              TO FLT-DEPTO-RDF
            ACCEPT FLT-DEPTO-RDF

            DISPLAY 'Grupo de contatos (<ENTER> = todos): '
            MOVE SPACES              TO FLT-GRUPO-RDF
            ACCEPT FLT-GRUPO-RDF
            IF FLT-GRUPO-RDF NOT EQUAL SPACES THEN
                PERFORM P425-CONFERE-GRUPO
            END-IF

            DISPLAY 'Operador responsavel (<ENTER> = todos): '
            MOVE SPACES              TO FLT-RESP-RDF
            ACCEPT FLT-RESP-RDF

            DISPLAY 'Cadastro de (AAAAMMDD, <ENTER> = sem limite): '
            MOVE ZEROS               TO FLT-CAD-INI-RDF
            ACCEPT FLT-CAD-INI-RDF
            DISPLAY 'Cadastro ate (AAAAMMDD, <ENTER> = sem limite): '
            MOVE ZEROS               TO FLT-CAD-FIM-RDF
            ACCEPT FLT-CAD-FIM-RDF
            DISPLAY 'Alteracao de (AAAAMMDD, <ENTER> = sem limite): '
            MOVE ZEROS               TO FLT-ALT-INI-RDF
            ACCEPT FLT-ALT-INI-RDF
            DISPLAY 'Alteracao ate (AAAAMMDD, <ENTER> = sem limite): '
            MOVE ZEROS               TO FLT-ALT-FIM-RDF
            ACCEPT FLT-ALT-FIM-RDF
            .
      *----------------------------------------------------------------
      * P425-CONFERE-GRUPO: o grupo do filtro deve existir em GRP.DAT.
      *----------------------------------------------------------------
       P425-CONFERE-GRUPO.
            SET STATUS-GRP-OK        TO TRUE
            OPEN INPUT GRP-DAT

            IF STATUS-GRP-OK THEN
                MOVE FLT-GRUPO-RDF   TO CD-GRUPO
                READ GRP-DAT
                    INVALID KEY
                        DISPLAY 'GRUPO NAO EXISTE.'
                        SET DEF-VALIDA TO FALSE
                    NOT INVALID KEY
                        DISPLAY 'Grupo: ' CD-GRUPO ' - ' DS-GRUPO
                END-READ
                CLOSE GRP-DAT
            ELSE
                DISPLAY 'CADASTRO DE GRUPOS INDISPONIVEL.'
                MOVE WS-STATUS-GRP   TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
                SET DEF-VALIDA       TO FALSE
            END-IF
            .
      *----------------------------------------------------------------
      * P430-INFORMA-ORDEM: pede ate 3 campos de ordenacao e o campo
      * de quebra. A quebra e sempre a ordem principal do relatorio,
      * antes dos campos de ordenacao.
      *----------------------------------------------------------------
       P430-INFORMA-ORDEM.
            MOVE SPACES              TO ORDEM-RDF(1) ORDEM-RDF(2)
                                        ORDEM-RDF(3) QUEBRA-RDF
            SET FIM-CAMPOS           TO FALSE

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER 3 OR FIM-CAMPOS
                DISPLAY 'Ordenar por (' WS-IX ') (codigo, ou <ENTER> '
                        'para encerrar): '
                MOVE SPACES          TO WS-CD-CAMPO
                ACCEPT WS-CD-CAMPO
                IF WS-CD-CAMPO EQUAL SPACES THEN
                    SET FIM-CAMPOS   TO TRUE
                ELSE
                    PERFORM P415-PROCURA-CAMPO
                    IF CAMPO-ACHADO THEN
                        MOVE WS-CD-CAMPO TO ORDEM-RDF(WS-IX)
                    ELSE
                        DISPLAY 'CAMPO DESCONHECIDO.'
                        SET DEF-VALIDA TO FALSE
                    END-IF
                END-IF
            END-PERFORM

            DISPLAY 'Quebra com subtotais por (codigo, ou <ENTER> '
                    'para nenhuma): '
            MOVE SPACES              TO WS-CD-CAMPO
            ACCEPT WS-CD-CAMPO
            IF WS-CD-CAMPO NOT EQUAL SPACES THEN
                PERFORM P415-PROCURA-CAMPO
                IF CAMPO-ACHADO THEN
                    MOVE WS-CD-CAMPO TO QUEBRA-RDF
                ELSE
                    DISPLAY 'CAMPO DESCONHECIDO.'
                    SET DEF-VALIDA   TO FALSE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P440-VALIDA-DEFINICAO: ao menos um campo; cada campo cabe nas
      * 132 colunas e nao se sobrepoe a outro; as datas dos filtros
      * sao validas e cada faixa tem inicio nao maior que o fim.
      *----------------------------------------------------------------
       P440-VALIDA-DEFINICAO.
            IF CAMPO-CD-RDF(1) EQUAL SPACES THEN
                DISPLAY 'INFORME AO MENOS UM CAMPO.'
                SET DEF-VALIDA       TO FALSE
            END-IF

            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER 8
                       OR CAMPO-CD-RDF(WS-IX) EQUAL SPACES
                MOVE CAMPO-CD-RDF(WS-IX) TO WS-CD-CAMPO
                PERFORM P415-PROCURA-CAMPO
                COMPUTE WS-COL-FIM-I = CAMPO-COL-RDF(WS-IX)
                      + WS-CPO-LARGURA(WS-CPO-IX) - 1
                END-COMPUTE
                IF CAMPO-COL-RDF(WS-IX) EQUAL ZEROS
                   OR WS-COL-FIM-I GREATER 132
                    DISPLAY 'CAMPO ' CAMPO-CD-RDF(WS-IX)
                            ' NAO CABE NAS 132 COLUNAS.'
                    SET DEF-VALIDA   TO FALSE
                END-IF
                PERFORM P443-CONFERE-SOBREPOSICAO
                    VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX NOT LESS WS-IX
            END-PERFORM

            MOVE FLT-CAD-INI-RDF     TO WS-DATA-TESTE
            PERFORM P445-CONFERE-DATA
            MOVE FLT-CAD-FIM-RDF     TO WS-DATA-TESTE
            PERFORM P445-CONFERE-DATA
            MOVE FLT-ALT-INI-RDF     TO WS-DATA-TESTE
            PERFORM P445-CONFERE-DATA
            MOVE FLT-ALT-FIM-RDF     TO WS-DATA-TESTE
            PERFORM P445-CONFERE-DATA

            IF FLT-CAD-FIM-RDF NOT EQUAL ZEROS
               AND FLT-CAD-INI-RDF GREATER FLT-CAD-FIM-RDF
                DISPLAY 'FAIXA DE CADASTRO INVALIDA.'
                SET DEF-VALIDA       TO FALSE
            END-IF

            IF FLT-ALT-FIM-RDF NOT EQUAL ZEROS
               AND FLT-ALT-INI-RDF GREATER FLT-ALT-FIM-RDF
                DISPLAY 'FAIXA DE ALTERACAO INVALIDA.'
                SET DEF-VALIDA       TO FALSE
            END-IF
            .
      *----------------------------------------------------------------
      * P443-CONFERE-SOBREPOSICAO: o campo WS-IX (colunas ate
      * WS-COL-FIM-I) nao pode invadir o campo WS-JX, ja conferido.
      *----------------------------------------------------------------
       P443-CONFERE-SOBREPOSICAO.
            MOVE CAMPO-CD-RDF(WS-JX) TO WS-CD-CAMPO
            PERFORM P415-PROCURA-CAMPO
            COMPUTE WS-COL-FIM-J = CAMPO-COL-RDF(WS-JX)
                  + WS-CPO-LARGURA(WS-CPO-IX) - 1
            END-COMPUTE

            IF CAMPO-COL-RDF(WS-IX) NOT GREATER WS-COL-FIM-J
               AND CAMPO-COL-RDF(WS-JX) NOT GREATER WS-COL-FIM-I
                DISPLAY 'CAMPOS ' CAMPO-CD-RDF(WS-JX) ' E '
                        CAMPO-CD-RDF(WS-IX) ' SE SOBREPOEM.'
                SET DEF-VALIDA       TO FALSE
            END-IF
            .
      *----------------------------------------------------------------
      * P445-CONFERE-DATA: WS-DATA-TESTE deve ser zeros (sem limite)
      * ou uma data AAAAMMDD plausivel.
      *----------------------------------------------------------------
       P445-CONFERE-DATA.
            IF WS-DATA-TESTE NOT EQUAL ZEROS
                IF WS-DT-ANO LESS 1900
                   OR WS-DT-MES LESS 1 OR WS-DT-MES GREATER 12
                   OR WS-DT-DIA LESS 1 OR WS-DT-DIA GREATER 31
                    DISPLAY 'DATA INVALIDA: ' WS-DATA-TESTE
                    SET DEF-VALIDA   TO FALSE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.
            GOBACK.
       END PROGRAM CADREL.
