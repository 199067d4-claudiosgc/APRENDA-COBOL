      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ORGANOGRAMA DOS CONTATOS: IMPRIME A HIERARQUIA
      *          'SE REPORTA A' DE RLC.DAT (COPYBOOK FD_RELCONT),
      *          INDENTADA POR NIVEL, A PARTIR DE UM CONTATO DADO, DE
      *          TODOS OS CONTATOS DE UM DEPARTAMENTO (SO OS MEMBROS
      *          DO DEPARTAMENTO, COM RAIZ EM QUEM NAO TEM SUPERIOR
      *          NELE) OU DA ORGANIZACAO INTEIRA (RAIZ EM QUEM TEM
      *          SUBORDINADOS E NAO SE REPORTA A NINGUEM). ABAIXO DE
      *          CADA CONTATO SAEM OS SEUS ASSISTENTES E SUBSTITUTOS.
      *          132 COLUNAS NO ESTILO DE RELDEP, COM GERACAO DATADA
      *          EM REL_DIR E REGISTRO NO CATALOGO RELCAT.TXT. ACEITA
      *          O MODO BATCH (ORGCTT_MODO = 'B'), QUE IMPRIME A
      *          ORGANIZACAO INTEIRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RLC-DAT ASSIGN TO WS-CAMINHO-RLC
            ORGANIZATION IS INDEXED
            ACCESS IS DYNAMIC
            RECORD KEY IS CHAVE-RLC
            ALTERNATE RECORD KEY IS ID-ALVO-RLC
                WITH DUPLICATES
            FILE STATUS IS WS-FS-RLC.

            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS IS DYNAMIC
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS IS WS-FS.

            SELECT REL-ORG ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-REL.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD RLC-DAT.
          COPY FD_RELCONT.

       FD COT.
          COPY FD_CONTT.

       FD REL-ORG.
       01 REL-LINHA                PIC X(132).

       FD RELCAT.
       01 CAT-LINHA                PIC X(115).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-RLC           PIC X(80).
       01 WS-CAMINHO-RLC-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-REL           PIC X(80).
       01 WS-DIR-REL               PIC X(80).
       01 WS-DIR-REL-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.
       01 WS-CAMINHO-CAT           PIC X(80).
       01 WS-CAMINHO-CAT-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       77 WS-FS                   PIC 99.
          88 FS-OK                VALUE 0.
       77 WS-FS-RLC               PIC 99.
          88 FS-RLC-OK            VALUE 0.
       77 WS-FS-REL               PIC 99.
          88 FS-REL-OK            VALUE 0.
       77 WS-EOF                  PIC X.
          88 EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF-RLC              PIC X.
          88 EOF-RLC-OK           VALUE 'S' FALSE 'N'.
       77 WS-EXIT                 PIC X.
          88 EXIT-OK              VALUE 'F' FALSE 'N'.
       77 WS-ABRANGENCIA          PIC X(01) VALUE SPACE.
          88 ABRANGE-CONTATO      VALUE 'C'.
          88 ABRANGE-DEPTO        VALUE 'D'.
          88 ABRANGE-TODOS        VALUE 'T'.
       77 WS-ID-RAIZ              PIC 9(06) VALUE ZEROS.
       77 WS-DEPTO-FILTRO         PIC X(15) VALUE SPACES.
       77 WS-ID-SUPERIOR          PIC 9(06) VALUE ZEROS.
       77 WS-TEM-SUPERIOR         PIC X    VALUE 'N'.
          88 TEM-SUPERIOR         VALUE 'S' FALSE 'N'.
       77 WS-NO-ID                PIC 9(06) VALUE ZEROS.
       77 WS-NO-NIVEL             PIC 9(02) VALUE ZEROS.
       77 WS-NO-NOME              PIC X(20) VALUE SPACES.
       77 WS-NO-DEPTO             PIC X(15) VALUE SPACES.
       77 WS-NO-ATIVO             PIC X    VALUE 'S'.
          88 NO-ATIVO             VALUE 'S' FALSE 'N'.
       77 WS-DS-ANEXO             PIC X(12) VALUE SPACES.
       77 WS-POS-LINHA            PIC 9(03) VALUE ZEROS.
       01 WS-LIN-ARVORE           PIC X(132) VALUE SPACES.
       77 WS-QTD-RAIZ             PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-RAIZ             PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-PILHA            PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-FILHOS           PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-FILHO            PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-ANEXOS           PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ANEXO            PIC 9(04) COMP VALUE ZEROS.
       77 WS-TABELA-EXCEDIDA      PIC X    VALUE 'N'.
          88 TABELA-EXCEDIDA      VALUE 'S' FALSE 'N'.
       77 WS-NIVEL-EXCEDIDO       PIC X    VALUE 'N'.
          88 NIVEL-EXCEDIDO       VALUE 'S' FALSE 'N'.
       01 TAB-RAIZ.
          03 TAB-RAIZ-ID          OCCURS 2000 PIC 9(06).
       01 TAB-PILHA.
          03 TAB-PILHA-ITEM       OCCURS 2000.
             05 TAB-PILHA-ID      PIC 9(06).
             05 TAB-PILHA-NIVEL   PIC 9(02).
       01 TAB-FILHOS.
          03 TAB-FILHO-ID         OCCURS 500 PIC 9(06).
       01 TAB-ANEXOS.
          03 TAB-ANEXO-ITEM       OCCURS 100.
             05 TAB-ANEXO-ID      PIC 9(06).
             05 TAB-ANEXO-TIPO    PIC X(01).
       77 WS-TOT-CONTATOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-RAIZES           PIC 9(04) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO           PIC 9(04).
          03 WS-DATA-MES           PIC 9(02).
          03 WS-DATA-DIA           PIC 9(02).
       01 WS-CABECALHO-1.
          03 FILLER                PIC X(40) VALUE
             'ORGANOGRAMA DOS CONTATOS'.
       01 WS-CABECALHO-2.
          03 FILLER                PIC X(12) VALUE 'DATA: '.
          03 WS-CAB-DIA            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-MES            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-ANO            PIC 9(04).
       01 WS-CABECALHO-3.
          03 FILLER                PIC X(12) VALUE 'ABRANGENCIA:'.
          03 WS-CAB-ABRANGENCIA    PIC X(40).
       01 WS-LIN-TOTAL-1.
          03 FILLER                PIC X(22) VALUE
             'CONTATOS IMPRESSOS: '.
          03 WS-TOT-CON-ED         PIC ZZZZZ9.
          03 FILLER                PIC X(12) VALUE '  RAIZES: '.
          03 WS-TOT-RAI-ED         PIC ZZZ9.
       77 WS-MODO-EXECUCAO         PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH   VALUE 'B'.
       77 WS-STATUS-CAT            PIC 99.
          88 STATUS-CAT-OK         VALUE 0.
       77 WS-DIR-REL-LEN           PIC 9(03) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 WS-CONT-IMPRESSOS        PIC 9(06) VALUE ZEROS.
       01 CAT-REGISTRO.
          03 CAT-PROGRAMA           PIC X(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-DATA               PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-HORA               PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-CONTAGEM           PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-CAMINHO            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '**** ORGANOGRAMA DOS CONTATOS ****'
            SET EXIT-OK           TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente RLC_DAT, COT_DAT, REL_DIR e
      * RELCAT_PATH, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida. Tambem verifica
      * ORGCTT_MODO, no mesmo padrao de RELDEP_MODO.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-RLC-DFL      TO WS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RLC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RLC EQUAL SPACES
                MOVE WS-CAMINHO-RLC-DFL  TO WS-CAMINHO-RLC
            END-IF

            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF

            MOVE WS-DIR-REL-DFL          TO WS-DIR-REL
            DISPLAY 'REL_DIR'            UPON ENVIRONMENT-NAME
            ACCEPT WS-DIR-REL            FROM ENVIRONMENT-VALUE
            IF WS-DIR-REL EQUAL SPACES
                MOVE WS-DIR-REL-DFL      TO WS-DIR-REL
            END-IF

            MOVE 80                      TO WS-DIR-REL-LEN
            PERFORM VARYING WS-DIR-REL-LEN FROM 80 BY -1
                    UNTIL WS-DIR-REL-LEN = 0
                       OR WS-DIR-REL(WS-DIR-REL-LEN:1) NOT = SPACE
            END-PERFORM

            MOVE WS-CAMINHO-CAT-DFL      TO WS-CAMINHO-CAT
            DISPLAY 'RELCAT_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CAT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CAT EQUAL SPACES
                MOVE WS-CAMINHO-CAT-DFL  TO WS-CAMINHO-CAT
            END-IF

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'ORGCTT_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
            .

       P300-RELATORIO.
            SET FS-RLC-OK         TO TRUE
            SET FS-OK             TO TRUE
            SET TABELA-EXCEDIDA   TO FALSE
            SET NIVEL-EXCEDIDO    TO FALSE
            MOVE ZEROS            TO WS-TOT-CONTATOS WS-TOT-RAIZES
                                     WS-QTD-RAIZ

            IF MODO-EXECUCAO-BATCH THEN
                PERFORM P302-PARAMETROS-PADRAO
            ELSE
                PERFORM P304-PARAMETROS-OPERADOR
            END-IF

            OPEN INPUT RLC-DAT
            OPEN INPUT COT

            IF FS-RLC-OK AND FS-OK THEN
                EVALUATE TRUE
                    WHEN ABRANGE-CONTATO
                        PERFORM P330-RAIZ-CONTATO
                    WHEN ABRANGE-DEPTO
                        PERFORM P335-RAIZES-DEPTO
                    WHEN OTHER
                        PERFORM P338-RAIZES-ORGANIZACAO
                END-EVALUATE

                IF WS-QTD-RAIZ EQUAL ZEROS
                    DISPLAY 'NENHUMA HIERARQUIA A IMPRIMIR.'
                ELSE
                    PERFORM P310-ABRE-RELATORIO

                    IF FS-REL-OK THEN
                        PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
                                UNTIL WS-IDX-RAIZ > WS-QTD-RAIZ
                            PERFORM P400-IMPRIME-ARVORE
                        END-PERFORM

                        PERFORM P320-FECHA-RELATORIO
                    END-IF
                END-IF

                IF TABELA-EXCEDIDA
                    DISPLAY 'ATENCAO: TABELA EM MEMORIA EXCEDIDA. O '
                            'ORGANOGRAMA SAIU INCOMPLETO.'
                END-IF
                IF NIVEL-EXCEDIDO
                    DISPLAY 'ATENCAO: HIERARQUIA COM MAIS DE 30 '
                            'NIVEIS. OS NIVEIS ALEM FORAM OMITIDOS.'
                END-IF
            ELSE
                IF WS-FS-RLC EQUAL 35
                    DISPLAY 'NENHUMA RELACAO ENTRE CONTATOS '
                            'CADASTRADA.'
                ELSE
                    DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE RELACOES OU '
                            'DE CONTATOS'
                    DISPLAY ' FILE STATUS RLC: ' WS-FS-RLC
                            ' COT: ' WS-FS
                END-IF
            END-IF

            CLOSE RLC-DAT
            CLOSE COT

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
            ELSE
                DISPLAY
                   'TECLE: '
                   '<QUALQUER TECLA> para continuar, ou <F> '
                   'para finalizar'
                ACCEPT WS-EXIT
            END-IF
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P302-PARAMETROS-PADRAO: em modo batch o organograma sai da
      * organizacao inteira, sem perguntas ao operador.
      *----------------------------------------------------------------
       P302-PARAMETROS-PADRAO.
            MOVE 'T'                      TO WS-ABRANGENCIA
            MOVE 'ORGANIZACAO INTEIRA'    TO WS-CAB-ABRANGENCIA
            .
      *----------------------------------------------------------------
      * P304-PARAMETROS-OPERADOR: pergunta a abrangencia do
      * organograma: a partir de um contato, de um departamento ou da
      * organizacao inteira.
      *----------------------------------------------------------------
       P304-PARAMETROS-OPERADOR.
            DISPLAY 'Organograma a partir de um (C)ontato, de um '
                    '(D)epartamento ou de (T)oda a organizacao?'
            ACCEPT WS-ABRANGENCIA

            EVALUATE TRUE
                WHEN ABRANGE-CONTATO
                    DISPLAY 'ID do contato: '
                    ACCEPT WS-ID-RAIZ
                    MOVE SPACES          TO WS-CAB-ABRANGENCIA
                    STRING 'A PARTIR DO CONTATO ' WS-ID-RAIZ
                           DELIMITED BY SIZE
                           INTO WS-CAB-ABRANGENCIA
                    END-STRING
                WHEN ABRANGE-DEPTO
                    DISPLAY 'Departamento: '
                    ACCEPT WS-DEPTO-FILTRO
                    MOVE SPACES          TO WS-CAB-ABRANGENCIA
                    STRING 'DEPARTAMENTO ' WS-DEPTO-FILTRO
                           DELIMITED BY SIZE
                           INTO WS-CAB-ABRANGENCIA
                    END-STRING
                WHEN OTHER
                    MOVE 'T'             TO WS-ABRANGENCIA
                    MOVE 'ORGANIZACAO INTEIRA'
                                         TO WS-CAB-ABRANGENCIA
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P310-ABRE-RELATORIO: abre a geracao datada do relatorio e
      * grava o cabecalho com o titulo, a data e a abrangencia.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'ORGCTT_'
                   WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-ORG

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO

                WRITE REL-LINHA         FROM WS-CABECALHO-1
                WRITE REL-LINHA         FROM WS-CABECALHO-2
                WRITE REL-LINHA         FROM WS-CABECALHO-3
                MOVE SPACES             TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY ' FILE STATUS: ' WS-FS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P320-FECHA-RELATORIO: grava o total, fecha e cataloga a
      * geracao.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-TOT-CONTATOS     TO WS-TOT-CON-ED
            MOVE WS-TOT-RAIZES       TO WS-TOT-RAI-ED
            WRITE REL-LINHA          FROM WS-LIN-TOTAL-1

            CLOSE REL-ORG
            PERFORM P325-CATALOGA-RELATORIO
            DISPLAY 'RELATORIO GRAVADO: ' WS-CAMINHO-REL
            .
      *----------------------------------------------------------------
      * P325-CATALOGA-RELATORIO: registra a geracao recem gravada no
      * catalogo de relatorios RELCAT.TXT, de onde SPOOLCTT lista e
      * reexibe os relatorios passados.
      *----------------------------------------------------------------
       P325-CATALOGA-RELATORIO.
            SET STATUS-CAT-OK        TO TRUE

            OPEN EXTEND RELCAT

            IF WS-STATUS-CAT EQUAL 35 THEN
                OPEN OUTPUT RELCAT
            END-IF

            IF STATUS-CAT-OK THEN
                MOVE WS-TOT-CONTATOS      TO WS-CONT-IMPRESSOS
                MOVE 'ORGCTT'             TO CAT-PROGRAMA
                MOVE WS-DATA-SISTEMA      TO CAT-DATA
                MOVE WS-HORA-SISTEMA(1:6) TO CAT-HORA
                MOVE WS-CONT-IMPRESSOS    TO CAT-CONTAGEM
                MOVE WS-CAMINHO-REL       TO CAT-CAMINHO
                MOVE SPACES               TO CAT-LINHA
                MOVE CAT-REGISTRO         TO CAT-LINHA
                WRITE CAT-LINHA
                CLOSE RELCAT
            ELSE
                DISPLAY 'ERRO AO GRAVAR O CATALOGO DE RELATORIOS. '
                        'STATUS: ' WS-STATUS-CAT
            END-IF
            .
      *----------------------------------------------------------------
      * P330-RAIZ-CONTATO: a raiz e o proprio contato informado.
      *----------------------------------------------------------------
       P330-RAIZ-CONTATO.
            MOVE WS-ID-RAIZ          TO ID-CONTATO
            READ COT
                KEY IS ID-CONTATO
                INVALID KEY
                    DISPLAY 'CONTATO ' WS-ID-RAIZ ' NAO EXISTE.'
                NOT INVALID KEY
                    MOVE 1           TO WS-QTD-RAIZ
                    MOVE WS-ID-RAIZ  TO TAB-RAIZ-ID (1)
            END-READ
            .
      *----------------------------------------------------------------
      * P335-RAIZES-DEPTO: carrega os membros do departamento e fica
      * com os que nao tem superior ou cujo superior e de outro
      * departamento. A carga vem antes da conferencia porque a
      * leitura direta de COT.DAT perderia a posicao da varredura.
      *----------------------------------------------------------------
       P335-RAIZES-DEPTO.
            SET EOF-OK               TO FALSE
            MOVE ZEROS               TO ID-CONTATO
            START COT KEY IS NOT LESS THAN ID-CONTATO
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ COT NEXT RECORD
                    AT END
                        SET EOF-OK   TO TRUE
                    NOT AT END
                        IF DEPTO-CONTATO EQUAL WS-DEPTO-FILTRO
                            IF WS-QTD-RAIZ LESS 2000
                                ADD 1 TO WS-QTD-RAIZ
                                MOVE ID-CONTATO
                                  TO TAB-RAIZ-ID (WS-QTD-RAIZ)
                            ELSE
                                SET TABELA-EXCEDIDA TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-QTD-RAIZ         TO WS-QTD-FILHOS
            MOVE ZEROS               TO WS-QTD-RAIZ

            PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
                    UNTIL WS-IDX-RAIZ > WS-QTD-FILHOS
                MOVE TAB-RAIZ-ID (WS-IDX-RAIZ) TO WS-NO-ID
                PERFORM P345-BUSCA-SUPERIOR
                IF TEM-SUPERIOR
                    MOVE WS-ID-SUPERIOR TO ID-CONTATO
                    READ COT
                        KEY IS ID-CONTATO
                        INVALID KEY
                            SET TEM-SUPERIOR TO FALSE
                        NOT INVALID KEY
                            IF DEPTO-CONTATO NOT EQUAL
                               WS-DEPTO-FILTRO
                                SET TEM-SUPERIOR TO FALSE
                            END-IF
                    END-READ
                END-IF
                IF NOT TEM-SUPERIOR
                    ADD 1            TO WS-QTD-RAIZ
                    MOVE WS-NO-ID    TO TAB-RAIZ-ID (WS-QTD-RAIZ)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P338-RAIZES-ORGANIZACAO: percorre RLC.DAT pela chave alternada
      * juntando, sem repetir, os contatos que tem algum subordinado;
      * ficam como raiz os que nao se reportam a ninguem.
      *----------------------------------------------------------------
       P338-RAIZES-ORGANIZACAO.
            SET EOF-RLC-OK           TO FALSE
            MOVE ZEROS               TO ID-ALVO-RLC
            START RLC-DAT KEY IS NOT LESS THAN ID-ALVO-RLC
                INVALID KEY
                    SET EOF-RLC-OK   TO TRUE
            END-START

            PERFORM UNTIL EOF-RLC-OK
                READ RLC-DAT NEXT RECORD
                    AT END
                        SET EOF-RLC-OK TO TRUE
                    NOT AT END
                        IF RLC-SUBORDINADO
                            IF WS-QTD-RAIZ EQUAL ZEROS
                                MOVE 1 TO WS-QTD-RAIZ
                                MOVE ID-ALVO-RLC TO TAB-RAIZ-ID (1)
                            ELSE
                            IF ID-ALVO-RLC NOT EQUAL
                               TAB-RAIZ-ID (WS-QTD-RAIZ)
                                IF WS-QTD-RAIZ LESS 2000
                                    ADD 1 TO WS-QTD-RAIZ
                                    MOVE ID-ALVO-RLC
                                      TO TAB-RAIZ-ID (WS-QTD-RAIZ)
                                ELSE
                                    SET TABELA-EXCEDIDA TO TRUE
                                END-IF
                            END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-QTD-RAIZ         TO WS-QTD-FILHOS
            MOVE ZEROS               TO WS-QTD-RAIZ

            PERFORM VARYING WS-IDX-RAIZ FROM 1 BY 1
                    UNTIL WS-IDX-RAIZ > WS-QTD-FILHOS
                MOVE TAB-RAIZ-ID (WS-IDX-RAIZ) TO WS-NO-ID
                PERFORM P345-BUSCA-SUPERIOR
                IF NOT TEM-SUPERIOR
                    ADD 1            TO WS-QTD-RAIZ
                    MOVE WS-NO-ID    TO TAB-RAIZ-ID (WS-QTD-RAIZ)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P345-BUSCA-SUPERIOR: procura pela chave primaria de RLC.DAT a
      * quem o contato WS-NO-ID se reporta.
      *----------------------------------------------------------------
       P345-BUSCA-SUPERIOR.
            SET TEM-SUPERIOR         TO FALSE
            MOVE WS-NO-ID            TO ID-RLC
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
                            IF ID-RLC EQUAL WS-NO-ID
                               AND RLC-SUBORDINADO
                                SET TEM-SUPERIOR TO TRUE
                                MOVE ID-ALVO-RLC TO WS-ID-SUPERIOR
                            END-IF
                    END-READ
            END-START
            .
      *----------------------------------------------------------------
      * P400-IMPRIME-ARVORE: imprime a hierarquia sob a raiz corrente
      * com uma pilha explicita: cada contato desempilhado e
      * impresso e tem os subordinados empilhados em ordem inversa,
      * para sairem na ordem do arquivo. Um contato alem do nivel 30
      * nao e impresso, o que tambem encerra uma cadeia corrompida.
      *----------------------------------------------------------------
       P400-IMPRIME-ARVORE.
            ADD 1                    TO WS-TOT-RAIZES
            IF WS-IDX-RAIZ GREATER 1
                MOVE SPACES          TO REL-LINHA
                WRITE REL-LINHA
            END-IF

            MOVE 1                   TO WS-QTD-PILHA
            MOVE TAB-RAIZ-ID (WS-IDX-RAIZ) TO TAB-PILHA-ID (1)
            MOVE ZEROS               TO TAB-PILHA-NIVEL (1)

            PERFORM UNTIL WS-QTD-PILHA EQUAL ZEROS
                MOVE TAB-PILHA-ID (WS-QTD-PILHA)    TO WS-NO-ID
                MOVE TAB-PILHA-NIVEL (WS-QTD-PILHA) TO WS-NO-NIVEL
                SUBTRACT 1           FROM WS-QTD-PILHA

                PERFORM P410-LE-CONTATO
                PERFORM P420-IMPRIME-CONTATO
                PERFORM P430-COLHE-VINCULOS
                PERFORM P440-IMPRIME-ANEXOS

                IF WS-NO-NIVEL NOT LESS 30
                    IF WS-QTD-FILHOS GREATER ZEROS
                        SET NIVEL-EXCEDIDO TO TRUE
                    END-IF
                ELSE
                    PERFORM VARYING WS-IDX-FILHO FROM WS-QTD-FILHOS
                            BY -1 UNTIL WS-IDX-FILHO EQUAL ZEROS
                        IF WS-QTD-PILHA LESS 2000
                            ADD 1    TO WS-QTD-PILHA
                            MOVE TAB-FILHO-ID (WS-IDX-FILHO)
                              TO TAB-PILHA-ID (WS-QTD-PILHA)
                            COMPUTE TAB-PILHA-NIVEL (WS-QTD-PILHA)
                                  = WS-NO-NIVEL + 1
                        ELSE
                            SET TABELA-EXCEDIDA TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P410-LE-CONTATO: le em COT.DAT o nome, o departamento e a
      * situacao do contato WS-NO-ID.
      *----------------------------------------------------------------
       P410-LE-CONTATO.
            MOVE WS-NO-ID            TO ID-CONTATO
            READ COT
                KEY IS ID-CONTATO
                INVALID KEY
                    MOVE '(NAO CADASTRADO)' TO WS-NO-NOME
                    MOVE SPACES      TO WS-NO-DEPTO
                    SET NO-ATIVO     TO TRUE
                NOT INVALID KEY
                    MOVE NM-CONTATO  TO WS-NO-NOME
                    MOVE DEPTO-CONTATO TO WS-NO-DEPTO
                    IF CONTATO-ATIVO
                        SET NO-ATIVO TO TRUE
                    ELSE
                        SET NO-ATIVO TO FALSE
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P420-IMPRIME-CONTATO: grava a linha do contato corrente,
      * recuada tres posicoes por nivel.
      *----------------------------------------------------------------
       P420-IMPRIME-CONTATO.
            ADD 1                    TO WS-TOT-CONTATOS
            MOVE SPACES              TO WS-LIN-ARVORE
            COMPUTE WS-POS-LINHA = WS-NO-NIVEL * 3 + 1

            STRING WS-NO-ID ' - ' WS-NO-NOME ' ' WS-NO-DEPTO
                   DELIMITED BY SIZE
                   INTO WS-LIN-ARVORE
                   WITH POINTER WS-POS-LINHA
            END-STRING
            IF NOT NO-ATIVO
                STRING ' (INATIVO)'  DELIMITED BY SIZE
                       INTO WS-LIN-ARVORE
                       WITH POINTER WS-POS-LINHA
                END-STRING
            END-IF

            WRITE REL-LINHA          FROM WS-LIN-ARVORE
            .
      *----------------------------------------------------------------
      * P430-COLHE-VINCULOS: percorre pela chave alternada de RLC.DAT
      * quem se relaciona com o contato corrente: os subordinados vao
      * para a tabela de filhos (no organograma de departamento, so
      * os do mesmo departamento) e os assistentes e substitutos para
      * a tabela de anexos.
      *----------------------------------------------------------------
       P430-COLHE-VINCULOS.
            MOVE ZEROS               TO WS-QTD-FILHOS WS-QTD-ANEXOS
            SET EOF-RLC-OK           TO FALSE
            MOVE WS-NO-ID            TO ID-ALVO-RLC
            START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                INVALID KEY
                    SET EOF-RLC-OK   TO TRUE
            END-START

            PERFORM UNTIL EOF-RLC-OK
                READ RLC-DAT NEXT RECORD
                    AT END
                        SET EOF-RLC-OK TO TRUE
                    NOT AT END
                        IF ID-ALVO-RLC NOT EQUAL WS-NO-ID
                            SET EOF-RLC-OK TO TRUE
                        ELSE
                            IF RLC-SUBORDINADO
                                IF WS-QTD-FILHOS LESS 500
                                    ADD 1 TO WS-QTD-FILHOS
                                    MOVE ID-RLC
                                      TO TAB-FILHO-ID (WS-QTD-FILHOS)
                                ELSE
                                    SET TABELA-EXCEDIDA TO TRUE
                                END-IF
                            ELSE
                                IF WS-QTD-ANEXOS LESS 100
                                    ADD 1 TO WS-QTD-ANEXOS
                                    MOVE ID-RLC
                                      TO TAB-ANEXO-ID (WS-QTD-ANEXOS)
                                    MOVE TIPO-RLC
                                      TO TAB-ANEXO-TIPO (WS-QTD-ANEXOS)
                                ELSE
                                    SET TABELA-EXCEDIDA TO TRUE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF ABRANGE-DEPTO AND WS-QTD-FILHOS GREATER ZEROS
                PERFORM P435-FILTRA-DEPTO
            END-IF
            .
      *----------------------------------------------------------------
      * P435-FILTRA-DEPTO: no organograma de departamento, tira da
      * tabela de filhos os subordinados de outro departamento.
      *----------------------------------------------------------------
       P435-FILTRA-DEPTO.
            MOVE WS-QTD-FILHOS       TO WS-IDX-ANEXO
            MOVE ZEROS               TO WS-QTD-FILHOS

            PERFORM VARYING WS-IDX-FILHO FROM 1 BY 1
                    UNTIL WS-IDX-FILHO > WS-IDX-ANEXO
                MOVE TAB-FILHO-ID (WS-IDX-FILHO) TO ID-CONTATO
                READ COT
                    KEY IS ID-CONTATO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DEPTO-CONTATO EQUAL WS-DEPTO-FILTRO
                            ADD 1    TO WS-QTD-FILHOS
                            MOVE ID-CONTATO
                              TO TAB-FILHO-ID (WS-QTD-FILHOS)
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P440-IMPRIME-ANEXOS: grava, logo abaixo do contato corrente e
      * um nivel mais recuados, os seus assistentes e substitutos.
      *----------------------------------------------------------------
       P440-IMPRIME-ANEXOS.
            PERFORM VARYING WS-IDX-ANEXO FROM 1 BY 1
                    UNTIL WS-IDX-ANEXO > WS-QTD-ANEXOS
                IF TAB-ANEXO-TIPO (WS-IDX-ANEXO) EQUAL 'A'
                    MOVE 'ASSISTENTE:'  TO WS-DS-ANEXO
                ELSE
                    MOVE 'SUBSTITUTO:'  TO WS-DS-ANEXO
                END-IF

                MOVE TAB-ANEXO-ID (WS-IDX-ANEXO) TO ID-CONTATO
                READ COT
                    KEY IS ID-CONTATO
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO NM-CONTATO
                END-READ

                MOVE SPACES          TO WS-LIN-ARVORE
                COMPUTE WS-POS-LINHA = WS-NO-NIVEL * 3 + 4
                STRING '.. ' WS-DS-ANEXO ' '
                       TAB-ANEXO-ID (WS-IDX-ANEXO) ' - '
                       NM-CONTATO
                       DELIMITED BY SIZE
                       INTO WS-LIN-ARVORE
                       WITH POINTER WS-POS-LINHA
                END-STRING
                WRITE REL-LINHA      FROM WS-LIN-ARVORE
            END-PERFORM
            .
       P900-FIM.
            GOBACK.
       END PROGRAM ORGCTT.
