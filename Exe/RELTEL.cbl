      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LISTA TELEFONICA INTERNA PARA IMPRESSAO: OS CONTATOS
      *          ATIVOS DE COT.DAT AGRUPADOS POR DEPARTAMENTO, COM O
      *          DS-DEPTO DE DEP.DAT COMO TITULO DE CADA GRUPO, EM
      *          PAGINA DE DUAS COLUNAS (CADA COLUNA CORRE DE CIMA
      *          PARA BAIXO, A DA ESQUERDA ANTES DA DA DIREITA). CADA
      *          ENTRADA TRAZ NOME, TELEFONE PRINCIPAL (TEL-CONTATO),
      *          RAMAL E CELULAR (O PRIMEIRO DET-RAMAL E O PRIMEIRO
      *          DET-CELULAR DO CONTATO EM CTD.DAT). NO FIM, UM
      *          INDICE ALFABETICO DOS NOMES APONTA A PAGINA DE CADA
      *          ENTRADA. A PAGINA TEM SEMPRE 60 LINHAS (CABECALHO DE
      *          5, CORPO DE 54 E UMA EM BRANCO), PARA CASAR COM O
      *          FORMULARIO DA IMPRESSORA. COMO O RELDEP, GRAVA UMA
      *          GERACAO DATADA (RELTEL_AAAAMMDD_HHMMSS.TXT EM
      *          REL_DIR) CATALOGADA EM RELCAT.TXT. RODA SEM
      *          PERGUNTAS COM RELTEL_MODO = 'B' OU QUANDO CHAMADO
      *          POR BATCHCTT COM PARAMETRO DE PASSO (BATCH_PARAM)
      *          PREENCHIDO - A CADEIA SEMANAL A REGENERA TODA
      *          SEMANA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS IS SEQUENTIAL
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS IS WS-FS.

            SELECT DEP-DAT ASSIGN TO WS-CAMINHO-DEP-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-DEPTO
            FILE STATUS  IS WS-STATUS-DEP.

            SELECT CTD-DAT ASSIGN TO WS-CAMINHO-CTD-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-CTD
            FILE STATUS  IS WS-STATUS-CTD-DAT.

            SELECT REL-TEL ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-REL.

            SELECT IDX-TMP ASSIGN TO WS-CAMINHO-IDX
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-IDX.

            SELECT SRT-LST ASSIGN TO WS-CAMINHO-SRT.

            SELECT SRT-IDX ASSIGN TO WS-CAMINHO-SRT.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
          COPY FD_CONTT.

       FD DEP-DAT.
          COPY FD_DEPTO.

       FD CTD-DAT.
          COPY FD_CTD REPLACING REG-CONTT-DET  BY REG-CTD-DAT
                                CHAVE-DET      BY CHAVE-CTD
                                ID-DET         BY ID-CTD
                                SEQ-DET        BY SEQ-CTD
                                TIPO-DET       BY TIPO-CTD
                                VALOR-DET      BY VALOR-CTD
                                DET-CELULAR    BY CTD-CELULAR
                                DET-RAMAL      BY CTD-RAMAL
                                DET-FAX        BY CTD-FAX
                                DET-EMAIL-PESSOAL BY CTD-EMAIL-PES
                                DET-EMAIL-CORP BY CTD-EMAIL-CORP.

       FD REL-TEL.
       01 REL-LINHA                PIC X(132).

       FD IDX-TMP.
       01 IDX-LINHA.
          03 IDX-NM-ORD            PIC X(20).
          03 IDX-NM                PIC X(20).
          03 IDX-DEPTO             PIC X(15).
          03 IDX-PAGINA            PIC 9(04).

       FD RELCAT.
       01 CAT-LINHA                PIC X(115).

       SD SRT-LST.
       01 SRT-REGISTRO.
          03 SRT-DEPTO             PIC X(15).
          03 SRT-NM-ORD            PIC X(20).
          03 SRT-NM                PIC X(20).
          03 SRT-ID                PIC 9(06).
          03 SRT-TEL               PIC X(15).
          03 SRT-RAMAL             PIC X(08).
          03 SRT-CELULAR           PIC X(15).

       SD SRT-IDX.
       01 SRI-REGISTRO.
          03 SRI-NM-ORD            PIC X(20).
          03 SRI-NM                PIC X(20).
          03 SRI-DEPTO             PIC X(15).
          03 SRI-PAGINA            PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-DEP-DAT       PIC X(80).
       01 WS-CAMINHO-DEP-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DEP.DAT'.
       01 WS-CAMINHO-CTD-DAT       PIC X(80).
       01 WS-CAMINHO-CTD-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CTD.DAT'.
       01 WS-CAMINHO-REL           PIC X(80).
       01 WS-DIR-REL               PIC X(80).
       01 WS-DIR-REL-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.
       01 WS-CAMINHO-CAT           PIC X(80).
       01 WS-CAMINHO-CAT-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       01 WS-CAMINHO-SRT           PIC X(80).
       01 WS-CAMINHO-SRT-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.
       01 WS-CAMINHO-IDX           PIC X(80).
       01 WS-CAMINHO-IDX-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\IDX.TMP'.
       01 WS-REGISTRO             PIC X(117) VALUE SPACE.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO        PIC 9(06).
          03 WS-NM-CONTATO        PIC X(20).
          03 WS-TEL-CONTATO       PIC X(15).
          03 WS-EMAIL-CONTATO     PIC X(40).
          03 WS-DEPTO-CONTATO     PIC X(15).
          03 WS-DT-CADASTRO       PIC 9(08).
          03 WS-DT-ALTERACAO      PIC 9(08).
          03 WS-STATUS-CONTATO    PIC X(01).
          03 WS-RESP-CONTATO      PIC X(04).
       77 WS-FS                   PIC 99.
          88 FS-OK                VALUE 0.
       77 WS-FS-REL               PIC 99.
          88 FS-REL-OK            VALUE 0.
       77 WS-STATUS-DEP           PIC 99.
          88 STATUS-DEP-OK        VALUE 0.
       77 WS-STATUS-CTD-DAT       PIC 99.
          88 STATUS-CTD-DAT-OK    VALUE 0.
       77 WS-STATUS-IDX           PIC 99.
          88 STATUS-IDX-OK        VALUE 0.
       77 WS-STATUS-CAT           PIC 99.
          88 STATUS-CAT-OK        VALUE 0.
       77 WS-EOF                  PIC X.
          88 EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT              PIC X.
          88 EOF-SRT-OK           VALUE 'S' FALSE 'N'.
       77 WS-EOF-CTD              PIC X.
          88 EOF-CTD-OK           VALUE 'S' FALSE 'N'.
       77 WS-EXIT                 PIC X.
          88 EXIT-OK              VALUE 'F' FALSE 'N'.
       77 WS-PRIMEIRO             PIC X    VALUE 'S'.
          88 PRIMEIRO-REGISTRO    VALUE 'S' FALSE 'N'.
       77 WS-DEP-DISPONIVEL       PIC X    VALUE 'N'.
          88 DEP-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-CTD-DISPONIVEL       PIC X    VALUE 'N'.
          88 CTD-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-CONTINUA-DEPTO       PIC X    VALUE 'N'.
          88 CONTINUA-DEPTO       VALUE 'S' FALSE 'N'.
       77 WS-HOUVE-ERRO           PIC X    VALUE 'N'.
          88 HOUVE-ERRO           VALUE 'S' FALSE 'N'.
       77 WS-MODO-EXECUCAO        PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH  VALUE 'B'.
       77 WS-BATCH-PARAM          PIC X(08) VALUE SPACES.
       01 WS-DEPTO-ANT            PIC X(15) VALUE SPACES.
       01 WS-DS-DEPTO-ANT         PIC X(30) VALUE SPACES.
       77 WS-TOT-CONTATOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-DEPTOS           PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PAG-LISTA        PIC 9(04) VALUE ZEROS.
       77 WS-DIR-REL-LEN          PIC 9(03) VALUE ZEROS.
       77 WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO           PIC 9(04).
          03 WS-DATA-MES           PIC 9(02).
          03 WS-DATA-DIA           PIC 9(02).
      *----------------------------------------------------------------
      * PAGINA EM MONTAGEM: 54 LINHAS DE CORPO, CADA UMA COM AS DUAS
      * COLUNAS. WS-COLUNA E WS-LINHA APONTAM A PROXIMA VAGA.
      *----------------------------------------------------------------
       77 WS-LIN-POR-COLUNA       PIC 9(02) VALUE 54.
       77 WS-COLUNA               PIC 9(01) VALUE 1.
       77 WS-LINHA                PIC 9(02) VALUE 1.
       77 WS-IX-LIN               PIC 9(02) VALUE ZEROS.
       77 WS-NUM-PAGINA           PIC 9(04) VALUE ZEROS.
       01 WS-PAGINA-CORPO.
          03 WS-PAG-LINHA         OCCURS 54 TIMES.
             05 WS-PAG-COL        PIC X(62) OCCURS 2 TIMES.
       01 WS-LIN-COLUNA           PIC X(62) VALUE SPACES.
       01 WS-ENTRADA REDEFINES WS-LIN-COLUNA.
          03 WS-ENT-NOME          PIC X(20).
          03 FILLER               PIC X(01).
          03 WS-ENT-TEL           PIC X(15).
          03 FILLER               PIC X(01).
          03 WS-ENT-RAMAL         PIC X(08).
          03 FILLER               PIC X(01).
          03 WS-ENT-CELULAR       PIC X(15).
          03 FILLER               PIC X(01).
       01 WS-ENTRADA-INDICE REDEFINES WS-LIN-COLUNA.
          03 WS-EIX-NOME          PIC X(20).
          03 FILLER               PIC X(01).
          03 WS-EIX-DEPTO         PIC X(15).
          03 FILLER               PIC X(07).
          03 WS-EIX-PAG-LIT       PIC X(05).
          03 WS-EIX-PAGINA        PIC ZZZ9.
          03 FILLER               PIC X(10).
       01 WS-TITULO               PIC X(60) VALUE SPACES.
       01 WS-CAB-COLUNA           PIC X(62) VALUE SPACES.
       01 WS-CAB-COLUNA-LISTA     PIC X(62) VALUE
          'NOME                 TELEFONE        RAMAL    CELULAR'.
       01 WS-CAB-COLUNA-INDICE    PIC X(62) VALUE
          'NOME                 DEPARTAMENTO           PAGINA'.
       01 WS-CABECALHO-1.
          03 WS-CAB-TITULO        PIC X(60).
          03 FILLER               PIC X(54) VALUE SPACES.
          03 FILLER               PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB-PAGINA        PIC ZZZ9.
       01 WS-CABECALHO-2.
          03 FILLER               PIC X(12) VALUE 'DATA: '.
          03 WS-CAB-DIA           PIC 9(02).
          03 FILLER               PIC X(01) VALUE '/'.
          03 WS-CAB-MES           PIC 9(02).
          03 FILLER               PIC X(01) VALUE '/'.
          03 WS-CAB-ANO           PIC 9(04).
       01 WS-LIN-PAGINA.
          03 WS-LPG-COL-1         PIC X(62).
          03 FILLER               PIC X(03) VALUE ' | '.
          03 WS-LPG-COL-2         PIC X(62).
       01 WS-LIN-TOTAL.
          03 FILLER               PIC X(20) VALUE
             'TOTAL DE CONTATOS: '.
          03 WS-TOT-CTT-ED        PIC ZZZZZ9.
          03 FILLER               PIC X(20) VALUE
             '   DEPARTAMENTOS: '.
          03 WS-TOT-DEP-ED        PIC ZZZ9.
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

          COPY WS_NORMNOME.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '**** LISTA TELEFONICA INTERNA ****'
            SET EXIT-OK           TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente COT_DAT, DEP_DAT, CTD_DAT, REL_DIR,
      * RELCAT_PATH, SRT_PATH e IDX_PATH, usando o caminho
      * tradicional como valor padrao quando a variavel nao estiver
      * definida. Verifica RELTEL_MODO e BATCH_PARAM, o parametro do
      * passo exportado por BATCHCTT: preenchido, o modo e batch.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF

            MOVE WS-CAMINHO-DEP-DAT-DFL  TO WS-CAMINHO-DEP-DAT
            DISPLAY 'DEP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-DEP-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-DEP-DAT EQUAL SPACES
                MOVE WS-CAMINHO-DEP-DAT-DFL TO WS-CAMINHO-DEP-DAT
            END-IF

            MOVE WS-CAMINHO-CTD-DAT-DFL  TO WS-CAMINHO-CTD-DAT
            DISPLAY 'CTD_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CTD-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CTD-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CTD-DAT-DFL TO WS-CAMINHO-CTD-DAT
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

            MOVE WS-CAMINHO-SRT-DFL      TO WS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SRT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SRT EQUAL SPACES
                MOVE WS-CAMINHO-SRT-DFL  TO WS-CAMINHO-SRT
            END-IF

            MOVE WS-CAMINHO-IDX-DFL      TO WS-CAMINHO-IDX
            DISPLAY 'IDX_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-IDX        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-IDX EQUAL SPACES
                MOVE WS-CAMINHO-IDX-DFL  TO WS-CAMINHO-IDX
            END-IF

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'RELTEL_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE

            MOVE SPACES                  TO WS-BATCH-PARAM
            DISPLAY 'BATCH_PARAM'        UPON ENVIRONMENT-NAME
            ACCEPT WS-BATCH-PARAM        FROM ENVIRONMENT-VALUE
            IF WS-BATCH-PARAM NOT EQUAL SPACES
                MOVE 'B'                 TO WS-MODO-EXECUCAO
            END-IF
            .

       P300-RELATORIO.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            SET PRIMEIRO-REGISTRO TO TRUE
            SET CONTINUA-DEPTO    TO FALSE
            MOVE SPACES           TO WS-DEPTO-ANT WS-DS-DEPTO-ANT
            MOVE ZEROS            TO WS-TOT-CONTATOS WS-TOT-DEPTOS
                                     WS-NUM-PAGINA

            OPEN INPUT COT

            IF FS-OK THEN
                PERFORM P305-ABRE-APOIO
                PERFORM P310-ABRE-RELATORIO

                IF FS-REL-OK AND STATUS-IDX-OK THEN
                    MOVE 'LISTA TELEFONICA INTERNA' TO WS-TITULO
                    MOVE WS-CAB-COLUNA-LISTA        TO WS-CAB-COLUNA
                    PERFORM P400-NOVA-PAGINA

                    SORT SRT-LST
                        ON ASCENDING KEY SRT-DEPTO
                        ON ASCENDING KEY SRT-NM-ORD
                        INPUT PROCEDURE IS P341-SELECIONA-REGISTROS
                        OUTPUT PROCEDURE IS P342-IMPRIME-LISTA

                    PERFORM P420-DESCARREGA-PAGINA
                    MOVE WS-NUM-PAGINA TO WS-TOT-PAG-LISTA
                    CLOSE IDX-TMP

                    PERFORM P370-INDICE
                    PERFORM P320-FECHA-RELATORIO
                ELSE
                    SET HOUVE-ERRO TO TRUE
                END-IF

                PERFORM P306-FECHA-APOIO
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                DISPLAY ' FILE STATUS: ' WS-FS
                SET HOUVE-ERRO    TO TRUE
            END-IF

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
      * P305-ABRE-APOIO: abre DEP.DAT (descricao do departamento) e
      * CTD.DAT (ramal e celular). Sem eles o relatorio sai assim
      * mesmo, com o codigo do departamento no titulo e sem ramal e
      * celular.
      *----------------------------------------------------------------
       P305-ABRE-APOIO.
            SET DEP-DISPONIVEL       TO FALSE
            OPEN INPUT DEP-DAT
            IF STATUS-DEP-OK
                SET DEP-DISPONIVEL   TO TRUE
            ELSE
                DISPLAY 'DEP.DAT INDISPONIVEL. STATUS: ' WS-STATUS-DEP
                        '. TITULOS PELO CODIGO DO DEPARTAMENTO.'
            END-IF

            SET CTD-DISPONIVEL       TO FALSE
            OPEN INPUT CTD-DAT
            IF STATUS-CTD-DAT-OK
                SET CTD-DISPONIVEL   TO TRUE
            ELSE
                DISPLAY 'CTD.DAT INDISPONIVEL. STATUS: '
                        WS-STATUS-CTD-DAT '. SEM RAMAIS E CELULARES.'
            END-IF
            .

       P306-FECHA-APOIO.
            IF DEP-DISPONIVEL
                CLOSE DEP-DAT
            END-IF
            IF CTD-DISPONIVEL
                CLOSE CTD-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P310-ABRE-RELATORIO: abre o arquivo de impressao da geracao
      * datada e o arquivo de trabalho do indice.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE
            SET STATUS-IDX-OK      TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'RELTEL_'
                   WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-TEL

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO

                OPEN OUTPUT IDX-TMP
                IF NOT STATUS-IDX-OK
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO DO '
                            'INDICE'
                    DISPLAY ' FILE STATUS: ' WS-STATUS-IDX
                    CLOSE REL-TEL
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY ' FILE STATUS: ' WS-FS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P320-FECHA-RELATORIO: grava a linha de totais, fecha o
      * relatorio e o cataloga.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            MOVE WS-TOT-CONTATOS     TO WS-TOT-CTT-ED
            MOVE WS-TOT-DEPTOS       TO WS-TOT-DEP-ED
            WRITE REL-LINHA          FROM WS-LIN-TOTAL

            CLOSE REL-TEL
            PERFORM P325-CATALOGA-RELATORIO
            DISPLAY 'RELATORIO GRAVADO: ' WS-CAMINHO-REL
            DISPLAY 'CONTATOS: ' WS-TOT-CONTATOS
                    '  PAGINAS DA LISTA: ' WS-TOT-PAG-LISTA
                    '  TOTAL DE PAGINAS: ' WS-NUM-PAGINA
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
                MOVE 'RELTEL'             TO CAT-PROGRAMA
                MOVE WS-DATA-SISTEMA      TO CAT-DATA
                MOVE WS-HORA-SISTEMA(1:6) TO CAT-HORA
                MOVE WS-TOT-CONTATOS      TO CAT-CONTAGEM
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
      * P341-SELECIONA-REGISTROS: percorre COT.DAT e envia ao SORT os
      * contatos ativos, com o nome normalizado para a ordem
      * alfabetica e o ramal e o celular achados em CTD.DAT.
      *----------------------------------------------------------------
       P341-SELECIONA-REGISTROS.
            PERFORM UNTIL EOF-OK
                READ COT NEXT RECORD INTO WS-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WS-STATUS-CONTATO EQUAL 'A'
                            MOVE WS-DEPTO-CONTATO  TO SRT-DEPTO
                            MOVE WS-NM-CONTATO     TO WS-NORM-ENTRADA
                            PERFORM P297-NORMALIZA-NOME
                            MOVE WS-NORM-SAIDA     TO SRT-NM-ORD
                            MOVE WS-NM-CONTATO     TO SRT-NM
                            MOVE WS-ID-CONTATO     TO SRT-ID
                            MOVE WS-TEL-CONTATO    TO SRT-TEL
                            PERFORM P343-BUSCA-RAMAL-CELULAR
                            RELEASE SRT-REGISTRO
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P343-BUSCA-RAMAL-CELULAR: le os detalhes do contato em
      * CTD.DAT e guarda o primeiro ramal e o primeiro celular.
      *----------------------------------------------------------------
       P343-BUSCA-RAMAL-CELULAR.
            MOVE SPACES              TO SRT-RAMAL SRT-CELULAR

            IF CTD-DISPONIVEL
                SET EOF-CTD-OK       TO FALSE
                MOVE WS-ID-CONTATO   TO ID-CTD
                MOVE ZEROS           TO SEQ-CTD
                START CTD-DAT KEY IS NOT LESS THAN CHAVE-CTD
                    INVALID KEY
                        SET EOF-CTD-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-CTD-OK
                    READ CTD-DAT NEXT RECORD
                        AT END
                            SET EOF-CTD-OK TO TRUE
                        NOT AT END
                            IF ID-CTD EQUAL WS-ID-CONTATO
                                IF CTD-RAMAL
                                   AND SRT-RAMAL EQUAL SPACES
                                    MOVE VALOR-CTD TO SRT-RAMAL
                                END-IF
                                IF CTD-CELULAR
                                   AND SRT-CELULAR EQUAL SPACES
                                    MOVE VALOR-CTD TO SRT-CELULAR
                                END-IF
                            ELSE
                                SET EOF-CTD-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P342-IMPRIME-LISTA: devolve os contatos ja classificados por
      * departamento e nome, abre um grupo por departamento e poe
      * cada entrada na proxima vaga da pagina, guardando a pagina
      * para o indice.
      *----------------------------------------------------------------
       P342-IMPRIME-LISTA.
            SET EOF-SRT-OK        TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-LST
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        IF PRIMEIRO-REGISTRO
                         OR SRT-DEPTO NOT EQUAL WS-DEPTO-ANT
                            PERFORM P345-ABRE-DEPTO
                        END-IF
                        PERFORM P360-IMPRIME-ENTRADA
                END-RETURN
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P345-ABRE-DEPTO: titulo do grupo do departamento, com o
      * DS-DEPTO de DEP.DAT. O titulo nao fica sozinho no pe da
      * coluna: sem vaga para ele e ao menos uma entrada, o grupo
      * comeca na coluna seguinte.
      *----------------------------------------------------------------
       P345-ABRE-DEPTO.
            SET PRIMEIRO-REGISTRO    TO FALSE
            SET CONTINUA-DEPTO       TO FALSE
            MOVE SRT-DEPTO           TO WS-DEPTO-ANT
            ADD 1                    TO WS-TOT-DEPTOS

            EVALUATE TRUE
                WHEN SRT-DEPTO EQUAL SPACES
                    MOVE 'SEM DEPARTAMENTO' TO WS-DS-DEPTO-ANT
                WHEN DEP-DISPONIVEL
                    MOVE SRT-DEPTO   TO CD-DEPTO
                    READ DEP-DAT
                        INVALID KEY
                            MOVE SRT-DEPTO TO WS-DS-DEPTO-ANT
                        NOT INVALID KEY
                            MOVE DS-DEPTO  TO WS-DS-DEPTO-ANT
                    END-READ
                WHEN OTHER
                    MOVE SRT-DEPTO   TO WS-DS-DEPTO-ANT
            END-EVALUATE

            IF WS-LINHA GREATER 1
               AND WS-LINHA NOT GREATER WS-LIN-POR-COLUNA
                MOVE SPACES          TO WS-LIN-COLUNA
                PERFORM P410-POE-LINHA
            END-IF

            IF WS-LINHA NOT LESS WS-LIN-POR-COLUNA
                COMPUTE WS-LINHA = WS-LIN-POR-COLUNA + 1
            END-IF

            MOVE SPACES              TO WS-LIN-COLUNA
            STRING '== ' WS-DS-DEPTO-ANT
                   DELIMITED BY SIZE INTO WS-LIN-COLUNA
            END-STRING
            PERFORM P410-POE-LINHA

            SET CONTINUA-DEPTO       TO TRUE
            .
      *----------------------------------------------------------------
      * P360-IMPRIME-ENTRADA: uma entrada da lista (nome, telefone,
      * ramal e celular) e o registro do indice com a pagina em que
      * ela caiu.
      *----------------------------------------------------------------
       P360-IMPRIME-ENTRADA.
            ADD 1                    TO WS-TOT-CONTATOS

            MOVE SPACES              TO WS-LIN-COLUNA
            MOVE SRT-NM              TO WS-ENT-NOME
            MOVE SRT-TEL             TO WS-ENT-TEL
            MOVE SRT-RAMAL           TO WS-ENT-RAMAL
            MOVE SRT-CELULAR         TO WS-ENT-CELULAR
            PERFORM P410-POE-LINHA

            MOVE SRT-NM-ORD          TO IDX-NM-ORD
            MOVE SRT-NM              TO IDX-NM
            MOVE SRT-DEPTO           TO IDX-DEPTO
            MOVE WS-NUM-PAGINA       TO IDX-PAGINA
            WRITE IDX-LINHA
            .
      *----------------------------------------------------------------
      * P370-INDICE: ordena as entradas guardadas pelo nome e imprime
      * o indice alfabetico em paginas proprias, no mesmo formato de
      * duas colunas.
      *----------------------------------------------------------------
       P370-INDICE.
            SET CONTINUA-DEPTO    TO FALSE
            MOVE 'LISTA TELEFONICA INTERNA - INDICE ALFABETICO'
                                  TO WS-TITULO
            MOVE WS-CAB-COLUNA-INDICE TO WS-CAB-COLUNA
            PERFORM P400-NOVA-PAGINA

            SORT SRT-IDX
                ON ASCENDING KEY SRI-NM-ORD
                ON ASCENDING KEY SRI-PAGINA
                USING IDX-TMP
                OUTPUT PROCEDURE IS P375-IMPRIME-INDICE

            PERFORM P420-DESCARREGA-PAGINA
            .

       P375-IMPRIME-INDICE.
            SET EOF-SRT-OK        TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-IDX
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        MOVE SPACES      TO WS-LIN-COLUNA
                        MOVE SRI-NM      TO WS-EIX-NOME
                        MOVE SRI-DEPTO   TO WS-EIX-DEPTO
                        MOVE 'PAG. '     TO WS-EIX-PAG-LIT
                        MOVE SRI-PAGINA  TO WS-EIX-PAGINA
                        PERFORM P410-POE-LINHA
                END-RETURN
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P400-NOVA-PAGINA: limpa o corpo da pagina e aponta a primeira
      * vaga da coluna da esquerda.
      *----------------------------------------------------------------
       P400-NOVA-PAGINA.
            ADD 1                    TO WS-NUM-PAGINA
            MOVE SPACES              TO WS-PAGINA-CORPO
            MOVE 1                   TO WS-COLUNA WS-LINHA
            .
      *----------------------------------------------------------------
      * P410-POE-LINHA: poe WS-LIN-COLUNA na proxima vaga. Coluna
      * cheia passa para a da direita; pagina cheia e gravada e uma
      * nova comeca. Grupo de departamento que continua na coluna
      * nova ganha o titulo repetido com '(CONT.)'.
      *----------------------------------------------------------------
       P410-POE-LINHA.
            IF WS-LINHA GREATER WS-LIN-POR-COLUNA
                IF WS-COLUNA EQUAL 1
                    MOVE 2           TO WS-COLUNA
                    MOVE 1           TO WS-LINHA
                ELSE
                    PERFORM P420-DESCARREGA-PAGINA
                    PERFORM P400-NOVA-PAGINA
                END-IF
                IF CONTINUA-DEPTO
                    MOVE SPACES      TO WS-PAG-COL (WS-LINHA WS-COLUNA)
                    STRING '== ' WS-DS-DEPTO-ANT DELIMITED BY '  '
                           ' (CONT.)' DELIMITED BY SIZE
                           INTO WS-PAG-COL (WS-LINHA WS-COLUNA)
                    END-STRING
                    ADD 1            TO WS-LINHA
                END-IF
            END-IF

            MOVE WS-LIN-COLUNA       TO WS-PAG-COL (WS-LINHA WS-COLUNA)
            ADD 1                    TO WS-LINHA
            .
      *----------------------------------------------------------------
      * P420-DESCARREGA-PAGINA: grava o cabecalho e o corpo da pagina
      * corrente, sempre com as 54 linhas de corpo - a ultima pagina
      * de cada parte sai completada em branco, para que a seguinte
      * comece no topo do formulario.
      *----------------------------------------------------------------
       P420-DESCARREGA-PAGINA.
            MOVE WS-TITULO           TO WS-CAB-TITULO
            MOVE WS-NUM-PAGINA       TO WS-CAB-PAGINA
            WRITE REL-LINHA          FROM WS-CABECALHO-1
            WRITE REL-LINHA          FROM WS-CABECALHO-2
            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CAB-COLUNA       TO WS-LPG-COL-1 WS-LPG-COL-2
            WRITE REL-LINHA          FROM WS-LIN-PAGINA
            MOVE ALL '-'             TO WS-LPG-COL-1 WS-LPG-COL-2
            WRITE REL-LINHA          FROM WS-LIN-PAGINA

            PERFORM VARYING WS-IX-LIN FROM 1 BY 1
                    UNTIL WS-IX-LIN GREATER WS-LIN-POR-COLUNA
                MOVE WS-PAG-COL (WS-IX-LIN 1) TO WS-LPG-COL-1
                MOVE WS-PAG-COL (WS-IX-LIN 2) TO WS-LPG-COL-2
                WRITE REL-LINHA      FROM WS-LIN-PAGINA
            END-PERFORM

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P297-NORMALIZA-NOME: normaliza um nome (maiusculas, sem
      * acento) para a ordenacao. Compartilhado via COPY PR_NORMNOME.
      *----------------------------------------------------------------
          COPY PR_NORMNOME.

       P900-FIM.
            IF HOUVE-ERRO AND MODO-EXECUCAO-BATCH
                DISPLAY 'TERMINO ANORMAL'
                MOVE 8             TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM RELTEL.
