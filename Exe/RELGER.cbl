      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: GERADOR DE RELATORIOS DE CONTATOS DIRIGIDO PELAS
      *          DEFINICOES GRAVADAS EM RDF.DAT (MANTIDAS POR CADREL):
      *          SELECIONA OS CONTATOS DE COT.DAT PELOS FILTROS DA
      *          DEFINICAO (SITUACAO, DEPARTAMENTO, GRUPO EM GRM.DAT,
      *          RESPONSAVEL E FAIXAS DE DT-CADASTRO E DT-ALTERACAO),
      *          CLASSIFICA PELA QUEBRA E PELOS CAMPOS DE ORDENACAO E
      *          IMPRIME OS CAMPOS ESCOLHIDOS NAS COLUNAS DEFINIDAS,
      *          COM SUBTOTAIS EM CADA QUEBRA E TOTAL GERAL, NO ESTILO
      *          DE 132 COLUNAS DE RELDEP. CADA EXECUCAO GRAVA UMA
      *          GERACAO RELGER_<DEFINICAO>_AAAAMMDD_HHMMSS.TXT NO
      *          DIRETORIO REL_DIR E A REGISTRA NO CATALOGO RELCAT.TXT.
      *          NO MODO BATCH (RELGER_MODO = 'B', DEFINICAO EM
      *          RELGER_DEF, OU DEFINICAO RECEBIDA DE BATCHCTT EM
      *          BATCH_PARAM) NAO HA PERGUNTAS AO OPERADOR E A FALHA
      *          DEVOLVE RETURN-CODE 8 AO ENCADEADOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGER.

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

            SELECT RDF-DAT ASSIGN TO WS-CAMINHO-RDF
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-RDF
            FILE STATUS  IS WS-STATUS-RDF.

            SELECT GRM-DAT ASSIGN TO WS-CAMINHO-GRM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CHAVE-MEMBRO
            FILE STATUS  IS WS-STATUS-GRM.

            SELECT REL-GER ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-REL.

            SELECT SRT-GER ASSIGN TO WS-CAMINHO-SRT.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
          COPY FD_CONTT.

       FD RDF-DAT.
          COPY FD_RELDEF.

       FD GRM-DAT.
          COPY FD_GRPMEM.

       FD REL-GER.
       01 REL-LINHA                PIC X(132).

       FD RELCAT.
       01 CAT-LINHA                PIC X(115).

       SD SRT-GER.
       01 SRT-REGISTRO.
          03 SRT-QUEBRA            PIC X(40).
          03 SRT-CHAVE-1           PIC X(40).
          03 SRT-CHAVE-2           PIC X(40).
          03 SRT-CHAVE-3           PIC X(40).
          03 SRT-CONTATO.
             05 SRT-ID             PIC 9(06).
             05 FILLER             PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-RDF           PIC X(80).
       01 WS-CAMINHO-RDF-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RDF.DAT'.
       01 WS-CAMINHO-GRM           PIC X(80).
       01 WS-CAMINHO-GRM-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
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
       77 WS-STATUS-RDF           PIC 99.
          88 STATUS-RDF-OK        VALUE 0.
       77 WS-STATUS-GRM           PIC 99.
          88 STATUS-GRM-OK        VALUE 0.
       77 WS-EOF                  PIC X.
          88 EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT              PIC X.
          88 EOF-SRT-OK           VALUE 'S' FALSE 'N'.
       77 WS-EXIT                 PIC X.
          88 EXIT-OK              VALUE 'F' FALSE 'N'.
       77 WS-PRIMEIRO             PIC X    VALUE 'S'.
          88 PRIMEIRO-REGISTRO    VALUE 'S' FALSE 'N'.
       77 WS-DEF-OK               PIC X    VALUE 'N'.
          88 DEF-OK               VALUE 'S' FALSE 'N'.
       77 WS-SELECIONADO          PIC X    VALUE 'N'.
          88 SELECIONADO          VALUE 'S' FALSE 'N'.
       77 WS-CAMPO-ACHADO         PIC X    VALUE 'N'.
          88 CAMPO-ACHADO         VALUE 'S' FALSE 'N'.
       77 WS-ERRO                 PIC X    VALUE 'N'.
          88 HOUVE-ERRO           VALUE 'S' FALSE 'N'.
       77 WS-CD-DEF               PIC X(08) VALUE SPACES.
       77 WS-BATCH-PARAM          PIC X(08) VALUE SPACES.
       77 WS-CD-CAMPO             PIC X(02) VALUE SPACES.
       77 WS-VALOR                PIC X(40) VALUE SPACES.
       01 WS-QUEBRA-ANT           PIC X(40) VALUE SPACES.
       77 WS-QTD-CAMPOS           PIC 9(02) VALUE ZEROS.
       77 WS-IX                   PIC 9(02) COMP VALUE ZEROS.
       01 WS-TAB-LARGURAS.
          03 WS-LARGURA           PIC 9(02) OCCURS 8.
       77 WS-LARG-QUEBRA          PIC 9(02) VALUE ZEROS.
       77 WS-TITULO-QUEBRA        PIC X(15) VALUE SPACES.
       77 WS-SUB-ATIVOS           PIC 9(06) VALUE ZEROS.
       77 WS-SUB-INATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ATIVOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-QUEBRAS          PIC 9(04) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO           PIC 9(04).
          03 WS-DATA-MES           PIC 9(02).
          03 WS-DATA-DIA           PIC 9(02).
       01 WS-DATA-CAMPO            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CAMPO.
          03 WS-DTC-ANO            PIC 9(04).
          03 WS-DTC-MES            PIC 9(02).
          03 WS-DTC-DIA            PIC 9(02).
       01 WS-CABECALHO-1.
          03 FILLER                PIC X(10) VALUE 'RELATORIO '.
          03 WS-CAB-DEF            PIC X(08).
          03 FILLER                PIC X(03) VALUE ' - '.
          03 WS-CAB-TITULO         PIC X(40).
       01 WS-CABECALHO-2.
          03 FILLER                PIC X(12) VALUE 'DATA: '.
          03 WS-CAB-DIA            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-MES            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-ANO            PIC 9(04).
       01 WS-CABECALHO-3.
          03 FILLER                PIC X(21) VALUE
             'FILTROS - SITUACAO: '.
          03 WS-CAB-STATUS         PIC X(01).
          03 FILLER                PIC X(08) VALUE ' DEPTO: '.
          03 WS-CAB-DEPTO          PIC X(15).
          03 FILLER                PIC X(08) VALUE ' GRUPO: '.
          03 WS-CAB-GRUPO          PIC X(08).
          03 FILLER                PIC X(07) VALUE ' RESP: '.
          03 WS-CAB-RESP           PIC X(04).
       01 WS-CABECALHO-4.
          03 FILLER                PIC X(21) VALUE
             '          CADASTRO: '.
          03 WS-CAB-CAD-INI        PIC 9(08).
          03 FILLER                PIC X(03) VALUE ' A '.
          03 WS-CAB-CAD-FIM        PIC 9(08).
          03 FILLER                PIC X(13) VALUE ' ALTERACAO: '.
          03 WS-CAB-ALT-INI        PIC 9(08).
          03 FILLER                PIC X(03) VALUE ' A '.
          03 WS-CAB-ALT-FIM        PIC 9(08).
       01 WS-LIN-QUEBRA.
          03 WS-LIN-QBR-TITULO     PIC X(15).
          03 FILLER                PIC X(02) VALUE ': '.
          03 WS-LIN-QBR-VALOR      PIC X(40).
       01 WS-LIN-SUBTOTAL.
          03 FILLER                PIC X(21) VALUE
             '  SUBTOTAL - ATIVOS: '.
          03 WS-SUB-ATV-ED         PIC ZZZZZ9.
          03 FILLER                PIC X(12) VALUE '  INATIVOS: '.
          03 WS-SUB-INA-ED         PIC ZZZZZ9.
       01 WS-LIN-TOTAL-1.
          03 FILLER                PIC X(22) VALUE
             'TOTAL GERAL - ATIVOS: '.
          03 WS-TOT-ATV-ED         PIC ZZZZZ9.
          03 FILLER                PIC X(12) VALUE '  INATIVOS: '.
          03 WS-TOT-INA-ED         PIC ZZZZZ9.
       01 WS-LIN-TOTAL-2.
          03 FILLER                PIC X(26) VALUE
             'TOTAL DE QUEBRAS: '.
          03 WS-TOT-QBR-ED         PIC ZZZ9.
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

          COPY WS_RELCPO.
          COPY WS_NORMNOME.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '**** GERADOR DE RELATORIOS ****'
            SET EXIT-OK           TO FALSE
            SET HOUVE-ERRO        TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente COT_DAT, RDF_DAT, GRM_DAT, REL_DIR,
      * RELCAT_PATH e SRT_PATH, usando o caminho tradicional como
      * valor padrao quando a variavel nao estiver definida. Verifica
      * RELGER_MODO e RELGER_DEF (modo batch e definicao a executar)
      * e BATCH_PARAM, o parametro do passo exportado por BATCHCTT:
      * preenchido, ele e a definicao e o modo passa a ser batch.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF

            MOVE WS-CAMINHO-RDF-DFL      TO WS-CAMINHO-RDF
            DISPLAY 'RDF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RDF        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RDF EQUAL SPACES
                MOVE WS-CAMINHO-RDF-DFL  TO WS-CAMINHO-RDF
            END-IF

            MOVE WS-CAMINHO-GRM-DFL      TO WS-CAMINHO-GRM
            DISPLAY 'GRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-GRM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-GRM EQUAL SPACES
                MOVE WS-CAMINHO-GRM-DFL  TO WS-CAMINHO-GRM
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

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'RELGER_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE

            MOVE SPACES                  TO WS-CD-DEF
            DISPLAY 'RELGER_DEF'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CD-DEF             FROM ENVIRONMENT-VALUE

            MOVE SPACES                  TO WS-BATCH-PARAM
            DISPLAY 'BATCH_PARAM'        UPON ENVIRONMENT-NAME
            ACCEPT WS-BATCH-PARAM        FROM ENVIRONMENT-VALUE
            IF WS-BATCH-PARAM NOT EQUAL SPACES
                MOVE WS-BATCH-PARAM      TO WS-CD-DEF
                MOVE 'B'                 TO WS-MODO-EXECUCAO
            END-IF
            .

       P300-RELATORIO.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            SET PRIMEIRO-REGISTRO TO TRUE
            MOVE SPACES           TO WS-QUEBRA-ANT
            MOVE ZEROS            TO WS-SUB-ATIVOS WS-SUB-INATIVOS
                                     WS-TOT-ATIVOS WS-TOT-INATIVOS
                                     WS-TOT-QUEBRAS

            IF NOT MODO-EXECUCAO-BATCH THEN
                DISPLAY 'Codigo da definicao de relatorio: '
                MOVE SPACES       TO WS-CD-DEF
                ACCEPT WS-CD-DEF
            END-IF

            PERFORM P305-LE-DEFINICAO

            IF DEF-OK THEN
                PERFORM P330-EXECUTA-DEFINICAO
            ELSE
                SET HOUVE-ERRO    TO TRUE
            END-IF

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
      * P305-LE-DEFINICAO: le a definicao WS-CD-DEF em RDF.DAT; so a
      * definicao ativa executa. Monta a tabela de larguras dos
      * campos impressos a partir de WS_RELCPO.
      *----------------------------------------------------------------
       P305-LE-DEFINICAO.
            SET DEF-OK               TO FALSE
            SET STATUS-RDF-OK        TO TRUE

            OPEN INPUT RDF-DAT

            IF STATUS-RDF-OK THEN
                MOVE WS-CD-DEF       TO CD-RDF
                READ RDF-DAT
                    INVALID KEY
                        DISPLAY 'DEFINICAO NAO EXISTE: ' WS-CD-DEF
                    NOT INVALID KEY
                        IF RDF-RETIRADA
                            DISPLAY 'DEFINICAO RETIRADA EM '
                                    DT-RETIRADA-RDF ': ' WS-CD-DEF
                        ELSE
                            SET DEF-OK TO TRUE
                        END-IF
                END-READ
                CLOSE RDF-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEFINICOES'
                DISPLAY ' FILE STATUS: ' WS-STATUS-RDF
            END-IF

            IF DEF-OK THEN
                MOVE ZEROS           TO WS-QTD-CAMPOS
                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX GREATER 8
                           OR CAMPO-CD-RDF(WS-IX) EQUAL SPACES
                    MOVE CAMPO-CD-RDF(WS-IX) TO WS-CD-CAMPO
                    PERFORM P415-PROCURA-CAMPO
                    MOVE WS-CPO-LARGURA(WS-CPO-IX)
                                     TO WS-LARGURA(WS-IX)
                    ADD 1            TO WS-QTD-CAMPOS
                END-PERFORM

                IF QUEBRA-RDF NOT EQUAL SPACES THEN
                    MOVE QUEBRA-RDF  TO WS-CD-CAMPO
                    PERFORM P415-PROCURA-CAMPO
                    MOVE WS-CPO-LARGURA(WS-CPO-IX) TO WS-LARG-QUEBRA
                    MOVE WS-CPO-TITULO(WS-CPO-IX)  TO WS-TITULO-QUEBRA
                END-IF

                DISPLAY 'Definicao: ' CD-RDF ' - ' TITULO-RDF
            END-IF
            .
      *----------------------------------------------------------------
      * P330-EXECUTA-DEFINICAO: abre COT.DAT (e GRM.DAT, se a
      * definicao filtra por grupo), classifica os contatos
      * selecionados e grava o relatorio.
      *----------------------------------------------------------------
       P330-EXECUTA-DEFINICAO.
            SET STATUS-GRM-OK     TO TRUE

            OPEN INPUT COT

            IF FLT-GRUPO-RDF NOT EQUAL SPACES THEN
                OPEN INPUT GRM-DAT
            END-IF

            IF FS-OK AND STATUS-GRM-OK THEN
                PERFORM P310-ABRE-RELATORIO

                IF FS-REL-OK THEN
                    SORT SRT-GER
                        ON ASCENDING KEY SRT-QUEBRA
                        ON ASCENDING KEY SRT-CHAVE-1
                        ON ASCENDING KEY SRT-CHAVE-2
                        ON ASCENDING KEY SRT-CHAVE-3
                        ON ASCENDING KEY SRT-ID
                        INPUT PROCEDURE IS P341-SELECIONA-REGISTROS
                        OUTPUT PROCEDURE IS P342-IMPRIME-QUEBRADO

                    PERFORM P320-FECHA-RELATORIO
                ELSE
                    SET HOUVE-ERRO TO TRUE
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CONTATOS'
                DISPLAY ' COT: ' WS-FS ' GRM: ' WS-STATUS-GRM
                SET HOUVE-ERRO    TO TRUE
            END-IF

            CLOSE COT

            IF FLT-GRUPO-RDF NOT EQUAL SPACES THEN
                CLOSE GRM-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P310-ABRE-RELATORIO: abre o arquivo de impressao e grava o
      * cabecalho com o titulo da definicao, a data de execucao, os
      * filtros em vigor e os titulos das colunas.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'RELGER_'
                   DELIMITED BY SIZE
                   CD-RDF
                   DELIMITED BY SPACE
                   '_' WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-GER

            IF FS-REL-OK THEN
                MOVE CD-RDF             TO WS-CAB-DEF
                MOVE TITULO-RDF         TO WS-CAB-TITULO
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO
                MOVE FLT-STATUS-RDF     TO WS-CAB-STATUS
                MOVE FLT-DEPTO-RDF      TO WS-CAB-DEPTO
                MOVE FLT-GRUPO-RDF      TO WS-CAB-GRUPO
                MOVE FLT-RESP-RDF       TO WS-CAB-RESP
                MOVE FLT-CAD-INI-RDF    TO WS-CAB-CAD-INI
                MOVE FLT-CAD-FIM-RDF    TO WS-CAB-CAD-FIM
                MOVE FLT-ALT-INI-RDF    TO WS-CAB-ALT-INI
                MOVE FLT-ALT-FIM-RDF    TO WS-CAB-ALT-FIM

                WRITE REL-LINHA         FROM WS-CABECALHO-1
                WRITE REL-LINHA         FROM WS-CABECALHO-2
                WRITE REL-LINHA         FROM WS-CABECALHO-3
                WRITE REL-LINHA         FROM WS-CABECALHO-4
                MOVE SPACES             TO REL-LINHA
                WRITE REL-LINHA

                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX GREATER WS-QTD-CAMPOS
                    MOVE CAMPO-CD-RDF(WS-IX) TO WS-CD-CAMPO
                    PERFORM P415-PROCURA-CAMPO
                    MOVE WS-CPO-TITULO(WS-CPO-IX)
                      TO REL-LINHA(CAMPO-COL-RDF(WS-IX):
                                   WS-LARGURA(WS-IX))
                END-PERFORM
                WRITE REL-LINHA

                MOVE SPACES             TO REL-LINHA
                PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX GREATER WS-QTD-CAMPOS
                    MOVE ALL '-'
                      TO REL-LINHA(CAMPO-COL-RDF(WS-IX):
                                   WS-LARGURA(WS-IX))
                END-PERFORM
                WRITE REL-LINHA
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY ' FILE STATUS: ' WS-FS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P320-FECHA-RELATORIO: grava o subtotal da ultima quebra e o
      * total geral.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            IF NOT PRIMEIRO-REGISTRO
               AND QUEBRA-RDF NOT EQUAL SPACES THEN
                PERFORM P350-IMPRIME-SUBTOTAL
            END-IF

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-TOT-ATIVOS       TO WS-TOT-ATV-ED
            MOVE WS-TOT-INATIVOS     TO WS-TOT-INA-ED
            WRITE REL-LINHA          FROM WS-LIN-TOTAL-1

            IF QUEBRA-RDF NOT EQUAL SPACES THEN
                MOVE WS-TOT-QUEBRAS  TO WS-TOT-QBR-ED
                WRITE REL-LINHA      FROM WS-LIN-TOTAL-2
            END-IF

            CLOSE REL-GER
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
                COMPUTE WS-CONT-IMPRESSOS =
                    WS-TOT-ATIVOS + WS-TOT-INATIVOS
                MOVE 'RELGER'             TO CAT-PROGRAMA
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
      * P341-SELECIONA-REGISTROS: percorre COT.DAT e envia ao SORT os
      * contatos que passam nos filtros, com as chaves de quebra e
      * de ordenacao montadas pelos campos da definicao.
      *----------------------------------------------------------------
       P341-SELECIONA-REGISTROS.
            PERFORM UNTIL EOF-OK
                READ COT NEXT RECORD INTO WS-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P343-APLICA-FILTROS
                        IF SELECIONADO
                            PERFORM P344-LIBERA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P342-IMPRIME-QUEBRADO: devolve os registros ja classificados
      * e imprime as linhas de detalhe; com quebra definida, abre
      * uma secao a cada mudanca do campo de quebra, com subtotal de
      * ativos e inativos ao fechar a secao anterior.
      *----------------------------------------------------------------
       P342-IMPRIME-QUEBRADO.
            SET EOF-SRT-OK        TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-GER
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        MOVE SRT-CONTATO TO WS-REGISTRO
                        IF QUEBRA-RDF NOT EQUAL SPACES
                            IF PRIMEIRO-REGISTRO
                             OR SRT-QUEBRA NOT EQUAL WS-QUEBRA-ANT
                                IF NOT PRIMEIRO-REGISTRO
                                    PERFORM P350-IMPRIME-SUBTOTAL
                                END-IF
                                PERFORM P345-IMPRIME-CABEC-QUEBRA
                            END-IF
                        END-IF
                        SET PRIMEIRO-REGISTRO TO FALSE
                        PERFORM P360-IMPRIME-REGISTRO
                END-RETURN
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P343-APLICA-FILTROS: decide se o contato corrente entra no
      * relatorio. Filtro em branco ou zeros nao restringe; o grupo
      * e conferido pela chave grupo+ID em GRM.DAT.
      *----------------------------------------------------------------
       P343-APLICA-FILTROS.
            SET SELECIONADO          TO TRUE

            IF FLT-STATUS-RDF NOT EQUAL SPACE
               AND WS-STATUS-CONTATO NOT EQUAL FLT-STATUS-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-DEPTO-RDF NOT EQUAL SPACES
               AND WS-DEPTO-CONTATO NOT EQUAL FLT-DEPTO-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-RESP-RDF NOT EQUAL SPACES
               AND WS-RESP-CONTATO NOT EQUAL FLT-RESP-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-CAD-INI-RDF NOT EQUAL ZEROS
               AND WS-DT-CADASTRO LESS FLT-CAD-INI-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-CAD-FIM-RDF NOT EQUAL ZEROS
               AND WS-DT-CADASTRO GREATER FLT-CAD-FIM-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-ALT-INI-RDF NOT EQUAL ZEROS
               AND WS-DT-ALTERACAO LESS FLT-ALT-INI-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF FLT-ALT-FIM-RDF NOT EQUAL ZEROS
               AND WS-DT-ALTERACAO GREATER FLT-ALT-FIM-RDF
                SET SELECIONADO      TO FALSE
            END-IF

            IF SELECIONADO AND FLT-GRUPO-RDF NOT EQUAL SPACES
                MOVE FLT-GRUPO-RDF   TO GM-GRUPO
                MOVE WS-ID-CONTATO   TO GM-ID
                READ GRM-DAT
                    INVALID KEY
                        SET SELECIONADO TO FALSE
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P344-LIBERA-REGISTRO: monta as chaves de quebra e de
      * ordenacao do contato corrente e o envia ao SORT.
      *----------------------------------------------------------------
       P344-LIBERA-REGISTRO.
            MOVE QUEBRA-RDF          TO WS-CD-CAMPO
            PERFORM P510-CHAVE-CAMPO
            MOVE WS-VALOR            TO SRT-QUEBRA

            MOVE ORDEM-RDF(1)        TO WS-CD-CAMPO
            PERFORM P510-CHAVE-CAMPO
            MOVE WS-VALOR            TO SRT-CHAVE-1

            MOVE ORDEM-RDF(2)        TO WS-CD-CAMPO
            PERFORM P510-CHAVE-CAMPO
            MOVE WS-VALOR            TO SRT-CHAVE-2

            MOVE ORDEM-RDF(3)        TO WS-CD-CAMPO
            PERFORM P510-CHAVE-CAMPO
            MOVE WS-VALOR            TO SRT-CHAVE-3

            MOVE WS-REGISTRO         TO SRT-CONTATO
            RELEASE SRT-REGISTRO
            .
      *----------------------------------------------------------------
      * P345-IMPRIME-CABEC-QUEBRA: abre a secao de uma quebra, com o
      * titulo e o valor do campo de quebra, e reinicia os subtotais.
      *----------------------------------------------------------------
       P345-IMPRIME-CABEC-QUEBRA.
            MOVE SRT-QUEBRA          TO WS-QUEBRA-ANT
            MOVE ZEROS               TO WS-SUB-ATIVOS WS-SUB-INATIVOS
            ADD 1                    TO WS-TOT-QUEBRAS

            MOVE QUEBRA-RDF          TO WS-CD-CAMPO
            PERFORM P520-TEXTO-CAMPO

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-TITULO-QUEBRA    TO WS-LIN-QBR-TITULO
            MOVE SPACES              TO WS-LIN-QBR-VALOR
            MOVE WS-VALOR(1:WS-LARG-QUEBRA)
                                     TO WS-LIN-QBR-VALOR
            WRITE REL-LINHA          FROM WS-LIN-QUEBRA
            .
      *----------------------------------------------------------------
      * P350-IMPRIME-SUBTOTAL: grava o subtotal de ativos e inativos
      * da quebra que acabou de fechar.
      *----------------------------------------------------------------
       P350-IMPRIME-SUBTOTAL.
            MOVE WS-SUB-ATIVOS       TO WS-SUB-ATV-ED
            MOVE WS-SUB-INATIVOS     TO WS-SUB-INA-ED
            WRITE REL-LINHA          FROM WS-LIN-SUBTOTAL
            .
      *----------------------------------------------------------------
      * P360-IMPRIME-REGISTRO: grava a linha de detalhe do contato
      * corrente, cada campo da definicao na sua coluna, e acumula os
      * contadores da quebra e do total geral.
      *----------------------------------------------------------------
       P360-IMPRIME-REGISTRO.
            IF WS-STATUS-CONTATO EQUAL 'A'
                ADD 1 TO WS-SUB-ATIVOS
                ADD 1 TO WS-TOT-ATIVOS
            ELSE
                ADD 1 TO WS-SUB-INATIVOS
                ADD 1 TO WS-TOT-INATIVOS
            END-IF

            MOVE SPACES     TO REL-LINHA
            PERFORM VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX GREATER WS-QTD-CAMPOS
                MOVE CAMPO-CD-RDF(WS-IX) TO WS-CD-CAMPO
                PERFORM P520-TEXTO-CAMPO
                MOVE WS-VALOR(1:WS-LARGURA(WS-IX))
                  TO REL-LINHA(CAMPO-COL-RDF(WS-IX):
                               WS-LARGURA(WS-IX))
            END-PERFORM
            WRITE REL-LINHA
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
      * P510-CHAVE-CAMPO: valor de classificacao do campo WS-CD-CAMPO
      * do contato corrente: datas em AAAAMMDD e nome normalizado
      * (sem caixa nem acento, como em LISCNTT). Campo em branco da
      * chave em branco.
      *----------------------------------------------------------------
       P510-CHAVE-CAMPO.
            MOVE SPACES              TO WS-VALOR

            EVALUATE WS-CD-CAMPO
                WHEN 'NM'
                    MOVE WS-NM-CONTATO   TO WS-NORM-ENTRADA
                    PERFORM P297-NORMALIZA-NOME
                    MOVE WS-NORM-SAIDA   TO WS-VALOR
                WHEN 'DC'
                    MOVE WS-DT-CADASTRO  TO WS-VALOR
                WHEN 'DA'
                    MOVE WS-DT-ALTERACAO TO WS-VALOR
                WHEN SPACES
                    CONTINUE
                WHEN OTHER
                    PERFORM P520-TEXTO-CAMPO
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P520-TEXTO-CAMPO: texto impresso do campo WS-CD-CAMPO do
      * contato corrente: datas como DD/MM/AAAA e situacao por
      * extenso.
      *----------------------------------------------------------------
       P520-TEXTO-CAMPO.
            MOVE SPACES              TO WS-VALOR

            EVALUATE WS-CD-CAMPO
                WHEN 'ID'
                    MOVE WS-ID-CONTATO     TO WS-VALOR
                WHEN 'NM'
                    MOVE WS-NM-CONTATO     TO WS-VALOR
                WHEN 'TL'
                    MOVE WS-TEL-CONTATO    TO WS-VALOR
                WHEN 'EM'
                    MOVE WS-EMAIL-CONTATO  TO WS-VALOR
                WHEN 'DP'
                    MOVE WS-DEPTO-CONTATO  TO WS-VALOR
                WHEN 'DC'
                    MOVE WS-DT-CADASTRO    TO WS-DATA-CAMPO
                    PERFORM P525-FORMATA-DATA
                WHEN 'DA'
                    MOVE WS-DT-ALTERACAO   TO WS-DATA-CAMPO
                    PERFORM P525-FORMATA-DATA
                WHEN 'ST'
                    IF WS-STATUS-CONTATO EQUAL 'A'
                        MOVE 'ATIVO'       TO WS-VALOR
                    ELSE
                        MOVE 'INATIVO'     TO WS-VALOR
                    END-IF
                WHEN 'RS'
                    MOVE WS-RESP-CONTATO   TO WS-VALOR
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P525-FORMATA-DATA: WS-DATA-CAMPO (AAAAMMDD) em DD/MM/AAAA;
      * data zerada sai em branco.
      *----------------------------------------------------------------
       P525-FORMATA-DATA.
            IF WS-DATA-CAMPO NOT EQUAL ZEROS
                STRING WS-DTC-DIA '/' WS-DTC-MES '/' WS-DTC-ANO
                       DELIMITED BY SIZE
                       INTO WS-VALOR
                END-STRING
            END-IF
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
       END PROGRAM RELGER.
