      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: DISTRIBUICAO DOS RELATORIOS CATALOGADOS NO RELCAT.TXT
      *          CONFORME AS REGRAS DE DIST.TXT (UMA POR LINHA:
      *          PROGRAMA DO RELATORIO, TIPO DO DESTINATARIO - 'C'
      *          CONTATO OU 'O' OPERADOR -, CODIGO DO DESTINATARIO,
      *          DEPARTAMENTO, FREQUENCIA 'D' DIARIA, 'S' SEMANAL OU
      *          'M' MENSAL E, SO PARA O RELGER, OBRIGATORIA, A
      *          DEFINICAO NA COLUNA 37, QUE SE CONFERE NO NOME
      *          RELGER_<DEFINICAO>_ DA GERACAO; LINHA COM '*' NA
      *          COLUNA 1 E COMENTARIO).
      *          EXECUTADO POR BATCHCTT AO FIM DE CADA CADEIA, E
      *          TAMBEM EXECUTAVEL SOZINHO. TRATA AS GERACOES
      *          CATALOGADAS DESDE A EXECUCAO ANTERIOR (CONTROLE
      *          DSTCTL.TXT; NA PRIMEIRA EXECUCAO, SO AS DE HOJE) E
      *          GRAVA UM PACOTE POR DESTINATARIO (DST_<TIPO><CODIGO>
      *          _AAAAMMDD_HHMMSS.TXT, NO DIRETORIO DIST_DIR), COM UMA
      *          LINHA DE CAPA E, PARA CADA RELATORIO, UMA LINHA DE
      *          IDENTIFICACAO SEGUIDA DO CONTEUDO. REGRA COM
      *          DEPARTAMENTO RECEBE SO O RECORTE DAQUELE DEPARTAMENTO
      *          (CABECALHO E A SECAO OU AS LINHAS DELE, SEM OS TOTAIS
      *          GERAIS), O QUE VALE PARA RELDEP, RELGER QUEBRADO POR
      *          DEPARTAMENTO E LISCNTT; OUTRO RELATORIO, OU GERACAO
      *          DE RELDEP OU RELGER SEM NENHUMA LINHA DE QUEBRA DE
      *          DEPARTAMENTO, NAO SE DEIXA RECORTAR E NAO E
      *          ENVIADO. REGRA SEMANAL OU MENSAL
      *          ENVIA SO A GERACAO MAIS RECENTE, E SO SE O ULTIMO
      *          ENVIO DA REGRA TEM SETE DIAS OU MAIS (SEMANAL) OU E DE
      *          OUTRO MES (MENSAL). TODO ENVIO, E TODA RECUSA COM O
      *          MOTIVO, VAI PARA O LOG DSTLOG.TXT (LAYOUT WS_DSTLOG),
      *          QUE SPOOLCTT MOSTRA JUNTO DE CADA GERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT REGRAS ASSIGN TO AS-CAMINHO-RGR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-RGR.

           SELECT RELCAT ASSIGN TO AS-CAMINHO-CAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-CAT.

           SELECT RELATORIO ASSIGN TO AS-CAMINHO-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REL.

           SELECT PACOTE ASSIGN TO AS-CAMINHO-PCT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-PCT.

           SELECT DSTLOG ASSIGN TO AS-CAMINHO-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-LOG.

           SELECT CONTROLE ASSIGN TO AS-CAMINHO-CTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-CTL.

           SELECT COT-DAT ASSIGN TO AS-CAMINHO-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONTATO
           ALTERNATE RECORD KEY IS NM-CONTATO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMAIL-CONTATO
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-DAT.

           SELECT OPR-DAT ASSIGN TO AS-CAMINHO-OPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-OPERADOR
           FILE STATUS  IS AS-STATUS-OPR.

       DATA DIVISION.
       FILE SECTION.

       FD REGRAS.
       01 RGR-LINHA                    PIC X(080).

       FD RELCAT.
       01 CAT-LINHA                    PIC X(115).

       FD RELATORIO.
       01 REL-LINHA                    PIC X(132).

       FD PACOTE.
       01 PCT-LINHA                    PIC X(132).

       FD DSTLOG.
       01 LOG-LINHA                    PIC X(216).

       FD CONTROLE.
       01 CTL-LINHA                    PIC X(040).

       FD COT-DAT.
          COPY FD_CONTT.

       FD OPR-DAT.
          COPY FD_OPR.

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-RGR           PIC X(080).
           05 AS-CAMINHO-CAT           PIC X(080).
           05 AS-CAMINHO-REL           PIC X(080).
           05 AS-CAMINHO-PCT           PIC X(080).
           05 AS-CAMINHO-LOG           PIC X(080).
           05 AS-CAMINHO-CTL           PIC X(080).
           05 AS-CAMINHO-DAT           PIC X(080).
           05 AS-CAMINHO-OPR           PIC X(080).
           05 AS-DIR-PCT               PIC X(080).
           05 AS-DIR-LEN               PIC 9(003) VALUE ZEROS.
           05 AS-STATUS-RGR            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-REL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-PCT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-LOG            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CTL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-OPR            PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-EOF-REL               PIC X(001) VALUE 'N'.
               88 AS-EOF-REL-OK        VALUE 'S' FALSE 'N'.
           05 AS-TEM-DAT               PIC X(001) VALUE 'N'.
               88 AS-TEM-DAT-OK        VALUE 'S' FALSE 'N'.
           05 AS-TEM-OPR               PIC X(001) VALUE 'N'.
               88 AS-TEM-OPR-OK        VALUE 'S' FALSE 'N'.
           05 AS-PACOTE-ABERTO         PIC X(001) VALUE 'N'.
               88 AS-PACOTE-ABERTO-OK  VALUE 'S' FALSE 'N'.
           05 AS-ENVIA                 PIC X(001) VALUE 'N'.
               88 AS-ENVIA-OK          VALUE 'S' FALSE 'N'.
           05 AS-VIU-DETALHE           PIC X(001) VALUE 'N'.
               88 AS-VIU-DETALHE-OK    VALUE 'S' FALSE 'N'.
           05 AS-ACHOU-QUEBRA          PIC X(001) VALUE 'N'.
               88 AS-ACHOU-QUEBRA-OK   VALUE 'S' FALSE 'N'.
           05 AS-GERACAO-DA-REGRA      PIC X(001) VALUE 'N'.
               88 AS-GERACAO-DA-REGRA-OK VALUE 'S' FALSE 'N'.
           05 AS-DIVISAO               PIC X(001) VALUE SPACE.
               88 AS-DIVISAO-INTEGRAL  VALUE 'I'.
               88 AS-DIVISAO-QUEBRA    VALUE 'Q'.
               88 AS-DIVISAO-LINHA     VALUE 'L'.
               88 AS-DIVISAO-NENHUMA   VALUE 'N'.
           05 AS-PARTE                 PIC X(001) VALUE SPACE.
               88 AS-PARTE-CABECALHO   VALUE 'C'.
               88 AS-PARTE-DO-DEPTO    VALUE 'S'.
               88 AS-PARTE-OUTRO-DEPTO VALUE 'X'.
               88 AS-PARTE-RODAPE      VALUE 'R'.
           05 AS-PREFIXO               PIC X(020) VALUE SPACES.
           05 AS-PREFIXO-LEN           PIC 9(002) VALUE ZEROS.
           05 AS-POS-DEPTO             PIC 9(003) VALUE ZEROS.
           05 AS-NOME-DEF              PIC X(020) VALUE SPACES.
           05 AS-NOME-DEF-LEN          PIC 9(002) VALUE ZEROS.
           05 AS-QTD-NOME-DEF          PIC 9(003) VALUE ZEROS.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-LOG              PIC 9(008) VALUE ZEROS.
           05 AS-CTL-CHAVE             PIC 9(014) VALUE ZEROS.
           05 AS-CAT-CHAVE             PIC 9(014) VALUE ZEROS.
           05 AS-MAX-CHAVE             PIC 9(014) VALUE ZEROS.
           05 AS-CHAVE-HORA            PIC 9(006) VALUE ZEROS.
           05 AS-CHAVE-DATA            PIC 9(008) VALUE ZEROS.
           05 AS-INT-HOJE              PIC 9(008) VALUE ZEROS.
           05 AS-INT-ULTIMO            PIC 9(008) VALUE ZEROS.
           05 AS-QTD-REGRAS            PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-REG               PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-RGR               PIC 9(003) COMP VALUE ZEROS.
           05 AS-QTD-GER               PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-GER               PIC 9(003) COMP VALUE ZEROS.
           05 AS-ULT-GER               PIC 9(003) COMP VALUE ZEROS.
           05 AS-LINHAS-DEPTO          PIC 9(006) VALUE ZEROS.
           05 AS-CONT-PACOTES          PIC 9(006) VALUE ZEROS.
           05 AS-CONT-ENVIOS           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-RECUSAS          PIC 9(006) VALUE ZEROS.
           05 AS-MOTIVO                PIC X(030) VALUE SPACES.

       01 AS-CAMINHO-RGR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DIST.TXT
      -    ''.
       01 AS-CAMINHO-CAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       01 AS-CAMINHO-LOG-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DSTLOG.T
      -    'XT'.
       01 AS-CAMINHO-CTL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DSTCTL.T
      -    'XT'.
       01 AS-CAMINHO-DAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 AS-CAMINHO-OPR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       01 AS-DIR-PCT-DFL               PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.

       01 RGR-REGISTRO.
           05 RGR-PROGRAMA-LIDO        PIC X(08).
           05 FILLER                   PIC X(01).
           05 RGR-TIPO-LIDO            PIC X(01).
           05 FILLER                   PIC X(01).
           05 RGR-DESTINO-LIDO         PIC X(06).
           05 FILLER                   PIC X(01).
           05 RGR-DEPTO-LIDO           PIC X(15).
           05 FILLER                   PIC X(01).
           05 RGR-FREQ-LIDA            PIC X(01).
           05 FILLER                   PIC X(01).
           05 RGR-DEF-LIDA             PIC X(08).
           05 FILLER                   PIC X(36).

       01 TAB-REGRAS.
           05 REGRA                    OCCURS 100.
               10 RGR-PROGRAMA         PIC X(08).
               10 RGR-TIPO             PIC X(01).
                   88 RGR-CONTATO      VALUE 'C'.
                   88 RGR-OPERADOR     VALUE 'O'.
               10 RGR-DESTINO          PIC X(06).
               10 RGR-DEPTO            PIC X(15).
               10 RGR-FREQ             PIC X(01).
                   88 RGR-DIARIA       VALUE 'D'.
                   88 RGR-SEMANAL      VALUE 'S'.
                   88 RGR-MENSAL       VALUE 'M'.
               10 RGR-DEFINICAO        PIC X(08).
               10 RGR-NOME             PIC X(20).
               10 RGR-ENDERECO         PIC X(40).
               10 RGR-ULT-ENVIO        PIC 9(08).
               10 RGR-FEITA            PIC X(01).
                   88 RGR-FEITA-OK     VALUE 'S' FALSE 'N'.

       01 TAB-GERACOES.
           05 TAB-GERACAO              OCCURS 200 PIC X(115).

       01 CAT-REGISTRO.
           05 CAT-PROGRAMA             PIC X(08).
           05 FILLER                   PIC X(01).
           05 CAT-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01).
           05 CAT-HORA                 PIC 9(06).
           05 FILLER                   PIC X(01).
           05 CAT-CONTAGEM             PIC 9(06).
           05 FILLER                   PIC X(01).
           05 CAT-CAMINHO              PIC X(80).
           05 FILLER                   PIC X(03).

       01 CTL-REGISTRO.
           05 CTL-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CTL-HORA                 PIC 9(06).

           COPY WS_DSTLOG.

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM 1000-INICIALIZA

            PERFORM 2000-PROCESSA

            PERFORM 3000-FINALIZA

            GOBACK.

      ******************************************************************
      ********************** INICIALIZA ********************************
      ******************************************************************

       1000-INICIALIZA               SECTION.

            MOVE AS-CAMINHO-RGR-DFL   TO AS-CAMINHO-RGR
            DISPLAY 'DIST_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-RGR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-RGR EQUAL SPACES
                MOVE AS-CAMINHO-RGR-DFL TO AS-CAMINHO-RGR
            END-IF

            MOVE AS-CAMINHO-CAT-DFL   TO AS-CAMINHO-CAT
            DISPLAY 'RELCAT_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CAT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CAT EQUAL SPACES
                MOVE AS-CAMINHO-CAT-DFL TO AS-CAMINHO-CAT
            END-IF

            MOVE AS-CAMINHO-LOG-DFL   TO AS-CAMINHO-LOG
            DISPLAY 'DSTLOG_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-LOG     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-LOG EQUAL SPACES
                MOVE AS-CAMINHO-LOG-DFL TO AS-CAMINHO-LOG
            END-IF

            MOVE AS-CAMINHO-CTL-DFL   TO AS-CAMINHO-CTL
            DISPLAY 'DSTCTL_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CTL     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CTL EQUAL SPACES
                MOVE AS-CAMINHO-CTL-DFL TO AS-CAMINHO-CTL
            END-IF

            MOVE AS-CAMINHO-DAT-DFL   TO AS-CAMINHO-DAT
            DISPLAY 'COT_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DAT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DAT EQUAL SPACES
                MOVE AS-CAMINHO-DAT-DFL TO AS-CAMINHO-DAT
            END-IF

            MOVE AS-CAMINHO-OPR-DFL   TO AS-CAMINHO-OPR
            DISPLAY 'OPR_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-OPR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-OPR EQUAL SPACES
                MOVE AS-CAMINHO-OPR-DFL TO AS-CAMINHO-OPR
            END-IF

            MOVE AS-DIR-PCT-DFL       TO AS-DIR-PCT
            DISPLAY 'DIST_DIR'        UPON ENVIRONMENT-NAME
            ACCEPT AS-DIR-PCT         FROM ENVIRONMENT-VALUE
            IF AS-DIR-PCT EQUAL SPACES
                MOVE AS-DIR-PCT-DFL   TO AS-DIR-PCT
            END-IF

            PERFORM VARYING AS-DIR-LEN FROM 80 BY -1
                    UNTIL AS-DIR-LEN = 0
                       OR AS-DIR-PCT(AS-DIR-LEN:1) NOT = SPACE
            END-PERFORM

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD
            ACCEPT AS-HORA-SISTEMA    FROM TIME
            COMPUTE AS-INT-HOJE =
                FUNCTION INTEGER-OF-DATE (AS-DATA-SISTEMA)

            PERFORM 1100-LE-CONTROLE
            PERFORM 1200-CARREGA-REGRAS
            PERFORM 1300-ULTIMOS-ENVIOS
            PERFORM 1400-CARREGA-GERACOES

            OPEN EXTEND DSTLOG

            IF AS-STATUS-LOG EQUAL 35
                OPEN OUTPUT DSTLOG
            END-IF

            IF AS-STATUS-LOG NOT EQUAL ZEROS
                MOVE 'DSTLOG'         TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-LOG    TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-LE-CONTROLE: le em DSTCTL.TXT a data e hora de catalogo
      * da ultima geracao ja tratada. Sem controle (primeira
      * execucao), valem so as geracoes catalogadas hoje, para que o
      * historico inteiro do RELCAT nao seja despejado de uma vez.
      *----------------------------------------------------------------
       1100-LE-CONTROLE               SECTION.

            COMPUTE AS-CTL-CHAVE = AS-DATA-SISTEMA * 1000000 - 1

            OPEN INPUT CONTROLE

            IF AS-STATUS-CTL EQUAL ZEROS
                READ CONTROLE INTO CTL-REGISTRO
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CTL-DATA IS NUMERIC
                           AND CTL-HORA IS NUMERIC
                            COMPUTE AS-CTL-CHAVE =
                                CTL-DATA * 1000000 + CTL-HORA
                        END-IF
                END-READ
                CLOSE CONTROLE
            ELSE
                DISPLAY 'SEM CONTROLE DE DISTRIBUICAO. TRATANDO SO '
                        'AS GERACOES DE HOJE.'
            END-IF

            MOVE AS-CTL-CHAVE         TO AS-MAX-CHAVE
            .
       1100-LE-CONTROLE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1200-CARREGA-REGRAS: carrega as regras de DIST.TXT. A regra
      * cujo destinatario nao existe ou esta inativo e ignorada com
      * aviso. Sem cadastro de operadores (status 35), o operador
      * vale sem conferencia, como no resto do sistema; sem COT.DAT,
      * regra para contato nao tem a quem entregar.
      *----------------------------------------------------------------
       1200-CARREGA-REGRAS            SECTION.

            SET AS-TEM-DAT-OK         TO FALSE
            SET AS-TEM-OPR-OK         TO FALSE

            OPEN INPUT COT-DAT
            IF AS-STATUS-DAT EQUAL ZEROS
                SET AS-TEM-DAT-OK     TO TRUE
            END-IF

            OPEN INPUT OPR-DAT
            IF AS-STATUS-OPR EQUAL ZEROS
                SET AS-TEM-OPR-OK     TO TRUE
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-REGRAS

            OPEN INPUT REGRAS

            IF AS-STATUS-RGR EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK OR AS-QTD-REGRAS = 100
                    READ REGRAS
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            IF RGR-LINHA NOT EQUAL SPACES
                               AND RGR-LINHA(1:1) NOT EQUAL '*'
                                MOVE RGR-LINHA TO RGR-REGISTRO
                                PERFORM 1250-VALIDA-REGRA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REGRAS
            ELSE
                DISPLAY 'SEM REGRAS DE DISTRIBUICAO (DIST.TXT). '
                        'STATUS: ' AS-STATUS-RGR
            END-IF

            IF AS-TEM-DAT-OK
                CLOSE COT-DAT
            END-IF
            IF AS-TEM-OPR-OK
                CLOSE OPR-DAT
            END-IF

            DISPLAY 'REGRAS DE DISTRIBUICAO VALIDAS: ' AS-QTD-REGRAS
            .
       1200-CARREGA-REGRAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1250-VALIDA-REGRA: confere a linha lida em RGR-REGISTRO e, se
      * valida, acrescenta a regra em TAB-REGRAS com o nome e o
      * endereco do destinatario. Frequencia em branco vale diaria.
      * A definicao e obrigatoria no RELGER e nao cabe nos demais.
      *----------------------------------------------------------------
       1250-VALIDA-REGRA              SECTION.

            MOVE SPACES               TO AS-MOTIVO

            IF RGR-FREQ-LIDA EQUAL SPACE
                MOVE 'D'              TO RGR-FREQ-LIDA
            END-IF

            EVALUATE TRUE
                WHEN RGR-PROGRAMA-LIDO EQUAL SPACES
                    MOVE 'PROGRAMA NAO INFORMADO' TO AS-MOTIVO
                WHEN RGR-FREQ-LIDA NOT EQUAL 'D'
                 AND RGR-FREQ-LIDA NOT EQUAL 'S'
                 AND RGR-FREQ-LIDA NOT EQUAL 'M'
                    MOVE 'FREQUENCIA INVALIDA' TO AS-MOTIVO
                WHEN RGR-PROGRAMA-LIDO EQUAL 'RELGER'
                 AND RGR-DEF-LIDA EQUAL SPACES
                    MOVE 'DEFINICAO DO RELGER AUSENTE' TO AS-MOTIVO
                WHEN RGR-PROGRAMA-LIDO NOT EQUAL 'RELGER'
                 AND RGR-DEF-LIDA NOT EQUAL SPACES
                    MOVE 'DEFINICAO SO VALE NO RELGER' TO AS-MOTIVO
                WHEN OTHER
                    PERFORM 1255-ACRESCENTA-REGRA
            END-EVALUATE

            IF AS-MOTIVO NOT EQUAL SPACES
                DISPLAY 'REGRA IGNORADA: ' RGR-LINHA(1:44)
                        ' - ' AS-MOTIVO
            END-IF
            .
       1250-VALIDA-REGRA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1255-ACRESCENTA-REGRA: acrescenta a regra lida em TAB-REGRAS
      * e confere o destinatario; se ele nao serve, a regra sai da
      * tabela e AS-MOTIVO diz por que.
      *----------------------------------------------------------------
       1255-ACRESCENTA-REGRA          SECTION.

            ADD 1                     TO AS-QTD-REGRAS
            MOVE AS-QTD-REGRAS        TO AS-IDX-RGR
            MOVE RGR-PROGRAMA-LIDO    TO RGR-PROGRAMA (AS-IDX-RGR)
            MOVE RGR-TIPO-LIDO        TO RGR-TIPO (AS-IDX-RGR)
            MOVE RGR-DESTINO-LIDO     TO RGR-DESTINO (AS-IDX-RGR)
            MOVE RGR-DEPTO-LIDO       TO RGR-DEPTO (AS-IDX-RGR)
            MOVE RGR-FREQ-LIDA        TO RGR-FREQ (AS-IDX-RGR)
            MOVE RGR-DEF-LIDA         TO RGR-DEFINICAO (AS-IDX-RGR)
            MOVE SPACES               TO RGR-NOME (AS-IDX-RGR)
                                         RGR-ENDERECO (AS-IDX-RGR)
            MOVE ZEROS                TO RGR-ULT-ENVIO (AS-IDX-RGR)
            SET RGR-FEITA-OK (AS-IDX-RGR) TO FALSE

            EVALUATE TRUE
                WHEN RGR-CONTATO (AS-IDX-RGR)
                    PERFORM 1260-CONFERE-CONTATO
                WHEN RGR-OPERADOR (AS-IDX-RGR)
                    PERFORM 1270-CONFERE-OPERADOR
                WHEN OTHER
                    MOVE 'TIPO DE DESTINATARIO INVALIDO'
                                      TO AS-MOTIVO
            END-EVALUATE

            IF AS-MOTIVO NOT EQUAL SPACES
                SUBTRACT 1            FROM AS-QTD-REGRAS
            END-IF
            .
       1255-ACRESCENTA-REGRA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1260-CONFERE-CONTATO: o contato da regra AS-IDX-RGR tem de
      * existir e estar ativo em COT.DAT; o pacote leva o nome e o
      * e-mail dele na capa.
      *----------------------------------------------------------------
       1260-CONFERE-CONTATO           SECTION.

            IF NOT AS-TEM-DAT-OK
                MOVE 'CADASTRO DE CONTATOS AUSENTE' TO AS-MOTIVO
                GO TO 1260-CONFERE-CONTATO-EXIT
            END-IF

            IF RGR-DESTINO (AS-IDX-RGR) IS NOT NUMERIC
                MOVE 'ID DE CONTATO INVALIDO' TO AS-MOTIVO
                GO TO 1260-CONFERE-CONTATO-EXIT
            END-IF

            MOVE RGR-DESTINO (AS-IDX-RGR) TO ID-CONTATO
            READ COT-DAT
                KEY IS ID-CONTATO
                INVALID KEY
                    MOVE 'CONTATO NAO EXISTE' TO AS-MOTIVO
                NOT INVALID KEY
                    IF CONTATO-INATIVO
                        MOVE 'CONTATO INATIVO' TO AS-MOTIVO
                    ELSE
                        MOVE NM-CONTATO    TO RGR-NOME (AS-IDX-RGR)
                        MOVE EMAIL-CONTATO TO RGR-ENDERECO (AS-IDX-RGR)
                    END-IF
            END-READ
            .
       1260-CONFERE-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1270-CONFERE-OPERADOR: o operador da regra AS-IDX-RGR tem de
      * existir e estar ativo em OPR.DAT, quando ha cadastro.
      *----------------------------------------------------------------
       1270-CONFERE-OPERADOR          SECTION.

            MOVE SPACES               TO RGR-ENDERECO (AS-IDX-RGR)
            STRING 'OPERADOR ' RGR-DESTINO (AS-IDX-RGR)
                   DELIMITED BY SIZE INTO RGR-ENDERECO (AS-IDX-RGR)
            END-STRING

            IF NOT AS-TEM-OPR-OK
                GO TO 1270-CONFERE-OPERADOR-EXIT
            END-IF

            MOVE RGR-DESTINO (AS-IDX-RGR) TO CD-OPERADOR
            READ OPR-DAT
                INVALID KEY
                    MOVE 'OPERADOR DESCONHECIDO' TO AS-MOTIVO
                NOT INVALID KEY
                    IF OPERADOR-INATIVO
                        MOVE 'OPERADOR INATIVO' TO AS-MOTIVO
                    ELSE
                        MOVE NM-OPERADOR   TO RGR-NOME (AS-IDX-RGR)
                    END-IF
            END-READ
            .
       1270-CONFERE-OPERADOR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1300-ULTIMOS-ENVIOS: apura no DSTLOG a data do ultimo envio de
      * cada regra (mesmo relatorio, definicao, destinatario e
      * departamento), usada pela frequencia semanal e mensal.
      *----------------------------------------------------------------
       1300-ULTIMOS-ENVIOS            SECTION.

            IF AS-QTD-REGRAS EQUAL ZEROS
                GO TO 1300-ULTIMOS-ENVIOS-EXIT
            END-IF

            SET AS-EOF-OK             TO FALSE

            OPEN INPUT DSTLOG

            IF AS-STATUS-LOG EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ DSTLOG INTO DST-REGISTRO
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            IF DST-ENVIADO
                                PERFORM 1350-GUARDA-ENVIO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DSTLOG
            END-IF
            .
       1300-ULTIMOS-ENVIOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1350-GUARDA-ENVIO: leva a data do envio lido em DST-REGISTRO
      * para as regras a que ele corresponde.
      *----------------------------------------------------------------
       1350-GUARDA-ENVIO              SECTION.

            PERFORM VARYING AS-IDX-RGR FROM 1 BY 1
                    UNTIL AS-IDX-RGR GREATER AS-QTD-REGRAS
                IF DST-PROGRAMA EQUAL RGR-PROGRAMA (AS-IDX-RGR)
                   AND DST-TIPO EQUAL RGR-TIPO (AS-IDX-RGR)
                   AND DST-DESTINO EQUAL RGR-DESTINO (AS-IDX-RGR)
                   AND DST-DEPTO EQUAL RGR-DEPTO (AS-IDX-RGR)
                   AND DST-DEFINICAO EQUAL RGR-DEFINICAO (AS-IDX-RGR)
                   AND DST-DATA GREATER RGR-ULT-ENVIO (AS-IDX-RGR)
                    MOVE DST-DATA     TO RGR-ULT-ENVIO (AS-IDX-RGR)
                END-IF
            END-PERFORM
            .
       1350-GUARDA-ENVIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1400-CARREGA-GERACOES: carrega do RELCAT.TXT, na ordem do
      * catalogo, as geracoes catalogadas depois do controle.
      *----------------------------------------------------------------
       1400-CARREGA-GERACOES          SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-GER

            OPEN INPUT RELCAT

            IF AS-STATUS-CAT EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK OR AS-QTD-GER = 200
                    READ RELCAT
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            MOVE CAT-LINHA TO CAT-REGISTRO
                            PERFORM 1450-GUARDA-GERACAO
                    END-READ
                END-PERFORM
                CLOSE RELCAT

                IF NOT AS-EOF-OK
                    DISPLAY 'LIMITE DE 200 GERACOES POR EXECUCAO. '
                            'O RESTANTE FICA PARA A PROXIMA.'
                END-IF
            ELSE
                DISPLAY 'CATALOGO DE RELATORIOS INDISPONIVEL. '
                        'STATUS: ' AS-STATUS-CAT
            END-IF

            DISPLAY 'GERACOES NOVAS NO CATALOGO: ' AS-QTD-GER
            .
       1400-CARREGA-GERACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1450-GUARDA-GERACAO: guarda a geracao lida se ela e posterior
      * ao controle, acompanhando a mais recente.
      *----------------------------------------------------------------
       1450-GUARDA-GERACAO            SECTION.

            IF CAT-DATA IS NOT NUMERIC
               OR CAT-HORA IS NOT NUMERIC
                GO TO 1450-GUARDA-GERACAO-EXIT
            END-IF

            COMPUTE AS-CAT-CHAVE = CAT-DATA * 1000000 + CAT-HORA

            IF AS-CAT-CHAVE GREATER AS-CTL-CHAVE
                ADD 1                 TO AS-QTD-GER
                MOVE CAT-LINHA        TO TAB-GERACAO (AS-QTD-GER)
                IF AS-CAT-CHAVE GREATER AS-MAX-CHAVE
                    MOVE AS-CAT-CHAVE TO AS-MAX-CHAVE
                END-IF
            END-IF
            .
       1450-GUARDA-GERACAO-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            IF AS-QTD-REGRAS EQUAL ZEROS
               OR AS-QTD-GER EQUAL ZEROS
                DISPLAY 'NADA A DISTRIBUIR.'
                GO TO 2000-PROCESSA-EXIT
            END-IF

            PERFORM VARYING AS-IDX-REG FROM 1 BY 1
                    UNTIL AS-IDX-REG GREATER AS-QTD-REGRAS
                IF NOT RGR-FEITA-OK (AS-IDX-REG)
                    PERFORM 2100-ATENDE-DESTINATARIO
                END-IF
            END-PERFORM
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-ATENDE-DESTINATARIO: monta o pacote do destinatario da
      * regra AS-IDX-REG com todas as regras dele. O pacote so e
      * aberto quando ha o que enviar.
      *----------------------------------------------------------------
       2100-ATENDE-DESTINATARIO       SECTION.

            SET AS-PACOTE-ABERTO-OK   TO FALSE

            PERFORM VARYING AS-IDX-RGR FROM AS-IDX-REG BY 1
                    UNTIL AS-IDX-RGR GREATER AS-QTD-REGRAS
                IF NOT RGR-FEITA-OK (AS-IDX-RGR)
                   AND RGR-TIPO (AS-IDX-RGR)
                       EQUAL RGR-TIPO (AS-IDX-REG)
                   AND RGR-DESTINO (AS-IDX-RGR)
                       EQUAL RGR-DESTINO (AS-IDX-REG)
                    SET RGR-FEITA-OK (AS-IDX-RGR) TO TRUE
                    PERFORM 2200-APLICA-REGRA
                END-IF
            END-PERFORM

            IF AS-PACOTE-ABERTO-OK
                CLOSE PACOTE
                ADD 1                 TO AS-CONT-PACOTES
                DISPLAY 'PACOTE GRAVADO: ' AS-CAMINHO-PCT
            END-IF
            .
       2100-ATENDE-DESTINATARIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-APLICA-REGRA: envia as geracoes novas do relatorio da
      * regra AS-IDX-RGR. Diaria envia todas, na ordem do catalogo;
      * semanal e mensal enviam so a mais recente, e so se a
      * frequencia permitir.
      *----------------------------------------------------------------
       2200-APLICA-REGRA              SECTION.

            IF RGR-DIARIA (AS-IDX-RGR)
                PERFORM VARYING AS-IDX-GER FROM 1 BY 1
                        UNTIL AS-IDX-GER GREATER AS-QTD-GER
                    PERFORM 2210-CONFERE-GERACAO
                    IF AS-GERACAO-DA-REGRA-OK
                        PERFORM 2300-ENVIA-GERACAO
                    END-IF
                END-PERFORM
                GO TO 2200-APLICA-REGRA-EXIT
            END-IF

            MOVE ZEROS                TO AS-ULT-GER
            PERFORM VARYING AS-IDX-GER FROM 1 BY 1
                    UNTIL AS-IDX-GER GREATER AS-QTD-GER
                PERFORM 2210-CONFERE-GERACAO
                IF AS-GERACAO-DA-REGRA-OK
                    MOVE AS-IDX-GER   TO AS-ULT-GER
                END-IF
            END-PERFORM

            IF AS-ULT-GER EQUAL ZEROS
                GO TO 2200-APLICA-REGRA-EXIT
            END-IF

            PERFORM 2250-CONFERE-FREQUENCIA

            IF AS-ENVIA-OK
                MOVE AS-ULT-GER       TO AS-IDX-GER
                PERFORM 2300-ENVIA-GERACAO
            ELSE
                DISPLAY 'FORA DA FREQUENCIA: '
                        RGR-PROGRAMA (AS-IDX-RGR) ' PARA '
                        RGR-TIPO (AS-IDX-RGR) RGR-DESTINO (AS-IDX-RGR)
                        ' - ULTIMO ENVIO EM '
                        RGR-ULT-ENVIO (AS-IDX-RGR)
            END-IF
            .
       2200-APLICA-REGRA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2210-CONFERE-GERACAO: liga AS-GERACAO-DA-REGRA se a geracao
      * AS-IDX-GER e do relatorio da regra AS-IDX-RGR. O RELGER
      * cataloga todas as definicoes com o mesmo programa; a da
      * regra se reconhece pelo nome do arquivo, RELGER_<DEFINICAO>_
      * AAAAMMDD_HHMMSS.TXT.
      *----------------------------------------------------------------
       2210-CONFERE-GERACAO           SECTION.

            SET AS-GERACAO-DA-REGRA-OK TO FALSE
            MOVE TAB-GERACAO (AS-IDX-GER) TO CAT-REGISTRO

            IF CAT-PROGRAMA NOT EQUAL RGR-PROGRAMA (AS-IDX-RGR)
                GO TO 2210-CONFERE-GERACAO-EXIT
            END-IF

            IF RGR-DEFINICAO (AS-IDX-RGR) EQUAL SPACES
                SET AS-GERACAO-DA-REGRA-OK TO TRUE
                GO TO 2210-CONFERE-GERACAO-EXIT
            END-IF

            MOVE SPACES               TO AS-NOME-DEF
            MOVE 1                    TO AS-NOME-DEF-LEN
            STRING 'RELGER_'                  DELIMITED BY SIZE
                   RGR-DEFINICAO (AS-IDX-RGR) DELIMITED BY SPACE
                   '_'                        DELIMITED BY SIZE
                   INTO AS-NOME-DEF
                   WITH POINTER AS-NOME-DEF-LEN
            END-STRING
            SUBTRACT 1                FROM AS-NOME-DEF-LEN

            MOVE ZEROS                TO AS-QTD-NOME-DEF
            INSPECT CAT-CAMINHO TALLYING AS-QTD-NOME-DEF
                    FOR ALL AS-NOME-DEF(1:AS-NOME-DEF-LEN)

            IF AS-QTD-NOME-DEF GREATER ZEROS
                SET AS-GERACAO-DA-REGRA-OK TO TRUE
            END-IF
            .
       2210-CONFERE-GERACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2250-CONFERE-FREQUENCIA: liga AS-ENVIA se a regra semanal ou
      * mensal AS-IDX-RGR pode enviar hoje: nunca enviou, enviou ha
      * sete dias ou mais (semanal) ou enviou em outro mes (mensal).
      *----------------------------------------------------------------
       2250-CONFERE-FREQUENCIA        SECTION.

            SET AS-ENVIA-OK           TO TRUE

            IF RGR-ULT-ENVIO (AS-IDX-RGR) EQUAL ZEROS
                GO TO 2250-CONFERE-FREQUENCIA-EXIT
            END-IF

            IF RGR-SEMANAL (AS-IDX-RGR)
                COMPUTE AS-INT-ULTIMO =
                    FUNCTION INTEGER-OF-DATE
                        (RGR-ULT-ENVIO (AS-IDX-RGR))
                IF AS-INT-HOJE - AS-INT-ULTIMO LESS 7
                    SET AS-ENVIA-OK   TO FALSE
                END-IF
            END-IF

            IF RGR-MENSAL (AS-IDX-RGR)
                IF RGR-ULT-ENVIO (AS-IDX-RGR)(1:6)
                   EQUAL AS-DATA-SISTEMA(1:6)
                    SET AS-ENVIA-OK   TO FALSE
                END-IF
            END-IF
            .
       2250-CONFERE-FREQUENCIA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-ENVIA-GERACAO: acrescenta ao pacote do destinatario a
      * geracao AS-IDX-GER pela regra AS-IDX-RGR - integral, ou so o
      * recorte do departamento da regra - e registra no DSTLOG.
      *----------------------------------------------------------------
       2300-ENVIA-GERACAO             SECTION.

            MOVE TAB-GERACAO (AS-IDX-GER) TO CAT-REGISTRO

            MOVE SPACES               TO DST-REGISTRO
            MOVE CAT-PROGRAMA         TO DST-PROGRAMA
            MOVE CAT-DATA             TO DST-GER-DATA
            MOVE CAT-HORA             TO DST-GER-HORA
            MOVE RGR-TIPO (AS-IDX-RGR)    TO DST-TIPO
            MOVE RGR-DESTINO (AS-IDX-RGR) TO DST-DESTINO
            MOVE RGR-NOME (AS-IDX-RGR)    TO DST-NOME
            MOVE RGR-DEPTO (AS-IDX-RGR)   TO DST-DEPTO
            MOVE RGR-DEFINICAO (AS-IDX-RGR) TO DST-DEFINICAO
            MOVE ZEROS                TO DST-LINHAS
            MOVE SPACES               TO AS-MOTIVO

            PERFORM 2320-ESCOLHE-DIVISAO

            IF AS-DIVISAO-NENHUMA
                MOVE 'RELATORIO SEM DIVISAO POR DEPTO'
                                      TO AS-MOTIVO
                PERFORM 2500-GRAVA-LOG
                GO TO 2300-ENVIA-GERACAO-EXIT
            END-IF

            MOVE CAT-CAMINHO          TO AS-CAMINHO-REL

            IF AS-DIVISAO-QUEBRA
                PERFORM 2330-PROCURA-QUEBRA
                IF AS-MOTIVO NOT EQUAL SPACES
                    PERFORM 2500-GRAVA-LOG
                    GO TO 2300-ENVIA-GERACAO-EXIT
                END-IF
            END-IF

            OPEN INPUT RELATORIO

            IF AS-STATUS-REL NOT EQUAL ZEROS
                MOVE 'RELATORIO INDISPONIVEL' TO AS-MOTIVO
                PERFORM 2500-GRAVA-LOG
                GO TO 2300-ENVIA-GERACAO-EXIT
            END-IF

            IF NOT AS-PACOTE-ABERTO-OK
                PERFORM 2400-ABRE-PACOTE
                IF NOT AS-PACOTE-ABERTO-OK
                    CLOSE RELATORIO
                    MOVE 'ERRO NA GRAVACAO DO PACOTE' TO AS-MOTIVO
                    PERFORM 2500-GRAVA-LOG
                    GO TO 2300-ENVIA-GERACAO-EXIT
                END-IF
            END-IF

            MOVE SPACES               TO PCT-LINHA
            WRITE PCT-LINHA
            MOVE SPACES               TO PCT-LINHA
            IF AS-DIVISAO-INTEGRAL
                STRING '=== RELATORIO ' CAT-PROGRAMA ' DE '
                       CAT-DATA(7:2) '/' CAT-DATA(5:2) '/'
                       CAT-DATA(1:4) ' ' CAT-HORA(1:2) ':'
                       CAT-HORA(3:2) ':' CAT-HORA(5:2)
                       ' - INTEGRAL ==='
                       DELIMITED BY SIZE INTO PCT-LINHA
                END-STRING
            ELSE
                STRING '=== RELATORIO ' CAT-PROGRAMA ' DE '
                       CAT-DATA(7:2) '/' CAT-DATA(5:2) '/'
                       CAT-DATA(1:4) ' ' CAT-HORA(1:2) ':'
                       CAT-HORA(3:2) ':' CAT-HORA(5:2)
                       ' - DEPARTAMENTO '
                       RGR-DEPTO (AS-IDX-RGR) ' ==='
                       DELIMITED BY SIZE INTO PCT-LINHA
                END-STRING
            END-IF
            WRITE PCT-LINHA

            SET AS-PARTE-CABECALHO    TO TRUE
            SET AS-VIU-DETALHE-OK     TO FALSE
            SET AS-EOF-REL-OK         TO FALSE
            MOVE ZEROS                TO AS-LINHAS-DEPTO

            PERFORM UNTIL AS-EOF-REL-OK
                READ RELATORIO
                    AT END
                        SET AS-EOF-REL-OK TO TRUE
                    NOT AT END
                        PERFORM 2350-CLASSIFICA-LINHA
                        IF AS-PARTE-CABECALHO OR AS-PARTE-DO-DEPTO
                            MOVE REL-LINHA TO PCT-LINHA
                            WRITE PCT-LINHA
                            ADD 1      TO DST-LINHAS
                        END-IF
                        IF AS-PARTE-DO-DEPTO
                            ADD 1      TO AS-LINHAS-DEPTO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELATORIO

            IF NOT AS-DIVISAO-INTEGRAL
               AND AS-LINHAS-DEPTO EQUAL ZEROS
                MOVE 'NENHUM REGISTRO DO DEPARTAMENTO NESTA GERACAO.'
                                      TO PCT-LINHA
                WRITE PCT-LINHA
            END-IF

            SET DST-ENVIADO           TO TRUE
            MOVE AS-CAMINHO-PCT       TO DST-PACOTE
            PERFORM 2500-GRAVA-LOG

            ADD 1                     TO AS-CONT-ENVIOS
            MOVE AS-DATA-SISTEMA      TO RGR-ULT-ENVIO (AS-IDX-RGR)
            .
       2300-ENVIA-GERACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2320-ESCOLHE-DIVISAO: decide como recortar a geracao. Regra
      * sem departamento leva o relatorio integral. RELDEP e RELGER
      * abrem uma secao por departamento com uma linha de quebra
      * ('DEPARTAMENTO: ' e 'DEPARTAMENTO   : ', o titulo do campo DP
      * em WS_RELCPO); LISCNTT traz o departamento em cada linha
      * 'REGISTRO', na coluna 111. Outro relatorio nao se recorta.
      *----------------------------------------------------------------
       2320-ESCOLHE-DIVISAO           SECTION.

            IF RGR-DEPTO (AS-IDX-RGR) EQUAL SPACES
                SET AS-DIVISAO-INTEGRAL TO TRUE
                GO TO 2320-ESCOLHE-DIVISAO-EXIT
            END-IF

            EVALUATE CAT-PROGRAMA
                WHEN 'RELDEP'
                    SET AS-DIVISAO-QUEBRA TO TRUE
                    MOVE 'DEPARTAMENTO: '    TO AS-PREFIXO
                    MOVE 14                  TO AS-PREFIXO-LEN
                    MOVE 16                  TO AS-POS-DEPTO
                WHEN 'RELGER'
                    SET AS-DIVISAO-QUEBRA TO TRUE
                    MOVE 'DEPARTAMENTO   : ' TO AS-PREFIXO
                    MOVE 17                  TO AS-PREFIXO-LEN
                    MOVE 18                  TO AS-POS-DEPTO
                WHEN 'LISCNTT'
                    SET AS-DIVISAO-LINHA  TO TRUE
                    MOVE 'REGISTRO '         TO AS-PREFIXO
                    MOVE 9                   TO AS-PREFIXO-LEN
                    MOVE 111                 TO AS-POS-DEPTO
                WHEN OTHER
                    SET AS-DIVISAO-NENHUMA TO TRUE
            END-EVALUATE
            .
       2320-ESCOLHE-DIVISAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2330-PROCURA-QUEBRA: le a geracao antes do envio atras de uma
      * linha de quebra de departamento. Sem nenhuma (RELGER de
      * definicao sem o campo DP como quebra), todas as linhas
      * ficariam no cabecalho e o recorte levaria o relatorio
      * inteiro; a geracao e recusada com o motivo em AS-MOTIVO.
      *----------------------------------------------------------------
       2330-PROCURA-QUEBRA            SECTION.

            SET AS-ACHOU-QUEBRA-OK    TO FALSE
            SET AS-EOF-REL-OK         TO FALSE

            OPEN INPUT RELATORIO

            IF AS-STATUS-REL NOT EQUAL ZEROS
                MOVE 'RELATORIO INDISPONIVEL' TO AS-MOTIVO
                GO TO 2330-PROCURA-QUEBRA-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-REL-OK OR AS-ACHOU-QUEBRA-OK
                READ RELATORIO
                    AT END
                        SET AS-EOF-REL-OK TO TRUE
                    NOT AT END
                        IF REL-LINHA(1:AS-PREFIXO-LEN)
                           EQUAL AS-PREFIXO(1:AS-PREFIXO-LEN)
                            SET AS-ACHOU-QUEBRA-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            CLOSE RELATORIO

            IF NOT AS-ACHOU-QUEBRA-OK
                MOVE 'RELATORIO SEM DIVISAO POR DEPTO'
                                      TO AS-MOTIVO
            END-IF
            .
       2330-PROCURA-QUEBRA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2350-CLASSIFICA-LINHA: diz a que parte do relatorio pertence a
      * linha lida: cabecalho (antes da primeira secao ou detalhe),
      * secao ou detalhe do departamento da regra, de outro
      * departamento, ou rodape de totais gerais, que nao vai no
      * recorte. Linha de continuacao de LISCNTT ('  Ultima
      * alteracao') segue a linha REGISTRO anterior.
      *----------------------------------------------------------------
       2350-CLASSIFICA-LINHA          SECTION.

            EVALUATE TRUE
                WHEN AS-DIVISAO-INTEGRAL
                    SET AS-PARTE-CABECALHO TO TRUE
                WHEN AS-DIVISAO-QUEBRA
                    IF REL-LINHA(1:AS-PREFIXO-LEN)
                       EQUAL AS-PREFIXO(1:AS-PREFIXO-LEN)
                        IF REL-LINHA(AS-POS-DEPTO:15)
                           EQUAL RGR-DEPTO (AS-IDX-RGR)
                            SET AS-PARTE-DO-DEPTO    TO TRUE
                        ELSE
                            SET AS-PARTE-OUTRO-DEPTO TO TRUE
                        END-IF
                    ELSE
                        IF REL-LINHA(1:11) EQUAL 'TOTAL GERAL'
                            SET AS-PARTE-RODAPE      TO TRUE
                        END-IF
                    END-IF
                WHEN AS-DIVISAO-LINHA
                    IF REL-LINHA(1:AS-PREFIXO-LEN)
                       EQUAL AS-PREFIXO(1:AS-PREFIXO-LEN)
                        SET AS-VIU-DETALHE-OK        TO TRUE
                        IF REL-LINHA(AS-POS-DEPTO:15)
                           EQUAL RGR-DEPTO (AS-IDX-RGR)
                            SET AS-PARTE-DO-DEPTO    TO TRUE
                        ELSE
                            SET AS-PARTE-OUTRO-DEPTO TO TRUE
                        END-IF
                    ELSE
                        IF REL-LINHA(1:8) NOT EQUAL '  Ultima'
                           AND AS-VIU-DETALHE-OK
                            SET AS-PARTE-RODAPE      TO TRUE
                        END-IF
                    END-IF
            END-EVALUATE
            .
       2350-CLASSIFICA-LINHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-ABRE-PACOTE: abre o pacote do destinatario da regra
      * AS-IDX-RGR (DST_<TIPO><CODIGO>_AAAAMMDD_HHMMSS.TXT) e grava a
      * linha de capa com o nome e o endereco dele.
      *----------------------------------------------------------------
       2400-ABRE-PACOTE               SECTION.

            MOVE SPACES               TO AS-CAMINHO-PCT
            STRING AS-DIR-PCT(1:AS-DIR-LEN) 'DST_'
                   RGR-TIPO (AS-IDX-RGR)
                   DELIMITED BY SIZE
                   RGR-DESTINO (AS-IDX-RGR)
                   DELIMITED BY SPACE
                   '_' AS-DATA-SISTEMA '_'
                   AS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO AS-CAMINHO-PCT
            END-STRING

            OPEN OUTPUT PACOTE

            IF AS-STATUS-PCT NOT EQUAL ZEROS
                MOVE 'PACOTE'         TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-PCT    TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                GO TO 2400-ABRE-PACOTE-EXIT
            END-IF

            SET AS-PACOTE-ABERTO-OK   TO TRUE

            MOVE SPACES               TO PCT-LINHA
            STRING 'PACOTE DE RELATORIOS PARA: '
                   RGR-NOME (AS-IDX-RGR) ' - '
                   RGR-ENDERECO (AS-IDX-RGR) ' - EM '
                   AS-DATA-SISTEMA(7:2) '/' AS-DATA-SISTEMA(5:2) '/'
                   AS-DATA-SISTEMA(1:4) ' ' AS-HORA-SISTEMA(1:2) ':'
                   AS-HORA-SISTEMA(3:2)
                   DELIMITED BY SIZE INTO PCT-LINHA
            END-STRING
            WRITE PCT-LINHA
            .
       2400-ABRE-PACOTE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-GRAVA-LOG: acrescenta ao DSTLOG a linha montada em
      * DST-REGISTRO. Sem DST-ENVIADO ligado, e uma recusa, com o
      * motivo em AS-MOTIVO.
      *----------------------------------------------------------------
       2500-GRAVA-LOG                 SECTION.

            ACCEPT AS-HORA-LOG        FROM TIME
            MOVE AS-DATA-SISTEMA      TO DST-DATA
            MOVE AS-HORA-LOG(1:6)     TO DST-HORA

            IF NOT DST-ENVIADO
                SET DST-NAO-ENVIADO   TO TRUE
                MOVE AS-MOTIVO        TO DST-MOTIVO
                ADD 1                 TO AS-CONT-RECUSAS
                DISPLAY 'NAO ENVIADO: ' DST-PROGRAMA ' PARA '
                        DST-TIPO DST-DESTINO ' - ' AS-MOTIVO
            END-IF

            MOVE SPACES               TO LOG-LINHA
            MOVE DST-REGISTRO         TO LOG-LINHA
            WRITE LOG-LINHA

            IF AS-STATUS-LOG NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O DSTLOG. STATUS: '
                        AS-STATUS-LOG
            END-IF
            .
       2500-GRAVA-LOG-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               CLOSE DSTLOG

               IF AS-MAX-CHAVE GREATER AS-CTL-CHAVE
                   DIVIDE AS-MAX-CHAVE BY 1000000
                       GIVING AS-CHAVE-DATA
                       REMAINDER AS-CHAVE-HORA
                   MOVE AS-CHAVE-DATA  TO CTL-DATA
                   MOVE AS-CHAVE-HORA  TO CTL-HORA

                   OPEN OUTPUT CONTROLE
                   IF AS-STATUS-CTL EQUAL ZEROS
                       MOVE SPACES       TO CTL-LINHA
                       MOVE CTL-REGISTRO TO CTL-LINHA
                       WRITE CTL-LINHA
                       CLOSE CONTROLE
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR O CONTROLE DSTCTL. '
                               'STATUS: ' AS-STATUS-CTL
                   END-IF
               END-IF

               DISPLAY 'PACOTES GRAVADOS:         ' AS-CONT-PACOTES
               DISPLAY 'RELATORIOS ENVIADOS:      ' AS-CONT-ENVIOS
               DISPLAY 'ENVIOS NAO REALIZADOS:    ' AS-CONT-RECUSAS
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL *******************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.
       END PROGRAM DISTCTT.
