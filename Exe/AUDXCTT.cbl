      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: EXPORTACAO PADRAO DA TRILHA DE AUDITORIA PARA OS
      *          AUDITORES EXTERNOS E A SEGURANCA. PARA UM PERIODO
      *          (VARIAVEIS AUDX_DE E AUDX_ATE, AAAAMMDD; SEM ELAS, DO
      *          PRIMEIRO DIA DO MES CORRENTE ATE HOJE) JUNTA OS
      *          EVENTOS DE GRAVACAO DO CONTLOG (AS GERACOES
      *          CATALOGADAS POR ROTCTT EM ROTCAT.TXT E O LOG.TXT
      *          VIVO) E OS EVENTOS DE LEITURA DO LOG DE ACESSO
      *          ACC.TXT NUM UNICO ARQUIVO DELIMITADO POR ';'
      *          (AUDX.TXT), EM ORDEM DE DATA E HORA.
      *          LAYOUT DO ARQUIVO (FIXO, NAO ALTERAR SEM AVISAR OS
      *          DESTINATARIOS):
      *            LINHA 1  - NOMES DAS COLUNAS;
      *            DETALHE  - DATA-HORA;OPERADOR;ACAO;ID-CONTATO;
      *                       PROGRAMA;SEQUENCIA
      *              DATA-HORA  AAAA-MM-DD HH:MM:SS
      *              OPERADOR   CODIGO DO OPERADOR (SYS = SISTEMA)
      *              ACAO       OPERACAO DO CONTLOG (INCLUSAO,
      *                         ALTERACAO, ...) OU, PARA LEITURA,
      *                         ACESSO- MAIS O TIPO DE CONSULTA DO
      *                         ACC.TXT (ACESSO-ID, ACESSO-NOME, ...)
      *              ID-CONTATO 6 DIGITOS, ZEROS QUANDO O EVENTO NAO
      *                         SE REFERE A UM CONTATO SO
      *              PROGRAMA   PROGRAMA QUE GRAVOU O EVENTO; EM
      *                         BRANCO QUANDO A OPERACAO E GRAVADA
      *                         POR MAIS DE UM PROGRAMA (INCLUSAO,
      *                         ALTERACAO, DESATIVA, EXCLUSAO,
      *                         EXCL-DET, ...)
      *              SEQUENCIA  NUMERO DE SEQUENCIA DO SELO DO
      *                         CONTLOG (EM BRANCO EM LINHA ANTERIOR
      *                         AO SELO) OU, PARA LEITURA, A POSICAO
      *                         DA LINHA NO ACC.TXT
      *            ULTIMA   - TRAILER;DE=;ATE=;GRAVACOES=;LEITURAS=;
      *                       TOTAL=;SEQ-INI=;SEQ-FIM=;NAO-SELADAS=;
      *                       CONTROLES=;VIOLACOES=;INTEGRIDADE=
      *                       (INTEGRA OU VIOLADA), COM A MESMA
      *                       VERIFICACAO DE SELOCTT APLICADA AS
      *                       LINHAS DO CONTLOG DO PERIODO.
      *          OS REGISTROS DE CONTROLE DE FIM DE DIA ENTRAM SO NA
      *          VERIFICACAO E NA CONTAGEM DO TRAILER. TRILHA VIOLADA
      *          NAO IMPEDE A EXPORTACAO: O TRAILER A DENUNCIA, E
      *          REGISTRADA UMA OCORRENCIA EM INC.DAT (INCCTT) E O
      *          PROGRAMA TERMINA COM RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDXCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRILHA ASSIGN TO AS-CAMINHO-TRL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-TRL.

           SELECT ROTCAT ASSIGN TO AS-CAMINHO-CAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-CAT.

           SELECT ACESSOLOG ASSIGN TO AS-CAMINHO-ACC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-ACC.

           SELECT EXPORTA ASSIGN TO AS-CAMINHO-AUDX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-AUDX.

           SELECT SRT-AUD ASSIGN TO AS-CAMINHO-SRT.

       DATA DIVISION.
       FILE SECTION.

       FD TRILHA.
       01 TRL-LINHA                    PIC X(090).

       FD ROTCAT.
       01 CAT-LINHA                    PIC X(120).

       FD ACESSOLOG.
       01 ACC-LINHA                    PIC X(070).

       FD EXPORTA.
       01 AUDX-LINHA                   PIC X(250).

       SD SRT-AUD.
       01 SRT-REGISTRO.
           05 SRT-DATA.
               10 SRT-ANO              PIC X(004).
               10 SRT-MES              PIC X(002).
               10 SRT-DIA              PIC X(002).
           05 SRT-HORA.
               10 SRT-HH               PIC X(002).
               10 SRT-MI               PIC X(002).
               10 SRT-SS               PIC X(002).
           05 SRT-ORIGEM               PIC X(001).
               88 SRT-GRAVACAO         VALUE 'G'.
               88 SRT-LEITURA          VALUE 'L'.
           05 SRT-SEQUENCIA            PIC X(009).
           05 SRT-OPERADOR             PIC X(004).
           05 SRT-ACAO                 PIC X(017).
           05 SRT-ID                   PIC X(006).
           05 SRT-PROGRAMA             PIC X(008).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-TRL           PIC X(080).
           05 AS-CAMINHO-LOG           PIC X(080).
           05 AS-CAMINHO-CAT           PIC X(080).
           05 AS-CAMINHO-ACC           PIC X(080).
           05 AS-CAMINHO-AUDX          PIC X(080).
           05 AS-CAMINHO-SRT           PIC X(080).
           05 AS-STATUS-TRL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-ACC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-AUDX           PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-EOF-CAT               PIC X(001) VALUE 'N'.
               88 AS-EOF-CAT-OK        VALUE 'S' FALSE 'N'.
           05 AS-EOF-SRT               PIC X(001) VALUE 'N'.
               88 AS-EOF-SRT-OK        VALUE 'S' FALSE 'N'.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-DATA-TXT              PIC X(008) VALUE SPACES.
           05 AS-DATA-DE               PIC 9(008) VALUE ZEROS.
           05 AS-DATA-ATE              PIC 9(008) VALUE ZEROS.
           05 AS-SEQ-ESPERADA          PIC 9(009) VALUE ZEROS.
           05 AS-SEQ-LIDA              PIC 9(009) VALUE ZEROS.
           05 AS-SEQ-INI               PIC 9(009) VALUE ZEROS.
           05 AS-SEQ-FIM               PIC 9(009) VALUE ZEROS.
           05 AS-CONT-DIA              PIC 9(006) VALUE ZEROS.
           05 AS-TOTAL-DIA             PIC 9(012) VALUE ZEROS.
           05 AS-CONT-GERACOES         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-GRAVACOES        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-LEITURAS         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-TOTAL            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-NAO-SELADAS      PIC 9(006) VALUE ZEROS.
           05 AS-CONT-CONTROLES        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-VIOLACOES        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-EXPORTADAS       PIC 9(006) VALUE ZEROS.
           05 AS-POS-ACC               PIC 9(009) VALUE ZEROS.
           05 AS-IX-PRG                PIC 9(002) COMP VALUE ZEROS.
           05 AS-TAM-PRG               PIC 9(002) COMP VALUE ZEROS.
           05 AS-RESULTADO             PIC X(007) VALUE 'INTEGRA'.

       01 AS-CAMINHO-LOG-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\LOG.TXT'.
       01 AS-CAMINHO-CAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ROTCAT.T
      -    'XT'.
       01 AS-CAMINHO-ACC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ACC.TXT'.
       01 AS-CAMINHO-AUDX-DFL          PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AUDX.TX
      -    'T'.
       01 AS-CAMINHO-SRT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.

      *----------------------------------------------------------------
      * LINHA DO CONTLOG (MESMO LAYOUT DE SELOCTT): REGISTRO COMUM E,
      * EM SEGUIDA, A VISAO DO REGISTRO DE CONTROLE DE FIM DE DIA.
      *----------------------------------------------------------------
       01 AS-LINHA                     PIC X(090) VALUE SPACES.
       01 FILLER REDEFINES AS-LINHA.
           05 LIN-OPERACAO             PIC X(010).
               88 LIN-CONTROLE         VALUE 'CONTROLE  '.
           05 FILLER                   PIC X(001).
           05 LIN-ID                   PIC X(006).
           05 FILLER                   PIC X(001).
           05 LIN-DATA                 PIC X(008).
           05 FILLER                   PIC X(001).
           05 LIN-HORA                 PIC X(006).
           05 FILLER                   PIC X(043).
           05 LIN-OPERADOR             PIC X(004).
           05 FILLER                   PIC X(001).
           05 LIN-SEQUENCIA            PIC X(009).
       01 FILLER REDEFINES AS-LINHA.
           05 FILLER                   PIC X(034).
           05 LIN-CTR-LINHAS           PIC X(006).
           05 FILLER                   PIC X(015).
           05 LIN-CTR-TOTAL            PIC X(012).
           05 FILLER                   PIC X(023).

       01 AS-CAT-REGISTRO              PIC X(120) VALUE SPACES.
       01 FILLER REDEFINES AS-CAT-REGISTRO.
           05 AS-CAT-TIPO              PIC X(003).
           05 FILLER                   PIC X(001).
           05 AS-CAT-DATA-INI          PIC 9(008).
           05 FILLER                   PIC X(001).
           05 AS-CAT-DATA-FIM          PIC 9(008).
           05 FILLER                   PIC X(001).
           05 AS-CAT-CONTAGEM          PIC 9(006).
           05 FILLER                   PIC X(001).
           05 AS-CAT-CAMINHO           PIC X(080).
           05 FILLER                   PIC X(011).

       01 AS-ACC-REGISTRO              PIC X(070) VALUE SPACES.
       01 FILLER REDEFINES AS-ACC-REGISTRO.
           05 AS-ACC-OPERADOR          PIC X(004).
           05 FILLER                   PIC X(001).
           05 AS-ACC-DT                PIC X(008).
           05 FILLER                   PIC X(001).
           05 AS-ACC-HR                PIC X(006).
           05 FILLER                   PIC X(001).
           05 AS-ACC-TIPO              PIC X(010).
           05 FILLER                   PIC X(001).
           05 AS-ACC-ID                PIC X(006).
           05 FILLER                   PIC X(001).
           05 AS-ACC-TERMO             PIC X(020).
           05 FILLER                   PIC X(011).

      *----------------------------------------------------------------
      * PROGRAMA QUE GRAVA CADA OPERACAO DO CONTLOG, PELO PREFIXO DA
      * OPERACAO (TAMANHO DO PREFIXO NA TERCEIRA COLUNA). SO ENTRAM
      * AS OPERACOES GRAVADAS POR UM UNICO PROGRAMA; AS DEMAIS SAEM
      * COM O PROGRAMA EM BRANCO.
      *----------------------------------------------------------------
       01 AS-TAB-PROGRAMAS-VALORES.
           05 FILLER PIC X(020) VALUE 'ARQ-      04ARCCTT  '.
           05 FILLER PIC X(020) VALUE 'ARQUIVA   07ARCCTT  '.
           05 FILLER PIC X(020) VALUE 'DEP-TROCA 09DEPFCTT '.
           05 FILLER PIC X(020) VALUE 'EXCL-END  08DELCONTT'.
           05 FILLER PIC X(020) VALUE 'EXPURGO   07ERASCTT '.
           05 FILLER PIC X(020) VALUE 'MERGE     05MERGECTT'.
           05 FILLER PIC X(020) VALUE 'NEGADO    06PERMCTT '.
           05 FILLER PIC X(020) VALUE 'ORF-      04INTGCTT '.
           05 FILLER PIC X(020) VALUE 'PERMISSAO 09CADPERM '.
           05 FILLER PIC X(020) VALUE 'REL-      04CONSCTT '.
           05 FILLER PIC X(020) VALUE 'RELDEF    06CADREL  '.
           05 FILLER PIC X(020) VALUE 'TABELA    06CADTAB  '.
           05 FILLER PIC X(020) VALUE 'ESTORNO   07UNDOCTT '.
       01 AS-TAB-PROGRAMAS REDEFINES AS-TAB-PROGRAMAS-VALORES.
           05 AS-PRG-ITEM OCCURS 13 TIMES.
               10 AS-PRG-OPERACAO      PIC X(010).
               10 AS-PRG-TAMANHO       PIC 9(002).
               10 AS-PRG-PROGRAMA      PIC X(008).
       01 AS-PRG-QTD                   PIC 9(002) VALUE 13.

       01 AS-CABECALHO                 PIC X(053) VALUE
           'DATA-HORA;OPERADOR;ACAO;ID-CONTATO;PROGRAMA;SEQUENCIA'.

       01 AS-CARIMBO.
           05 AS-CRB-ANO               PIC X(004).
           05 FILLER                   PIC X(001) VALUE '-'.
           05 AS-CRB-MES               PIC X(002).
           05 FILLER                   PIC X(001) VALUE '-'.
           05 AS-CRB-DIA               PIC X(002).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 AS-CRB-HH                PIC X(002).
           05 FILLER                   PIC X(001) VALUE ':'.
           05 AS-CRB-MI                PIC X(002).
           05 FILLER                   PIC X(001) VALUE ':'.
           05 AS-CRB-SS                PIC X(002).

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

          COPY WS_LOGSELO.

          COPY WS_INCID.

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

            MOVE AS-CAMINHO-LOG-DFL   TO AS-CAMINHO-LOG
            DISPLAY 'CONTLOG_PATH'    UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-LOG     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-LOG EQUAL SPACES
                MOVE AS-CAMINHO-LOG-DFL TO AS-CAMINHO-LOG
            END-IF

            MOVE AS-CAMINHO-CAT-DFL   TO AS-CAMINHO-CAT
            DISPLAY 'ROTCAT_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CAT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CAT EQUAL SPACES
                MOVE AS-CAMINHO-CAT-DFL TO AS-CAMINHO-CAT
            END-IF

            MOVE AS-CAMINHO-ACC-DFL   TO AS-CAMINHO-ACC
            DISPLAY 'ACC_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-ACC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-ACC EQUAL SPACES
                MOVE AS-CAMINHO-ACC-DFL TO AS-CAMINHO-ACC
            END-IF

            MOVE AS-CAMINHO-AUDX-DFL  TO AS-CAMINHO-AUDX
            DISPLAY 'AUDX_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-AUDX    FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-AUDX EQUAL SPACES
                MOVE AS-CAMINHO-AUDX-DFL TO AS-CAMINHO-AUDX
            END-IF

            MOVE AS-CAMINHO-SRT-DFL   TO AS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-SRT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-SRT EQUAL SPACES
                MOVE AS-CAMINHO-SRT-DFL TO AS-CAMINHO-SRT
            END-IF

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD

            MOVE SPACES               TO AS-DATA-TXT
            DISPLAY 'AUDX_DE'         UPON ENVIRONMENT-NAME
            ACCEPT AS-DATA-TXT        FROM ENVIRONMENT-VALUE
            IF AS-DATA-TXT IS NUMERIC
                MOVE AS-DATA-TXT      TO AS-DATA-DE
            ELSE
                MOVE AS-DATA-SISTEMA  TO AS-DATA-DE
                MOVE 01               TO AS-DATA-DE(7:2)
            END-IF

            MOVE SPACES               TO AS-DATA-TXT
            DISPLAY 'AUDX_ATE'        UPON ENVIRONMENT-NAME
            ACCEPT AS-DATA-TXT        FROM ENVIRONMENT-VALUE
            IF AS-DATA-TXT IS NUMERIC
                MOVE AS-DATA-TXT      TO AS-DATA-ATE
            ELSE
                MOVE AS-DATA-SISTEMA  TO AS-DATA-ATE
            END-IF

            IF AS-DATA-DE GREATER AS-DATA-ATE
                DISPLAY 'PERIODO INVALIDO: ' AS-DATA-DE ' A '
                        AS-DATA-ATE
                PERFORM 9000-CANCELA
            END-IF

            DISPLAY 'EXPORTANDO A TRILHA DE AUDITORIA DE '
                    AS-DATA-DE ' A ' AS-DATA-ATE

            OPEN OUTPUT EXPORTA

            IF AS-STATUS-AUDX NOT EQUAL ZEROS
                MOVE 'AUDX.TXT'      TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-AUDX  TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            SORT SRT-AUD
                ON ASCENDING KEY SRT-DATA SRT-HORA SRT-ORIGEM
                                 SRT-SEQUENCIA
                INPUT PROCEDURE IS 2100-SELECIONA
                OUTPUT PROCEDURE IS 2500-GRAVA-EXPORTACAO
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-SELECIONA: entrega ao SORT os eventos do periodo - as
      * geracoes antigas do CONTLOG na ordem do catalogo, o LOG.TXT
      * vivo e, por ultimo, o ACC.TXT. O CONTLOG e lido na ordem em
      * que foi gravado, de modo que a verificacao do selo segue a
      * trilha como SELOCTT a segue.
      *----------------------------------------------------------------
       2100-SELECIONA               SECTION.

            PERFORM 2110-VARRE-GERACOES

            MOVE AS-CAMINHO-LOG       TO AS-CAMINHO-TRL
            PERFORM 2120-LE-TRILHA

            IF AS-STATUS-TRL NOT EQUAL ZEROS
               AND AS-STATUS-TRL NOT EQUAL 35
                MOVE 'LOG.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-TRL   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                ADD 1                TO AS-CONT-VIOLACOES
            END-IF

            PERFORM 2300-LE-ACESSOS
            .
       2100-SELECIONA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2110-VARRE-GERACOES: percorre ROTCAT.TXT e le cada geracao do
      * CONTLOG cujo periodo cruza o pedido. Geracao catalogada que
      * nao abre deixa o extrato incompleto e conta como violacao.
      * Sem catalogo, tudo ainda esta no arquivo vivo.
      *----------------------------------------------------------------
       2110-VARRE-GERACOES          SECTION.

            SET AS-EOF-CAT-OK         TO FALSE

            OPEN INPUT ROTCAT

            IF AS-STATUS-CAT NOT EQUAL ZEROS
                GO TO 2110-VARRE-GERACOES-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-CAT-OK
                READ ROTCAT INTO AS-CAT-REGISTRO
                    AT END
                        SET AS-EOF-CAT-OK TO TRUE
                    NOT AT END
                        IF AS-CAT-TIPO EQUAL 'LOG'
                           AND AS-CAT-DATA-FIM NOT LESS AS-DATA-DE
                           AND AS-CAT-DATA-INI NOT GREATER
                               AS-DATA-ATE
                            ADD 1    TO AS-CONT-GERACOES
                            MOVE AS-CAT-CAMINHO TO AS-CAMINHO-TRL
                            PERFORM 2120-LE-TRILHA
                            IF AS-STATUS-TRL NOT EQUAL ZEROS
                                DISPLAY 'GERACAO CATALOGADA '
                                        'INDISPONIVEL: '
                                        AS-CAT-CAMINHO
                                ADD 1 TO AS-CONT-VIOLACOES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ROTCAT
            .
       2110-VARRE-GERACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2120-LE-TRILHA: le o arquivo do CONTLOG apontado por
      * AS-CAMINHO-TRL (geracao ou vivo). Devolve em AS-STATUS-TRL o
      * status da abertura.
      *----------------------------------------------------------------
       2120-LE-TRILHA               SECTION.

            SET AS-EOF-OK             TO FALSE

            OPEN INPUT TRILHA

            IF AS-STATUS-TRL NOT EQUAL ZEROS
                GO TO 2120-LE-TRILHA-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ TRILHA INTO AS-LINHA
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        PERFORM 2130-TRATA-LINHA
                END-READ
            END-PERFORM

            CLOSE TRILHA
            MOVE ZEROS                TO AS-STATUS-TRL
            .
       2120-LE-TRILHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2130-TRATA-LINHA: linha do CONTLOG dentro do periodo passa
      * pela verificacao do selo, nas mesmas regras de SELOCTT (a
      * primeira selada define o ponto de partida; as demais tem de
      * subir de um em um; o registro de controle tem de bater com o
      * dia acumulado). Linha comum vai para o SORT como gravacao.
      *----------------------------------------------------------------
       2130-TRATA-LINHA             SECTION.

            IF LIN-DATA NOT NUMERIC
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            IF LIN-DATA LESS AS-DATA-DE
               OR LIN-DATA GREATER AS-DATA-ATE
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            IF LIN-SEQUENCIA NOT NUMERIC
                ADD 1                 TO AS-CONT-NAO-SELADAS
            ELSE
                MOVE LIN-SEQUENCIA    TO AS-SEQ-LIDA
                IF AS-SEQ-ESPERADA EQUAL ZEROS
                    MOVE AS-SEQ-LIDA  TO AS-SEQ-ESPERADA
                                         AS-SEQ-INI
                END-IF
                IF AS-SEQ-LIDA NOT EQUAL AS-SEQ-ESPERADA
                    ADD 1             TO AS-CONT-VIOLACOES
                    DISPLAY 'SEQUENCIA QUEBRADA: ESPERADA '
                            AS-SEQ-ESPERADA ', LIDA ' AS-SEQ-LIDA
                    MOVE AS-SEQ-LIDA  TO AS-SEQ-ESPERADA
                END-IF
                MOVE AS-SEQ-LIDA      TO AS-SEQ-FIM
                ADD 1                 TO AS-SEQ-ESPERADA
            END-IF

            IF LIN-CONTROLE
                ADD 1                 TO AS-CONT-CONTROLES
                PERFORM 2200-CONFERE-CONTROLE
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            IF LIN-SEQUENCIA IS NUMERIC
                ADD 1                 TO AS-CONT-DIA
                MOVE AS-TOTAL-DIA     TO WS-SELO-TOTAL
                MOVE AS-LINHA         TO WS-SELO-LINHA
                PERFORM P298-SELA-LINHA
                MOVE WS-SELO-TOTAL    TO AS-TOTAL-DIA
                MOVE LIN-SEQUENCIA    TO SRT-SEQUENCIA
            ELSE
                MOVE SPACES           TO SRT-SEQUENCIA
            END-IF

            ADD 1                     TO AS-CONT-GRAVACOES
            MOVE LIN-DATA             TO SRT-DATA
            MOVE LIN-HORA             TO SRT-HORA
            SET SRT-GRAVACAO          TO TRUE
            MOVE LIN-OPERADOR         TO SRT-OPERADOR
            MOVE LIN-OPERACAO         TO SRT-ACAO
            MOVE LIN-ID               TO SRT-ID
            PERFORM 2140-ACHA-PROGRAMA
            RELEASE SRT-REGISTRO
            .
       2130-TRATA-LINHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2140-ACHA-PROGRAMA: procura a operacao na tabela de programas
      * pelo prefixo; nao achando, o programa fica em branco.
      *----------------------------------------------------------------
       2140-ACHA-PROGRAMA           SECTION.

            MOVE SPACES               TO SRT-PROGRAMA

            PERFORM VARYING AS-IX-PRG FROM 1 BY 1
                    UNTIL AS-IX-PRG GREATER AS-PRG-QTD
                       OR SRT-PROGRAMA NOT EQUAL SPACES
                MOVE AS-PRG-TAMANHO(AS-IX-PRG) TO AS-TAM-PRG
                IF LIN-OPERACAO(1:AS-TAM-PRG) EQUAL
                   AS-PRG-OPERACAO(AS-IX-PRG)(1:AS-TAM-PRG)
                    MOVE AS-PRG-PROGRAMA(AS-IX-PRG) TO SRT-PROGRAMA
                END-IF
            END-PERFORM
            .
       2140-ACHA-PROGRAMA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-CONFERE-CONTROLE: compara a contagem e o total gravados
      * no registro de controle do dia com o que foi acumulado desde
      * o controle anterior, como em SELOCTT.
      *----------------------------------------------------------------
       2200-CONFERE-CONTROLE        SECTION.

            IF LIN-CTR-LINHAS NOT NUMERIC
               OR LIN-CTR-TOTAL NOT NUMERIC
                ADD 1                 TO AS-CONT-VIOLACOES
                DISPLAY 'REGISTRO DE CONTROLE ILEGIVEL NO DIA '
                        LIN-DATA
            ELSE
                IF LIN-CTR-LINHAS NOT EQUAL AS-CONT-DIA
                   OR LIN-CTR-TOTAL NOT EQUAL AS-TOTAL-DIA
                    ADD 1             TO AS-CONT-VIOLACOES
                    DISPLAY 'DIA ALTERADO: ' LIN-DATA
                    DISPLAY '  CONTROLE ANUNCIA ' LIN-CTR-LINHAS
                            ' LINHAS, TOTAL ' LIN-CTR-TOTAL
                    DISPLAY '  RECALCULADO  ' AS-CONT-DIA
                            ' LINHAS, TOTAL ' AS-TOTAL-DIA
                END-IF
            END-IF

            MOVE ZEROS                TO AS-CONT-DIA AS-TOTAL-DIA
            .
       2200-CONFERE-CONTROLE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-LE-ACESSOS: entrega ao SORT as leituras do ACC.TXT no
      * periodo. A sequencia de uma leitura e a posicao da linha no
      * arquivo. Sem ACC.TXT, nao houve leitura registrada.
      *----------------------------------------------------------------
       2300-LE-ACESSOS              SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-POS-ACC

            OPEN INPUT ACESSOLOG

            IF AS-STATUS-ACC EQUAL 35
                GO TO 2300-LE-ACESSOS-EXIT
            END-IF

            IF AS-STATUS-ACC NOT EQUAL ZEROS
                MOVE 'ACC.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-ACC   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                ADD 1                TO AS-CONT-VIOLACOES
                GO TO 2300-LE-ACESSOS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ ACESSOLOG INTO AS-ACC-REGISTRO
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1         TO AS-POS-ACC
                        IF AS-ACC-DT IS NUMERIC
                           AND AS-ACC-DT NOT LESS AS-DATA-DE
                           AND AS-ACC-DT NOT GREATER AS-DATA-ATE
                            PERFORM 2310-LIBERA-LEITURA
                        END-IF
                END-READ
            END-PERFORM

            CLOSE ACESSOLOG
            .
       2300-LE-ACESSOS-EXIT.
               EXIT.

       2310-LIBERA-LEITURA          SECTION.

            ADD 1                     TO AS-CONT-LEITURAS
            MOVE AS-ACC-DT            TO SRT-DATA
            MOVE AS-ACC-HR            TO SRT-HORA
            SET SRT-LEITURA           TO TRUE
            MOVE AS-POS-ACC           TO SRT-SEQUENCIA
            MOVE AS-ACC-OPERADOR      TO SRT-OPERADOR
            MOVE SPACES               TO SRT-ACAO
            STRING 'ACESSO-'          DELIMITED BY SIZE
                   AS-ACC-TIPO        DELIMITED BY SPACE
                   INTO SRT-ACAO
            END-STRING
            MOVE AS-ACC-ID            TO SRT-ID
            IF AS-ACC-TIPO EQUAL 'ARQUIVO'
                MOVE 'ARCCTT'         TO SRT-PROGRAMA
            ELSE
                MOVE 'CONSCTT'        TO SRT-PROGRAMA
            END-IF
            RELEASE SRT-REGISTRO
            .
       2310-LIBERA-LEITURA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-GRAVA-EXPORTACAO: recebe do SORT os eventos em ordem de
      * data e hora e grava o cabecalho, uma linha delimitada por
      * evento e o trailer de controle.
      *----------------------------------------------------------------
       2500-GRAVA-EXPORTACAO        SECTION.

            MOVE AS-CABECALHO         TO AUDX-LINHA
            WRITE AUDX-LINHA

            SET AS-EOF-SRT-OK         TO FALSE

            PERFORM UNTIL AS-EOF-SRT-OK
                RETURN SRT-AUD
                    AT END
                        SET AS-EOF-SRT-OK TO TRUE
                    NOT AT END
                        PERFORM 2510-GRAVA-EVENTO
                END-RETURN
            END-PERFORM

            PERFORM 2600-GRAVA-TRAILER
            .
       2500-GRAVA-EXPORTACAO-EXIT.
               EXIT.

       2510-GRAVA-EVENTO            SECTION.

            MOVE SRT-ANO              TO AS-CRB-ANO
            MOVE SRT-MES              TO AS-CRB-MES
            MOVE SRT-DIA              TO AS-CRB-DIA
            MOVE SRT-HH               TO AS-CRB-HH
            MOVE SRT-MI               TO AS-CRB-MI
            MOVE SRT-SS               TO AS-CRB-SS

            MOVE SPACES               TO AUDX-LINHA
            STRING AS-CARIMBO         DELIMITED BY SIZE
                   ';'                DELIMITED BY SIZE
                   SRT-OPERADOR       DELIMITED BY SPACE
                   ';'                DELIMITED BY SIZE
                   SRT-ACAO           DELIMITED BY SPACE
                   ';'                DELIMITED BY SIZE
                   SRT-ID             DELIMITED BY SPACE
                   ';'                DELIMITED BY SIZE
                   SRT-PROGRAMA       DELIMITED BY SPACE
                   ';'                DELIMITED BY SIZE
                   SRT-SEQUENCIA      DELIMITED BY SPACE
                   INTO AUDX-LINHA
            END-STRING

            WRITE AUDX-LINHA
            ADD 1                     TO AS-CONT-EXPORTADAS
            .
       2510-GRAVA-EVENTO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2600-GRAVA-TRAILER: ultima linha do extrato, com o periodo,
      * as contagens, a faixa de sequencias do selo e o resultado da
      * verificacao, para o destinatario provar que o extrato esta
      * completo e inalterado.
      *----------------------------------------------------------------
       2600-GRAVA-TRAILER           SECTION.

            IF AS-CONT-VIOLACOES GREATER ZEROS
                MOVE 'VIOLADA'        TO AS-RESULTADO
            END-IF

            COMPUTE AS-CONT-TOTAL = AS-CONT-GRAVACOES
                                  + AS-CONT-LEITURAS

            MOVE SPACES               TO AUDX-LINHA
            STRING 'TRAILER;DE='      AS-DATA-DE
                   ';ATE='            AS-DATA-ATE
                   ';GRAVACOES='      AS-CONT-GRAVACOES
                   ';LEITURAS='       AS-CONT-LEITURAS
                   ';TOTAL='          AS-CONT-TOTAL
                   ';SEQ-INI='        AS-SEQ-INI
                   ';SEQ-FIM='        AS-SEQ-FIM
                   ';NAO-SELADAS='    AS-CONT-NAO-SELADAS
                   ';CONTROLES='      AS-CONT-CONTROLES
                   ';VIOLACOES='      AS-CONT-VIOLACOES
                   ';INTEGRIDADE='    AS-RESULTADO
                   DELIMITED BY SIZE INTO AUDX-LINHA
            END-STRING

            WRITE AUDX-LINHA
            .
       2600-GRAVA-TRAILER-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               CLOSE EXPORTA

               DISPLAY '*** EXPORTACAO DA TRILHA DE AUDITORIA ***'
               DISPLAY 'PERIODO:              ' AS-DATA-DE ' A '
                       AS-DATA-ATE
               DISPLAY 'GERACOES LIDAS:       ' AS-CONT-GERACOES
               DISPLAY 'GRAVACOES (CONTLOG):  ' AS-CONT-GRAVACOES
               DISPLAY 'LEITURAS (ACC.TXT):   ' AS-CONT-LEITURAS
               DISPLAY 'LINHAS EXPORTADAS:    ' AS-CONT-EXPORTADAS
               DISPLAY 'LINHAS NAO SELADAS:   ' AS-CONT-NAO-SELADAS
               DISPLAY 'CONTROLES DE DIA:     ' AS-CONT-CONTROLES
               DISPLAY 'VIOLACOES ACHADAS:    ' AS-CONT-VIOLACOES

               IF AS-CONT-DIA GREATER ZEROS
                   DISPLAY 'ULTIMO DIA DO PERIODO AINDA ABERTO COM '
                           AS-CONT-DIA ' LINHAS (NORMAL).'
               END-IF

               IF AS-CONT-VIOLACOES GREATER ZEROS
                   DISPLAY 'TRILHA DE AUDITORIA VIOLADA NO PERIODO.'
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'EXPORTACAO DE AUDITORIA: '
                          AS-CONT-VIOLACOES ' VIOLACOES'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   PERFORM 9500-REGISTRA-INCIDENTE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'TRILHA DE AUDITORIA INTEGRA NO PERIODO.'
               END-IF

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
      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT,
      * com severidade alta, a ocorrencia com a mensagem preparada em
      * WS-INC-MENSAGEM; o detalhe fica no console do AUDXCTT.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'AUDXCTT'           TO WS-INC-PROGRAMA
               MOVE 'A'                 TO WS-INC-SEVERIDADE
               MOVE 'CONSOLE DO AUDXCTT' TO WS-INC-ARQUIVO
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.
      ******************************************************************
      ********************** SELO DE LINHA *****************************
      ******************************************************************
      * P298-SELA-LINHA: acumula em WS-SELO-TOTAL o valor de
      * verificacao da linha em WS-SELO-LINHA. Compartilhado com
      * LOGCTT, SELOCTT e RENUMCTT via COPY PR_LOGSELO.
      *----------------------------------------------------------------
       9800-SELO                      SECTION.

          COPY PR_LOGSELO.

       END PROGRAM AUDXCTT.
