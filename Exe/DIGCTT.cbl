      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RESUMO DIARIO DE ALTERACOES POR OPERADOR RESPONSAVEL:
      *          LE AS LINHAS DO DIA NO CONTLOG (LOG.TXT) E AGRUPA AS
      *          ALTERACOES FEITAS EM CADA CONTATO PELO SEU DONO
      *          (RESP-CONTATO), DEIXANDO DE FORA AS QUE O PROPRIO
      *          DONO FEZ - E ASSIM QUE O OPERADOR FICA SABENDO DE
      *          UMA ALTERACAO, FUSAO, DESATIVACAO OU CARGA FEITA POR
      *          OUTRO (APLICTT, MERGECTT, DEPFCTT, ...) NUM CONTATO
      *          DELE. PARA CADA CONTATO A SECAO TRAZ AS OPERACOES DO
      *          DIA E OS VALORES DO INICIO DO DIA (PRIMEIRA LINHA
      *          'IMAGEM' DO DIA NO CONTATOS-HIST, HST.TXT) CONTRA A
      *          SITUACAO ATUAL EM COT.DAT, CAMPO A CAMPO. O DONO E O
      *          DO INICIO DO DIA (IMAGEM; SEM ELA, A ORIGEM DE UMA
      *          RESP-TROCA OU O RESP-CONTATO ATUAL). UMA SECAO POR
      *          OPERADOR E ACRESCENTADA A DIG.TXT E AVISADA EM
      *          DGA.TXT (LAYOUTS EM WS_RESUMO), DE ONDE MENUCTT AVISA
      *          O OPERADOR NO SIGN-ON E O DEIXA MARCAR COMO LIDO.
      *          O DIA E O DE HOJE OU O DA VARIAVEL DIG_DATA
      *          (AAAAMMDD). OPERADOR QUE JA TEM O RESUMO DO DIA EM
      *          DGA.TXT NAO RECEBE OUTRO, DE MODO QUE REPETIR O
      *          PASSO NAO DUPLICA SECOES. SO O LOG.TXT VIVO E LIDO:
      *          O RESUMO TEM DE RODAR ANTES DA ROTACAO (ROTCTT). RODA
      *          COMO PASSO DA CADEIA NOTURNA DE BATCHCTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRILHA ASSIGN TO AS-CAMINHO-LOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-TRL.

           SELECT CONTATOS-HIST ASSIGN TO AS-CAMINHO-HST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-HST.

           SELECT COT-DAT ASSIGN TO AS-CAMINHO-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-COT-DAT
           ALTERNATE RECORD KEY IS NM-COT-DAT
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMAIL-COT-DAT
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-DAT.

           SELECT RESUMO ASSIGN TO AS-CAMINHO-DIG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-DIG.

           SELECT AVISOS ASSIGN TO AS-CAMINHO-DGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-DGA.

           SELECT SRT-DIG ASSIGN TO AS-CAMINHO-SRT.

       DATA DIVISION.
       FILE SECTION.

       FD TRILHA.
       01 TRL-LINHA                    PIC X(090).

       FD CONTATOS-HIST.
       01 HIST-LINHA                   PIC X(140).

       FD COT-DAT.
          COPY FD_CONTT REPLACING REG-CONTATOS   BY REG-COT-DAT
                                   ID-CONTATO     BY ID-COT-DAT
                                   NM-CONTATO     BY NM-COT-DAT
                                   TEL-CONTATO    BY TEL-COT-DAT
                                   EMAIL-CONTATO  BY EMAIL-COT-DAT
                                   DEPTO-CONTATO  BY DEPTO-COT-DAT
                                   DT-CADASTRO    BY DT-CAD-COT-DAT
                                   DT-ALTERACAO   BY DT-ALT-COT-DAT
                                   STATUS-CONTATO BY STATUS-COT-DAT
                                   CONTATO-ATIVO  BY COT-DAT-ATIVO
                                   CONTATO-INATIVO BY COT-DAT-INATIVO
                                   RESP-CONTATO   BY RESP-COT-DAT.

       FD RESUMO.
       01 DIG-LINHA                    PIC X(114).

       FD AVISOS.
       01 DGA-LINHA                    PIC X(037).

       SD SRT-DIG.
       01 SRT-REGISTRO.
           05 SRT-DONO                 PIC X(004).
           05 SRT-ID                   PIC 9(006).
           05 SRT-HORA                 PIC X(006).
           05 SRT-SEQUENCIA            PIC X(009).
           05 SRT-OPERACAO             PIC X(010).
           05 SRT-OPERADOR             PIC X(004).
           05 SRT-ANTES                PIC X(020).
           05 SRT-DEPOIS               PIC X(020).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-LOG           PIC X(080).
           05 AS-CAMINHO-HST           PIC X(080).
           05 AS-CAMINHO-DAT           PIC X(080).
           05 AS-CAMINHO-DIG           PIC X(080).
           05 AS-CAMINHO-DGA           PIC X(080).
           05 AS-CAMINHO-SRT           PIC X(080).
           05 AS-STATUS-TRL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-HST            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DIG            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DGA            PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-EOF-SRT               PIC X(001) VALUE 'N'.
               88 AS-EOF-SRT-OK        VALUE 'S' FALSE 'N'.
           05 AS-TRL-ABERTA            PIC X(001) VALUE 'N'.
               88 AS-TRL-ABERTA-OK     VALUE 'S' FALSE 'N'.
           05 AS-COT-ABERTO            PIC X(001) VALUE 'N'.
               88 AS-COT-ABERTO-OK     VALUE 'S' FALSE 'N'.
           05 AS-COT-EXISTE            PIC X(001) VALUE 'N'.
               88 AS-COT-EXISTE-OK     VALUE 'S' FALSE 'N'.
           05 AS-TEM-IMAGEM            PIC X(001) VALUE 'N'.
               88 AS-TEM-IMAGEM-OK     VALUE 'S' FALSE 'N'.
           05 AS-ACHOU                 PIC X(001) VALUE 'N'.
               88 AS-ACHOU-OK          VALUE 'S' FALSE 'N'.
           05 AS-IGNORADA              PIC X(001) VALUE 'N'.
               88 AS-IGNORADA-OK       VALUE 'S' FALSE 'N'.
           05 AS-PULA-OPERADOR         PIC X(001) VALUE 'N'.
               88 AS-PULA-OPERADOR-OK  VALUE 'S' FALSE 'N'.
           05 AS-DIFERENCA             PIC X(001) VALUE 'N'.
               88 AS-DIFERENCA-OK      VALUE 'S' FALSE 'N'.
           05 AS-LIMITE-AVISADO        PIC X(001) VALUE 'N'.
               88 AS-LIMITE-AVISADO-OK VALUE 'S' FALSE 'N'.
           05 AS-PRIMEIRO              PIC X(001) VALUE 'S'.
               88 AS-PRIMEIRO-OK       VALUE 'S' FALSE 'N'.
           05 AS-MODO-CAMPO            PIC X(001) VALUE 'C'.
               88 AS-MODO-COMPARA      VALUE 'C'.
               88 AS-MODO-ANTES        VALUE 'A'.
               88 AS-MODO-DEPOIS       VALUE 'D'.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-DATA-RESUMO           PIC 9(008) VALUE ZEROS.
           05 AS-DATA-TXT              PIC X(008) VALUE SPACES.
           05 AS-ID-BUSCA              PIC 9(006) VALUE ZEROS.
           05 AS-ID-CORRENTE           PIC 9(006) VALUE ZEROS.
           05 AS-DONO                  PIC X(004) VALUE SPACES.
           05 AS-DONO-CORRENTE         PIC X(004) VALUE SPACES.
           05 AS-NOME-CONTATO          PIC X(020) VALUE SPACES.
           05 AS-CONT-LIDAS            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-DO-DIA           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-IGNORADAS        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-PROPRIAS         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-SEM-DONO         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-SELECIONADAS     PIC 9(006) VALUE ZEROS.
           05 AS-CONT-IMAGENS          PIC 9(006) VALUE ZEROS.
           05 AS-CONT-OPERADORES       PIC 9(004) VALUE ZEROS.
           05 AS-CONT-JA-GERADOS       PIC 9(004) VALUE ZEROS.
           05 AS-OPR-ALTERACOES        PIC 9(005) VALUE ZEROS.
           05 AS-OPR-CONTATOS          PIC 9(005) VALUE ZEROS.
           05 AS-QTD-CONTATOS          PIC 9(004) COMP VALUE ZEROS.
           05 AS-IDX                   PIC 9(004) COMP VALUE ZEROS.
           05 AS-QTD-GERADOS           PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-GER               PIC 9(003) COMP VALUE ZEROS.
           05 AS-IX-IGN                PIC 9(002) COMP VALUE ZEROS.
           05 AS-TAM-IGN               PIC 9(002) COMP VALUE ZEROS.
           05 AS-TEXTO                 PIC X(100) VALUE SPACES.
           05 AS-CPO-ROTULO            PIC X(012) VALUE SPACES.
           05 AS-CPO-ANTES             PIC X(040) VALUE SPACES.
           05 AS-CPO-DEPOIS            PIC X(040) VALUE SPACES.

       01 AS-CAMINHO-LOG-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\LOG.TXT'.
       01 AS-CAMINHO-HST-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HST.TXT'.
       01 AS-CAMINHO-DAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 AS-CAMINHO-DIG-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DIG.TXT'.
       01 AS-CAMINHO-DGA-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DGA.TXT'.
       01 AS-CAMINHO-SRT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.

      *----------------------------------------------------------------
      * LINHA DO CONTLOG (REGISTRO DE 80 POSICOES DOS PROGRAMAS MAIS O
      * NUMERO DE SEQUENCIA DO SELO). OS CAMPOS DE NOME LEVAM O ANTES
      * E O DEPOIS DA OPERACAO (NOME, DEPARTAMENTO OU OPERADOR).
      *----------------------------------------------------------------
       01 AS-LINHA                     PIC X(090) VALUE SPACES.
       01 FILLER REDEFINES AS-LINHA.
           05 LIN-OPERACAO             PIC X(010).
           05 FILLER                   PIC X(001).
           05 LIN-ID                   PIC X(006).
           05 FILLER                   PIC X(001).
           05 LIN-DATA                 PIC X(008).
           05 FILLER                   PIC X(001).
           05 LIN-HORA                 PIC X(006).
           05 FILLER                   PIC X(001).
           05 LIN-ANTES                PIC X(020).
           05 FILLER                   PIC X(001).
           05 LIN-DEPOIS               PIC X(020).
           05 FILLER                   PIC X(001).
           05 LIN-OPERADOR             PIC X(004).
           05 FILLER                   PIC X(001).
           05 LIN-SEQUENCIA            PIC X(009).

      *----------------------------------------------------------------
      * LINHA DO CONTATOS-HIST, NA VISAO DA LINHA 'IMAGEM' (WS_HISTIMG).
      *----------------------------------------------------------------
       01 AS-HST-REGISTRO              PIC X(140) VALUE SPACES.
       01 FILLER REDEFINES AS-HST-REGISTRO.
           05 HST-MARCA                PIC X(007).
           05 HST-DATA                 PIC X(008).
           05 FILLER                   PIC X(001).
           05 HST-REGISTRO             PIC X(117).
           05 FILLER                   PIC X(007).

      *----------------------------------------------------------------
      * O CONTATO NO INICIO DO DIA (IMAGEM) E NA SITUACAO ATUAL.
      *----------------------------------------------------------------
       01 AS-IMG-ANTES                 PIC X(117) VALUE SPACES.
       01 FILLER REDEFINES AS-IMG-ANTES.
           05 ANT-ID                   PIC 9(006).
           05 ANT-NM                   PIC X(020).
           05 ANT-TEL                  PIC X(015).
           05 ANT-EMAIL                PIC X(040).
           05 ANT-DEPTO                PIC X(015).
           05 ANT-DT-CAD               PIC 9(008).
           05 ANT-DT-ALT               PIC 9(008).
           05 ANT-STATUS               PIC X(001).
           05 ANT-RESP                 PIC X(004).
       01 AS-IMG-ATUAL                 PIC X(117) VALUE SPACES.
       01 FILLER REDEFINES AS-IMG-ATUAL.
           05 ATU-ID                   PIC 9(006).
           05 ATU-NM                   PIC X(020).
           05 ATU-TEL                  PIC X(015).
           05 ATU-EMAIL                PIC X(040).
           05 ATU-DEPTO                PIC X(015).
           05 ATU-DT-CAD               PIC 9(008).
           05 ATU-DT-ALT               PIC 9(008).
           05 ATU-STATUS               PIC X(001).
           05 ATU-RESP                 PIC X(004).

      *----------------------------------------------------------------
      * CONTATOS TOCADOS NO DIA: DONO DO INICIO DO DIA E, QUANDO HA,
      * A PRIMEIRA IMAGEM DO DIA NO HISTORICO.
      *----------------------------------------------------------------
       01 TAB-CONTATOS.
           05 TC-ITEM                  OCCURS 1000.
               10 TC-ID                PIC 9(006).
               10 TC-DONO              PIC X(004).
               10 TC-TEM-IMAGEM        PIC X(001).
               10 TC-IMAGEM            PIC X(117).

      *----------------------------------------------------------------
      * OPERADORES QUE JA RECEBERAM O RESUMO DO DIA (DGA.TXT).
      *----------------------------------------------------------------
       01 TAB-GERADOS.
           05 TG-OPERADOR              PIC X(004) OCCURS 200.

      *----------------------------------------------------------------
      * OPERACOES DO CONTLOG QUE NAO ALTERAM CONTATO (CONTROLE DO
      * SELO, PERMISSOES, DEFINICOES, TABELAS E LIMPEZA DE ORFAOS),
      * PELO PREFIXO (TAMANHO DO PREFIXO NA SEGUNDA COLUNA).
      *----------------------------------------------------------------
       01 AS-TAB-IGNORADAS-VALORES.
           05 FILLER PIC X(012) VALUE 'CONTROLE  08'.
           05 FILLER PIC X(012) VALUE 'NEGADO    06'.
           05 FILLER PIC X(012) VALUE 'PERMISSAO 09'.
           05 FILLER PIC X(012) VALUE 'RELDEF    06'.
           05 FILLER PIC X(012) VALUE 'TABELA    06'.
           05 FILLER PIC X(012) VALUE 'ORF-      04'.
       01 AS-TAB-IGNORADAS REDEFINES AS-TAB-IGNORADAS-VALORES.
           05 AS-IGN-ITEM OCCURS 6 TIMES.
               10 AS-IGN-OPERACAO      PIC X(010).
               10 AS-IGN-TAMANHO       PIC 9(002).
       01 AS-IGN-QTD                   PIC 9(002) VALUE 6.

       01 AS-DATA-EXIB.
           05 AS-DTE-DIA               PIC X(002).
           05 FILLER                   PIC X(001) VALUE '/'.
           05 AS-DTE-MES               PIC X(002).
           05 FILLER                   PIC X(001) VALUE '/'.
           05 AS-DTE-ANO               PIC X(004).

       01 LIN-OPERACAO-DET.
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LOD-HH                   PIC X(002).
           05 FILLER                   PIC X(001) VALUE ':'.
           05 LOD-MI                   PIC X(002).
           05 FILLER                   PIC X(001) VALUE ':'.
           05 LOD-SS                   PIC X(002).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LOD-OPERACAO             PIC X(010).
           05 FILLER                   PIC X(005) VALUE ' POR '.
           05 LOD-OPERADOR             PIC X(004).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LOD-ANTES                PIC X(020).
           05 LOD-SETA                 PIC X(004).
           05 LOD-DEPOIS               PIC X(020).

       01 LIN-CAMPO.
           05 FILLER                   PIC X(004) VALUE SPACES.
           05 LCP-ROTULO               PIC X(014).
           05 LCP-TIPO                 PIC X(008).
           05 LCP-VALOR                PIC X(040).

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

          COPY WS_RESUMO.

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

            MOVE AS-CAMINHO-HST-DFL   TO AS-CAMINHO-HST
            DISPLAY 'HIST_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-HST     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-HST EQUAL SPACES
                MOVE AS-CAMINHO-HST-DFL TO AS-CAMINHO-HST
            END-IF

            MOVE AS-CAMINHO-DAT-DFL   TO AS-CAMINHO-DAT
            DISPLAY 'COT_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DAT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DAT EQUAL SPACES
                MOVE AS-CAMINHO-DAT-DFL TO AS-CAMINHO-DAT
            END-IF

            MOVE AS-CAMINHO-DIG-DFL   TO AS-CAMINHO-DIG
            DISPLAY 'DIG_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DIG     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DIG EQUAL SPACES
                MOVE AS-CAMINHO-DIG-DFL TO AS-CAMINHO-DIG
            END-IF

            MOVE AS-CAMINHO-DGA-DFL   TO AS-CAMINHO-DGA
            DISPLAY 'DGA_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DGA     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DGA EQUAL SPACES
                MOVE AS-CAMINHO-DGA-DFL TO AS-CAMINHO-DGA
            END-IF

            MOVE AS-CAMINHO-SRT-DFL   TO AS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-SRT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-SRT EQUAL SPACES
                MOVE AS-CAMINHO-SRT-DFL TO AS-CAMINHO-SRT
            END-IF

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD

            MOVE SPACES               TO AS-DATA-TXT
            DISPLAY 'DIG_DATA'        UPON ENVIRONMENT-NAME
            ACCEPT AS-DATA-TXT        FROM ENVIRONMENT-VALUE
            IF AS-DATA-TXT IS NUMERIC
                MOVE AS-DATA-TXT      TO AS-DATA-RESUMO
            ELSE
                MOVE AS-DATA-SISTEMA  TO AS-DATA-RESUMO
            END-IF

            MOVE AS-DATA-RESUMO(7:2)  TO AS-DTE-DIA
            MOVE AS-DATA-RESUMO(5:2)  TO AS-DTE-MES
            MOVE AS-DATA-RESUMO(1:4)  TO AS-DTE-ANO

            DISPLAY 'RESUMO DE ALTERACOES POR RESPONSAVEL DO DIA '
                    AS-DATA-EXIB

            PERFORM 1100-LE-AVISOS

            OPEN INPUT COT-DAT

            IF AS-STATUS-DAT EQUAL ZEROS
                SET AS-COT-ABERTO-OK  TO TRUE
            ELSE
                DISPLAY 'COT.DAT INDISPONIVEL. DONO E SITUACAO ATUAL '
                        'SAIRAO SO DO HISTORICO. STATUS: '
                        AS-STATUS-DAT
            END-IF

            PERFORM 1200-CARREGA-IMAGENS

            OPEN INPUT TRILHA

            EVALUATE AS-STATUS-TRL
                WHEN ZEROS
                    SET AS-TRL-ABERTA-OK TO TRUE
                WHEN 35
                    DISPLAY 'CONTLOG AINDA NAO EXISTE. NADA A RESUMIR.'
                WHEN OTHER
                    MOVE 'LOG.TXT'    TO MSG-ERRO-OPEN-ARQUIVO
                    MOVE AS-STATUS-TRL TO MSG-ERRO-OPEN-STATUS
                    DISPLAY MSG-ERRO-OPEN
                    PERFORM 9000-CANCELA
            END-EVALUATE

            OPEN EXTEND RESUMO
            IF AS-STATUS-DIG EQUAL 35
                OPEN OUTPUT RESUMO
            END-IF

            IF AS-STATUS-DIG NOT EQUAL ZEROS
                MOVE 'DIG.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-DIG   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            OPEN EXTEND AVISOS
            IF AS-STATUS-DGA EQUAL 35
                OPEN OUTPUT AVISOS
            END-IF

            IF AS-STATUS-DGA NOT EQUAL ZEROS
                MOVE 'DGA.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-DGA   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-LE-AVISOS: guarda os operadores que ja tem em DGA.TXT o
      * resumo do dia pedido, para que uma nova execucao do passo nao
      * grave a secao deles de novo. Sem DGA.TXT, ninguem recebeu.
      *----------------------------------------------------------------
       1100-LE-AVISOS                SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-GERADOS

            OPEN INPUT AVISOS

            IF AS-STATUS-DGA NOT EQUAL ZEROS
                GO TO 1100-LE-AVISOS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ AVISOS INTO WS-DGA-REGISTRO
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        IF DGA-GERADO
                           AND WS-DGA-DATA-REF EQUAL AS-DATA-RESUMO
                           AND AS-QTD-GERADOS LESS 200
                            ADD 1     TO AS-QTD-GERADOS
                            MOVE WS-DGA-OPERADOR
                                TO TG-OPERADOR (AS-QTD-GERADOS)
                        END-IF
                END-READ
            END-PERFORM

            CLOSE AVISOS
            .
       1100-LE-AVISOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1200-CARREGA-IMAGENS: percorre o CONTATOS-HIST e guarda, por
      * contato, a primeira linha 'IMAGEM' do dia - o registro como
      * estava antes da primeira alteracao do dia - e o dono que ela
      * registra. Sem historico, o resumo sai so com as linhas do
      * CONTLOG e a situacao atual.
      *----------------------------------------------------------------
       1200-CARREGA-IMAGENS          SECTION.

            SET AS-EOF-OK             TO FALSE

            OPEN INPUT CONTATOS-HIST

            IF AS-STATUS-HST NOT EQUAL ZEROS
                DISPLAY 'HISTORICO HST.TXT INDISPONIVEL. RESUMO SEM '
                        'VALORES DO INICIO DO DIA. STATUS: '
                        AS-STATUS-HST
                GO TO 1200-CARREGA-IMAGENS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ CONTATOS-HIST INTO AS-HST-REGISTRO
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        IF HST-MARCA EQUAL 'IMAGEM '
                           AND HST-DATA EQUAL AS-DATA-RESUMO
                           AND HST-REGISTRO(1:6) IS NUMERIC
                            PERFORM 1210-GUARDA-IMAGEM
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CONTATOS-HIST
            .
       1200-CARREGA-IMAGENS-EXIT.
               EXIT.

       1210-GUARDA-IMAGEM            SECTION.

            MOVE HST-REGISTRO(1:6)    TO AS-ID-BUSCA
            PERFORM 2160-ACHA-CONTATO

            IF AS-ACHOU-OK
                GO TO 1210-GUARDA-IMAGEM-EXIT
            END-IF

            PERFORM 2170-NOVO-CONTATO

            IF AS-ACHOU-OK
                MOVE HST-REGISTRO     TO AS-IMG-ANTES
                MOVE ANT-RESP         TO TC-DONO (AS-IDX)
                MOVE 'S'              TO TC-TEM-IMAGEM (AS-IDX)
                MOVE HST-REGISTRO     TO TC-IMAGEM (AS-IDX)
                ADD 1                 TO AS-CONT-IMAGENS
            END-IF
            .
       1210-GUARDA-IMAGEM-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            SORT SRT-DIG
                ON ASCENDING KEY SRT-DONO SRT-ID SRT-HORA
                                 SRT-SEQUENCIA
                INPUT PROCEDURE IS 2100-SELECIONA
                OUTPUT PROCEDURE IS 2500-GRAVA-RESUMOS
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-SELECIONA: entrega ao SORT as alteracoes do dia feitas
      * por quem nao e o dono do contato.
      *----------------------------------------------------------------
       2100-SELECIONA               SECTION.

            IF NOT AS-TRL-ABERTA-OK
                GO TO 2100-SELECIONA-EXIT
            END-IF

            SET AS-EOF-OK             TO FALSE

            PERFORM UNTIL AS-EOF-OK
                READ TRILHA INTO AS-LINHA
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1         TO AS-CONT-LIDAS
                        PERFORM 2130-TRATA-LINHA
                END-READ
            END-PERFORM

            CLOSE TRILHA
            .
       2100-SELECIONA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2130-TRATA-LINHA: linha do dia, de um contato e de operacao
      * que altera contato vai para o SORT no dono do contato - a
      * nao ser que quem a assinou seja o proprio dono.
      *----------------------------------------------------------------
       2130-TRATA-LINHA             SECTION.

            IF LIN-DATA NOT NUMERIC
               OR LIN-DATA NOT EQUAL AS-DATA-RESUMO
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            IF LIN-ID NOT NUMERIC
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            MOVE LIN-ID               TO AS-ID-BUSCA
            IF AS-ID-BUSCA EQUAL ZEROS
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            PERFORM 2140-CONFERE-OPERACAO
            IF AS-IGNORADA-OK
                ADD 1                 TO AS-CONT-IGNORADAS
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            ADD 1                     TO AS-CONT-DO-DIA

            PERFORM 2150-ACHA-DONO

            IF AS-DONO EQUAL SPACES
                ADD 1                 TO AS-CONT-SEM-DONO
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            IF LIN-OPERADOR EQUAL AS-DONO
                ADD 1                 TO AS-CONT-PROPRIAS
                GO TO 2130-TRATA-LINHA-EXIT
            END-IF

            MOVE AS-DONO              TO SRT-DONO
            MOVE AS-ID-BUSCA          TO SRT-ID
            MOVE LIN-HORA             TO SRT-HORA
            MOVE LIN-SEQUENCIA        TO SRT-SEQUENCIA
            MOVE LIN-OPERACAO         TO SRT-OPERACAO
            MOVE LIN-OPERADOR         TO SRT-OPERADOR
            MOVE LIN-ANTES            TO SRT-ANTES
            MOVE LIN-DEPOIS           TO SRT-DEPOIS
            RELEASE SRT-REGISTRO
            ADD 1                     TO AS-CONT-SELECIONADAS
            .
       2130-TRATA-LINHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2140-CONFERE-OPERACAO: procura a operacao na tabela das que
      * nao alteram contato, pelo prefixo.
      *----------------------------------------------------------------
       2140-CONFERE-OPERACAO        SECTION.

            SET AS-IGNORADA-OK        TO FALSE

            PERFORM VARYING AS-IX-IGN FROM 1 BY 1
                    UNTIL AS-IX-IGN GREATER AS-IGN-QTD
                       OR AS-IGNORADA-OK
                MOVE AS-IGN-TAMANHO(AS-IX-IGN) TO AS-TAM-IGN
                IF LIN-OPERACAO(1:AS-TAM-IGN) EQUAL
                   AS-IGN-OPERACAO(AS-IX-IGN)(1:AS-TAM-IGN)
                    SET AS-IGNORADA-OK TO TRUE
                END-IF
            END-PERFORM
            .
       2140-CONFERE-OPERACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2150-ACHA-DONO: devolve em AS-DONO o dono do contato
      * AS-ID-BUSCA no inicio do dia. Contato ja visto (ou com imagem
      * do dia) usa o dono guardado; na primeira linha de um contato
      * sem imagem, vale a origem de uma RESP-TROCA ou, nas demais
      * operacoes, o RESP-CONTATO atual em COT.DAT.
      *----------------------------------------------------------------
       2150-ACHA-DONO               SECTION.

            MOVE SPACES               TO AS-DONO

            PERFORM 2160-ACHA-CONTATO

            IF AS-ACHOU-OK
               AND TC-DONO (AS-IDX) NOT EQUAL SPACES
                MOVE TC-DONO (AS-IDX) TO AS-DONO
                GO TO 2150-ACHA-DONO-EXIT
            END-IF

            IF LIN-OPERACAO EQUAL 'RESP-TROCA'
                MOVE LIN-ANTES(1:4)   TO AS-DONO
            ELSE
                IF AS-COT-ABERTO-OK
                    MOVE AS-ID-BUSCA  TO ID-COT-DAT
                    READ COT-DAT
                        KEY IS ID-COT-DAT
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RESP-COT-DAT TO AS-DONO
                    END-READ
                END-IF
            END-IF

            IF NOT AS-ACHOU-OK
                PERFORM 2170-NOVO-CONTATO
            END-IF

            IF AS-ACHOU-OK
                MOVE AS-DONO          TO TC-DONO (AS-IDX)
            END-IF
            .
       2150-ACHA-DONO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2160-ACHA-CONTATO: localiza AS-ID-BUSCA na tabela de contatos
      * do dia; achando, deixa AS-IDX apontando para a entrada.
      *----------------------------------------------------------------
       2160-ACHA-CONTATO            SECTION.

            SET AS-ACHOU-OK           TO FALSE

            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-CONTATOS
                       OR AS-ACHOU-OK
                IF TC-ID (AS-IDX) EQUAL AS-ID-BUSCA
                    SET AS-ACHOU-OK   TO TRUE
                END-IF
            END-PERFORM

            IF AS-ACHOU-OK
                SUBTRACT 1            FROM AS-IDX
            END-IF
            .
       2160-ACHA-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2170-NOVO-CONTATO: abre na tabela a entrada de AS-ID-BUSCA,
      * sem dono e sem imagem. Tabela cheia avisa uma vez e deixa
      * AS-ACHOU desligado: o contato segue, so sem o dono guardado.
      *----------------------------------------------------------------
       2170-NOVO-CONTATO            SECTION.

            SET AS-ACHOU-OK           TO FALSE

            IF AS-QTD-CONTATOS EQUAL 1000
                IF NOT AS-LIMITE-AVISADO-OK
                    DISPLAY 'LIMITE DE 1000 CONTATOS NA TABELA DO DIA '
                            'ATINGIDO.'
                    SET AS-LIMITE-AVISADO-OK TO TRUE
                END-IF
                GO TO 2170-NOVO-CONTATO-EXIT
            END-IF

            ADD 1                     TO AS-QTD-CONTATOS
            MOVE AS-QTD-CONTATOS      TO AS-IDX
            MOVE AS-ID-BUSCA          TO TC-ID (AS-IDX)
            MOVE SPACES               TO TC-DONO (AS-IDX)
                                         TC-IMAGEM (AS-IDX)
            MOVE 'N'                  TO TC-TEM-IMAGEM (AS-IDX)
            SET AS-ACHOU-OK           TO TRUE
            .
       2170-NOVO-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-GRAVA-RESUMOS: recebe do SORT as alteracoes por dono e
      * contato, em ordem de hora, e grava uma secao por dono em
      * DIG.TXT, com o aviso correspondente em DGA.TXT.
      *----------------------------------------------------------------
       2500-GRAVA-RESUMOS           SECTION.

            SET AS-PRIMEIRO-OK        TO TRUE
            SET AS-EOF-SRT-OK         TO FALSE

            PERFORM UNTIL AS-EOF-SRT-OK
                RETURN SRT-DIG
                    AT END
                        SET AS-EOF-SRT-OK TO TRUE
                    NOT AT END
                        PERFORM 2510-TRATA-ALTERACAO
                END-RETURN
            END-PERFORM

            IF NOT AS-PRIMEIRO-OK
                PERFORM 2560-FECHA-CONTATO
                PERFORM 2570-FECHA-OPERADOR
            END-IF
            .
       2500-GRAVA-RESUMOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2510-TRATA-ALTERACAO: quebra por dono e por contato e grava a
      * linha da operacao.
      *----------------------------------------------------------------
       2510-TRATA-ALTERACAO         SECTION.

            IF AS-PRIMEIRO-OK
               OR SRT-DONO NOT EQUAL AS-DONO-CORRENTE
                IF NOT AS-PRIMEIRO-OK
                    PERFORM 2560-FECHA-CONTATO
                    PERFORM 2570-FECHA-OPERADOR
                END-IF
                PERFORM 2520-ABRE-OPERADOR
            END-IF

            IF SRT-ID NOT EQUAL AS-ID-CORRENTE
                IF AS-ID-CORRENTE NOT EQUAL ZEROS
                    PERFORM 2560-FECHA-CONTATO
                END-IF
                PERFORM 2530-ABRE-CONTATO
            END-IF

            PERFORM 2540-GRAVA-OPERACAO
            .
       2510-TRATA-ALTERACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2520-ABRE-OPERADOR: comeca a secao do dono corrente. Dono que
      * ja recebeu o resumo do dia segue apurado, mas sem gravar.
      *----------------------------------------------------------------
       2520-ABRE-OPERADOR           SECTION.

            SET AS-PRIMEIRO-OK        TO FALSE
            MOVE SRT-DONO             TO AS-DONO-CORRENTE
            MOVE ZEROS                TO AS-ID-CORRENTE
                                         AS-OPR-ALTERACOES
                                         AS-OPR-CONTATOS

            SET AS-PULA-OPERADOR-OK   TO FALSE
            PERFORM VARYING AS-IDX-GER FROM 1 BY 1
                    UNTIL AS-IDX-GER GREATER AS-QTD-GERADOS
                       OR AS-PULA-OPERADOR-OK
                IF TG-OPERADOR (AS-IDX-GER) EQUAL AS-DONO-CORRENTE
                    SET AS-PULA-OPERADOR-OK TO TRUE
                END-IF
            END-PERFORM

            IF AS-PULA-OPERADOR-OK
                ADD 1                 TO AS-CONT-JA-GERADOS
                DISPLAY 'OPERADOR ' AS-DONO-CORRENTE ' JA TEM O '
                        'RESUMO DO DIA. MANTIDO O ANTERIOR.'
                GO TO 2520-ABRE-OPERADOR-EXIT
            END-IF

            STRING 'ALTERACOES FEITAS POR OUTROS OPERADORES EM '
                   'CONTATOS SOB SUA RESPONSABILIDADE - '
                   AS-DATA-EXIB
                   DELIMITED BY SIZE INTO AS-TEXTO
            END-STRING
            PERFORM 2900-GRAVA-LINHA
            .
       2520-ABRE-OPERADOR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2530-ABRE-CONTATO: comeca o bloco do contato corrente, com a
      * situacao atual lida em COT.DAT e a imagem do inicio do dia.
      *----------------------------------------------------------------
       2530-ABRE-CONTATO            SECTION.

            MOVE SRT-ID               TO AS-ID-CORRENTE
            ADD 1                     TO AS-OPR-CONTATOS

            SET AS-COT-EXISTE-OK      TO FALSE
            MOVE SPACES               TO AS-IMG-ATUAL
            IF AS-COT-ABERTO-OK
                MOVE AS-ID-CORRENTE   TO ID-COT-DAT
                READ COT-DAT
                    KEY IS ID-COT-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET AS-COT-EXISTE-OK TO TRUE
                        MOVE REG-COT-DAT TO AS-IMG-ATUAL
                END-READ
            END-IF

            SET AS-TEM-IMAGEM-OK      TO FALSE
            MOVE SPACES               TO AS-IMG-ANTES
            MOVE AS-ID-CORRENTE       TO AS-ID-BUSCA
            PERFORM 2160-ACHA-CONTATO
            IF AS-ACHOU-OK
               AND TC-TEM-IMAGEM (AS-IDX) EQUAL 'S'
                SET AS-TEM-IMAGEM-OK  TO TRUE
                MOVE TC-IMAGEM (AS-IDX) TO AS-IMG-ANTES
            END-IF

            EVALUATE TRUE
                WHEN AS-COT-EXISTE-OK
                    MOVE ATU-NM       TO AS-NOME-CONTATO
                WHEN AS-TEM-IMAGEM-OK
                    MOVE ANT-NM       TO AS-NOME-CONTATO
                WHEN OTHER
                    MOVE SRT-ANTES    TO AS-NOME-CONTATO
            END-EVALUATE

            PERFORM 2900-GRAVA-LINHA
            STRING 'CONTATO '  AS-ID-CORRENTE '  ' AS-NOME-CONTATO
                   DELIMITED BY SIZE INTO AS-TEXTO
            END-STRING
            PERFORM 2900-GRAVA-LINHA
            .
       2530-ABRE-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2540-GRAVA-OPERACAO: uma linha por operacao do dia - hora,
      * operacao, quem fez e o antes e depois que o CONTLOG registra.
      *----------------------------------------------------------------
       2540-GRAVA-OPERACAO          SECTION.

            ADD 1                     TO AS-OPR-ALTERACOES

            MOVE SRT-HORA(1:2)        TO LOD-HH
            MOVE SRT-HORA(3:2)        TO LOD-MI
            MOVE SRT-HORA(5:2)        TO LOD-SS
            MOVE SRT-OPERACAO         TO LOD-OPERACAO
            MOVE SRT-OPERADOR         TO LOD-OPERADOR
            MOVE SRT-ANTES            TO LOD-ANTES
            MOVE SRT-DEPOIS           TO LOD-DEPOIS
            IF SRT-ANTES EQUAL SPACES
               AND SRT-DEPOIS EQUAL SPACES
                MOVE SPACES           TO LOD-SETA
            ELSE
                MOVE ' -> '           TO LOD-SETA
            END-IF

            MOVE LIN-OPERACAO-DET     TO AS-TEXTO
            PERFORM 2900-GRAVA-LINHA
            .
       2540-GRAVA-OPERACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2560-FECHA-CONTATO: fecha o bloco do contato com os valores
      * do inicio do dia (historico) contra a situacao atual, campo a
      * campo. Contato excluido mostra so o antes; contato sem imagem
      * no historico (incluido no dia, ou alterado por programa que
      * nao grava imagem) mostra so a situacao atual.
      *----------------------------------------------------------------
       2560-FECHA-CONTATO           SECTION.

            SET AS-DIFERENCA-OK       TO FALSE

            EVALUATE TRUE
                WHEN AS-TEM-IMAGEM-OK AND AS-COT-EXISTE-OK
                    MOVE '  INICIO DO DIA (HISTORICO) X SITUACAO '
                      & 'ATUAL (COT.DAT):' TO AS-TEXTO
                    PERFORM 2900-GRAVA-LINHA
                    SET AS-MODO-COMPARA TO TRUE
                    PERFORM 2550-CAMPOS
                    IF NOT AS-DIFERENCA-OK
                        MOVE '    SEM DIFERENCA: O CONTATO ESTA COMO '
                          & 'NO INICIO DO DIA.' TO AS-TEXTO
                        PERFORM 2900-GRAVA-LINHA
                    END-IF
                WHEN AS-TEM-IMAGEM-OK
                    MOVE '  CONTATO NAO EXISTE MAIS EM COT.DAT. NO '
                      & 'INICIO DO DIA (HISTORICO):' TO AS-TEXTO
                    PERFORM 2900-GRAVA-LINHA
                    SET AS-MODO-ANTES TO TRUE
                    PERFORM 2550-CAMPOS
                WHEN AS-COT-EXISTE-OK
                    MOVE '  SEM IMAGEM DO INICIO DO DIA NO HISTORICO. '
                      & 'SITUACAO ATUAL (COT.DAT):' TO AS-TEXTO
                    PERFORM 2900-GRAVA-LINHA
                    SET AS-MODO-DEPOIS TO TRUE
                    PERFORM 2550-CAMPOS
                WHEN OTHER
                    MOVE '  SEM IMAGEM NO HISTORICO E SEM REGISTRO EM '
                      & 'COT.DAT.' TO AS-TEXTO
                    PERFORM 2900-GRAVA-LINHA
            END-EVALUATE
            .
       2560-FECHA-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2550-CAMPOS: passa cada campo do contato por 2565, no modo
      * ligado em AS-MODO-CAMPO.
      *----------------------------------------------------------------
       2550-CAMPOS                  SECTION.

            MOVE 'NOME'               TO AS-CPO-ROTULO
            MOVE ANT-NM               TO AS-CPO-ANTES
            MOVE ATU-NM               TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO

            MOVE 'TELEFONE'           TO AS-CPO-ROTULO
            MOVE ANT-TEL              TO AS-CPO-ANTES
            MOVE ATU-TEL              TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO

            MOVE 'E-MAIL'             TO AS-CPO-ROTULO
            MOVE ANT-EMAIL            TO AS-CPO-ANTES
            MOVE ATU-EMAIL            TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO

            MOVE 'DEPARTAMENTO'       TO AS-CPO-ROTULO
            MOVE ANT-DEPTO            TO AS-CPO-ANTES
            MOVE ATU-DEPTO            TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO

            MOVE 'SITUACAO'           TO AS-CPO-ROTULO
            MOVE ANT-STATUS           TO AS-CPO-ANTES
            MOVE ATU-STATUS           TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO

            MOVE 'RESPONSAVEL'        TO AS-CPO-ROTULO
            MOVE ANT-RESP             TO AS-CPO-ANTES
            MOVE ATU-RESP             TO AS-CPO-DEPOIS
            PERFORM 2565-COMPARA-CAMPO
            .
       2550-CAMPOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2565-COMPARA-CAMPO: no modo compara, grava o antes e o depois
      * do campo quando diferem; nos modos so antes e so depois, grava
      * o valor quando preenchido.
      *----------------------------------------------------------------
       2565-COMPARA-CAMPO           SECTION.

            MOVE AS-CPO-ROTULO        TO LCP-ROTULO

            EVALUATE TRUE
                WHEN AS-MODO-COMPARA
                    IF AS-CPO-ANTES NOT EQUAL AS-CPO-DEPOIS
                        SET AS-DIFERENCA-OK TO TRUE
                        MOVE 'ANTES : ' TO LCP-TIPO
                        MOVE AS-CPO-ANTES TO LCP-VALOR
                        MOVE LIN-CAMPO  TO AS-TEXTO
                        PERFORM 2900-GRAVA-LINHA
                        MOVE SPACES     TO LCP-ROTULO
                        MOVE 'DEPOIS: ' TO LCP-TIPO
                        MOVE AS-CPO-DEPOIS TO LCP-VALOR
                        MOVE LIN-CAMPO  TO AS-TEXTO
                        PERFORM 2900-GRAVA-LINHA
                    END-IF
                WHEN AS-MODO-ANTES
                    IF AS-CPO-ANTES NOT EQUAL SPACES
                        MOVE 'ANTES : ' TO LCP-TIPO
                        MOVE AS-CPO-ANTES TO LCP-VALOR
                        MOVE LIN-CAMPO  TO AS-TEXTO
                        PERFORM 2900-GRAVA-LINHA
                    END-IF
                WHEN AS-MODO-DEPOIS
                    IF AS-CPO-DEPOIS NOT EQUAL SPACES
                        MOVE 'ATUAL : ' TO LCP-TIPO
                        MOVE AS-CPO-DEPOIS TO LCP-VALOR
                        MOVE LIN-CAMPO  TO AS-TEXTO
                        PERFORM 2900-GRAVA-LINHA
                    END-IF
            END-EVALUATE
            .
       2565-COMPARA-CAMPO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2570-FECHA-OPERADOR: fecha a secao do dono com o total e
      * acrescenta em DGA.TXT o aviso de resumo gerado, que MENUCTT
      * mostra no proximo sign-on do operador.
      *----------------------------------------------------------------
       2570-FECHA-OPERADOR          SECTION.

            IF AS-PULA-OPERADOR-OK
                GO TO 2570-FECHA-OPERADOR-EXIT
            END-IF

            PERFORM 2900-GRAVA-LINHA
            STRING 'TOTAL: '          AS-OPR-ALTERACOES
                   ' ALTERACOES EM '  AS-OPR-CONTATOS
                   ' CONTATOS.'
                   DELIMITED BY SIZE INTO AS-TEXTO
            END-STRING
            PERFORM 2900-GRAVA-LINHA
            PERFORM 2900-GRAVA-LINHA

            ACCEPT AS-HORA-SISTEMA    FROM TIME
            MOVE AS-DONO-CORRENTE     TO WS-DGA-OPERADOR
            SET DGA-GERADO            TO TRUE
            MOVE AS-DATA-RESUMO       TO WS-DGA-DATA-REF
            MOVE AS-OPR-ALTERACOES    TO WS-DGA-QTD
            MOVE AS-DATA-SISTEMA      TO WS-DGA-DATA
            MOVE AS-HORA-SISTEMA(1:6) TO WS-DGA-HORA
            WRITE DGA-LINHA           FROM WS-DGA-REGISTRO

            ADD 1                     TO AS-CONT-OPERADORES
            DISPLAY 'RESUMO GRAVADO PARA ' AS-DONO-CORRENTE ': '
                    AS-OPR-ALTERACOES ' ALTERACOES EM '
                    AS-OPR-CONTATOS ' CONTATOS.'
            .
       2570-FECHA-OPERADOR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2900-GRAVA-LINHA: grava AS-TEXTO em DIG.TXT com o codigo do
      * dono e a data do resumo, e limpa AS-TEXTO. Dono que ja tem o
      * resumo do dia nao recebe nada.
      *----------------------------------------------------------------
       2900-GRAVA-LINHA             SECTION.

            IF NOT AS-PULA-OPERADOR-OK
                MOVE AS-DONO-CORRENTE TO WS-DIG-OPERADOR
                MOVE AS-DATA-RESUMO   TO WS-DIG-DATA
                MOVE AS-TEXTO         TO WS-DIG-TEXTO
                WRITE DIG-LINHA       FROM WS-DIG-REGISTRO
            END-IF

            MOVE SPACES               TO AS-TEXTO
            .
       2900-GRAVA-LINHA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               CLOSE RESUMO
               CLOSE AVISOS

               IF AS-COT-ABERTO-OK
                   CLOSE COT-DAT
               END-IF

               DISPLAY '*** RESUMO DE ALTERACOES POR RESPONSAVEL ***'
               DISPLAY 'DIA DO RESUMO:         ' AS-DATA-EXIB
               DISPLAY 'LINHAS DO CONTLOG:     ' AS-CONT-LIDAS
               DISPLAY 'ALTERACOES DO DIA:     ' AS-CONT-DO-DIA
               DISPLAY 'FEITAS PELO DONO:      ' AS-CONT-PROPRIAS
               DISPLAY 'CONTATO SEM DONO:      ' AS-CONT-SEM-DONO
               DISPLAY 'NO RESUMO:             ' AS-CONT-SELECIONADAS
               DISPLAY 'IMAGENS DO HISTORICO:  ' AS-CONT-IMAGENS
               DISPLAY 'OPERACOES SEM CONTATO: ' AS-CONT-IGNORADAS
               DISPLAY 'RESUMOS GRAVADOS:      ' AS-CONT-OPERADORES
               DISPLAY 'JA GERADOS ANTES:      ' AS-CONT-JA-GERADOS

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

       END PROGRAM DIGCTT.
