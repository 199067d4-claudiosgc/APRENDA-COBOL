      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RESUMO DOS TEMPOS DE EXECUCAO DAS CADEIAS BATCH A
      *          PARTIR DO HISTORICO RUNHIST.TXT GRAVADO POR BATCHCTT:
      *          POR CADEIA E PASSO, AS ULTIMAS N EXECUCOES (VARIAVEL
      *          RUNH_ULTIMAS, PADRAO 10, NO MAXIMO 50), DA MAIS
      *          RECENTE PARA A MAIS ANTIGA, COM A MEDIA E A MAXIMA DA
      *          DURACAO. A MEDIA CONSIDERA SO AS EXECUCOES OK DA
      *          JANELA. UMA EXECUCAO E MARCADA QUANDO PASSA DA MEDIA
      *          EM MAIS DO QUE RUNH_PERC POR CENTO (PADRAO 050) OU
      *          QUANDO PASSA DO LIMITE DO PASSO EM MINUTOS DEFINIDO
      *          EM CHAINS.TXT. RUNH_CADEIA RESTRINGE O RESUMO A UMA
      *          CADEIA (VAZIO, TODAS). A SAIDA E IMPRESSA EM
      *          RUNH.TXT. CHAMADO POR BATCHCTT AO FIM DA CADEIA
      *          NOTURNA, E TAMBEM EXECUTAVEL SOZINHO. HAVENDO
      *          EXECUCOES EM ALERTA, REGISTRA UMA OCORRENCIA DE
      *          SEVERIDADE BAIXA NO REGISTRO CENTRAL INC.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HISTORICO ASSIGN TO AS-CAMINHO-HST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-HST.

           SELECT REL-RUNH ASSIGN TO AS-CAMINHO-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REL.

           SELECT SRT-HST ASSIGN TO AS-CAMINHO-SRT.

       DATA DIVISION.
       FILE SECTION.

       FD HISTORICO.
       01 HST-LINHA                    PIC X(80).

       FD REL-RUNH.
       01 REL-LINHA                    PIC X(132).

       SD SRT-HST.
       01 SRT-REGISTRO.
           05 SRT-CADEIA               PIC X(08).
           05 SRT-PASSO                PIC X(08).
           05 SRT-DT-INI               PIC 9(08).
           05 SRT-HR-INI               PIC 9(06).
           05 SRT-DT-FIM               PIC 9(08).
           05 SRT-HR-FIM               PIC 9(06).
           05 SRT-DURACAO              PIC 9(06).
           05 SRT-STATUS               PIC X(08).
           05 SRT-LIMITE               PIC 9(03).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-HST           PIC X(080).
           05 AS-CAMINHO-REL           PIC X(080).
           05 AS-CAMINHO-SRT           PIC X(080).
           05 AS-STATUS-HST            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-REL            PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-EOF-SRT               PIC X(001) VALUE 'N'.
               88 AS-EOF-SRT-OK        VALUE 'S' FALSE 'N'.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-ULTIMAS               PIC 9(002) VALUE ZEROS.
           05 AS-ULTIMAS-TXT           PIC X(002) VALUE SPACES.
           05 AS-PERC                  PIC 9(003) VALUE ZEROS.
           05 AS-PERC-TXT              PIC X(003) VALUE SPACES.
           05 AS-CADEIA-FILTRO         PIC X(008) VALUE SPACES.
           05 AS-CADEIA-ATUAL          PIC X(008) VALUE SPACES.
           05 AS-PASSO-ATUAL           PIC X(008) VALUE SPACES.
           05 AS-QTD-EXEC              PIC 9(002) COMP VALUE ZEROS.
           05 AS-QTD-OK                PIC 9(002) COMP VALUE ZEROS.
           05 AS-IDX                   PIC 9(002) COMP VALUE ZEROS.
           05 AS-SOMA                  PIC 9(008) VALUE ZEROS.
           05 AS-MEDIA                 PIC 9(006) VALUE ZEROS.
           05 AS-MAXIMA                PIC 9(006) VALUE ZEROS.
           05 AS-TETO-MEDIA            PIC 9(008) VALUE ZEROS.
           05 AS-SEG-FMT               PIC 9(006) VALUE ZEROS.
           05 AS-RESTO                 PIC 9(006) VALUE ZEROS.
           05 AS-ACIMA-MEDIA           PIC X(001) VALUE 'N'.
               88 AS-ACIMA-MEDIA-OK    VALUE 'S' FALSE 'N'.
           05 AS-ACIMA-LIMITE          PIC X(001) VALUE 'N'.
               88 AS-ACIMA-LIMITE-OK   VALUE 'S' FALSE 'N'.
           05 AS-CONT-LIDAS            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-PASSOS           PIC 9(004) VALUE ZEROS.
           05 AS-CONT-ALERTAS          PIC 9(004) VALUE ZEROS.
           05 AS-TEMPO-FMT.
               10 AS-TF-HH             PIC 9(003).
               10 FILLER               PIC X(001) VALUE ':'.
               10 AS-TF-MM             PIC 9(002).
               10 FILLER               PIC X(001) VALUE ':'.
               10 AS-TF-SS             PIC 9(002).

       01 AS-CAMINHO-HST-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RUNHIST.
      -    'TXT'.
       01 AS-CAMINHO-REL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RUNH.TXT
      -    ''.
       01 AS-CAMINHO-SRT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.

           COPY WS_RUNHIST.

       01 TAB-EXECUCOES.
           05 EXE-ITEM                 OCCURS 50.
               10 EXE-DT-INI           PIC 9(08).
               10 EXE-HR-INI           PIC 9(06).
               10 EXE-DT-FIM           PIC 9(08).
               10 EXE-HR-FIM           PIC 9(06).
               10 EXE-DURACAO          PIC 9(06).
               10 EXE-STATUS           PIC X(08).
                   88 EXE-OK           VALUE 'OK      '.
               10 EXE-LIMITE           PIC 9(03).

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(012) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

       01 LIN-CABECALHO.
           05 FILLER                   PIC X(032) VALUE
               'RESUMO DE TEMPOS DAS CADEIAS EM'.
           05 LIN-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-CAB-HORA             PIC 9(006).
           05 FILLER                   PIC X(011) VALUE ' (ULTIMAS'.
           05 LIN-CAB-ULTIMAS          PIC Z9.
           05 FILLER                   PIC X(025) VALUE
               ' EXECUCOES, ALERTA ACIMA'.
           05 FILLER                   PIC X(012) VALUE
               'DA MEDIA +'.
           05 LIN-CAB-PERC             PIC ZZ9.
           05 FILLER                   PIC X(002) VALUE '%)'.

       01 LIN-PASSO.
           05 FILLER                   PIC X(008) VALUE 'CADEIA '.
           05 LIN-PAS-CADEIA           PIC X(008).
           05 FILLER                   PIC X(008) VALUE '  PASSO '.
           05 LIN-PAS-PASSO            PIC X(008).
           05 FILLER                   PIC X(013) VALUE
               '  EXECUCOES:'.
           05 LIN-PAS-QTD              PIC Z9.
           05 FILLER                   PIC X(009) VALUE '  MEDIA: '.
           05 LIN-PAS-MEDIA            PIC X(009).
           05 FILLER                   PIC X(010) VALUE '  MAXIMA: '.
           05 LIN-PAS-MAXIMA           PIC X(009).
           05 FILLER                   PIC X(010) VALUE '  LIMITE: '.
           05 LIN-PAS-LIMITE           PIC X(012).

       01 LIN-LIMITE-MIN.
           05 LIN-LIM-MIN              PIC ZZ9.
           05 FILLER                   PIC X(004) VALUE ' MIN'.

       01 LIN-TITULOS.
           05 FILLER                   PIC X(048) VALUE
               '    INICIO           FIM              DURACAO  '.
           05 FILLER                   PIC X(020) VALUE
               'RESULTADO ALERTA'.

       01 LIN-EXECUCAO.
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LIN-EXE-MARCA            PIC X(001).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-EXE-DT-INI           PIC 9(008).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-EXE-HR-INI           PIC 9(006).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LIN-EXE-DT-FIM           PIC 9(008).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-EXE-HR-FIM           PIC 9(006).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LIN-EXE-DURACAO          PIC X(009).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LIN-EXE-STATUS           PIC X(008).
           05 FILLER                   PIC X(002) VALUE SPACES.
           05 LIN-EXE-ALERTA           PIC X(030).

       01 LIN-TOTAL.
           05 FILLER                   PIC X(020) VALUE
               'PASSOS RESUMIDOS:'.
           05 LIN-TOT-PASSOS           PIC ZZZ9.
           05 FILLER                   PIC X(024) VALUE
               '   EXECUCOES LIDAS:'.
           05 LIN-TOT-LIDAS            PIC ZZZZZ9.
           05 FILLER                   PIC X(024) VALUE
               '   EXECUCOES EM ALERTA:'.
           05 LIN-TOT-ALERTAS          PIC ZZZ9.

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

            MOVE AS-CAMINHO-HST-DFL   TO AS-CAMINHO-HST
            DISPLAY 'RUNHIST_PATH'    UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-HST     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-HST EQUAL SPACES
                MOVE AS-CAMINHO-HST-DFL TO AS-CAMINHO-HST
            END-IF

            MOVE AS-CAMINHO-REL-DFL   TO AS-CAMINHO-REL
            DISPLAY 'RUNH_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-REL     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-REL EQUAL SPACES
                MOVE AS-CAMINHO-REL-DFL TO AS-CAMINHO-REL
            END-IF

            MOVE AS-CAMINHO-SRT-DFL   TO AS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-SRT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-SRT EQUAL SPACES
                MOVE AS-CAMINHO-SRT-DFL TO AS-CAMINHO-SRT
            END-IF

            MOVE SPACES               TO AS-ULTIMAS-TXT
            DISPLAY 'RUNH_ULTIMAS'    UPON ENVIRONMENT-NAME
            ACCEPT AS-ULTIMAS-TXT     FROM ENVIRONMENT-VALUE
            IF AS-ULTIMAS-TXT IS NUMERIC
                MOVE AS-ULTIMAS-TXT   TO AS-ULTIMAS
            ELSE
                MOVE 10               TO AS-ULTIMAS
            END-IF
            IF AS-ULTIMAS EQUAL ZEROS
                MOVE 10               TO AS-ULTIMAS
            END-IF
            IF AS-ULTIMAS GREATER 50
                MOVE 50               TO AS-ULTIMAS
            END-IF

            MOVE SPACES               TO AS-PERC-TXT
            DISPLAY 'RUNH_PERC'       UPON ENVIRONMENT-NAME
            ACCEPT AS-PERC-TXT        FROM ENVIRONMENT-VALUE
            IF AS-PERC-TXT IS NUMERIC
                MOVE AS-PERC-TXT      TO AS-PERC
            ELSE
                MOVE 50               TO AS-PERC
            END-IF

            MOVE SPACES               TO AS-CADEIA-FILTRO
            DISPLAY 'RUNH_CADEIA'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CADEIA-FILTRO   FROM ENVIRONMENT-VALUE

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD
            ACCEPT AS-HORA-SISTEMA    FROM TIME

            OPEN OUTPUT REL-RUNH

            IF AS-STATUS-REL NOT EQUAL ZEROS
                MOVE 'RUNH.TXT'      TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-REL   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                DISPLAY 'TERMINO ANORMAL'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE AS-DATA-SISTEMA      TO LIN-CAB-DATA
            MOVE AS-HORA-SISTEMA(1:6) TO LIN-CAB-HORA
            MOVE AS-ULTIMAS           TO LIN-CAB-ULTIMAS
            MOVE AS-PERC              TO LIN-CAB-PERC
            WRITE REL-LINHA           FROM LIN-CABECALHO

            OPEN INPUT HISTORICO

            IF AS-STATUS-HST EQUAL 35
                MOVE SPACES           TO REL-LINHA
                WRITE REL-LINHA
                MOVE 'NENHUMA EXECUCAO REGISTRADA EM RUNHIST.TXT.'
                                      TO REL-LINHA
                WRITE REL-LINHA
                CLOSE REL-RUNH
                DISPLAY 'HISTORICO DE EXECUCAO AINDA NAO EXISTE.'
                DISPLAY 'TERMINO NORMAL'
                GOBACK
            END-IF

            IF AS-STATUS-HST NOT EQUAL ZEROS
                MOVE 'RUNHIST.TXT'   TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-HST   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            CLOSE HISTORICO
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            SORT SRT-HST
                ON ASCENDING  KEY SRT-CADEIA SRT-PASSO
                ON DESCENDING KEY SRT-DT-INI SRT-HR-INI
                INPUT PROCEDURE  IS 2100-SELECIONA-EXECUCOES
                OUTPUT PROCEDURE IS 2200-RESUME-PASSOS
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-SELECIONA-EXECUCOES: percorre RUNHIST.TXT e envia ao
      * SORT as execucoes da cadeia pedida (ou de todas). Linha com
      * data de inicio nao numerica (editada a mao, truncada) e
      * ignorada.
      *----------------------------------------------------------------
       2100-SELECIONA-EXECUCOES       SECTION.

            SET AS-EOF-OK             TO FALSE

            OPEN INPUT HISTORICO

            PERFORM UNTIL AS-EOF-OK
                READ HISTORICO INTO HST-REGISTRO
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        IF HST-DT-INI IS NUMERIC
                           AND HST-DURACAO IS NUMERIC
                           AND (AS-CADEIA-FILTRO EQUAL SPACES
                                OR HST-CADEIA EQUAL AS-CADEIA-FILTRO)
                            ADD 1                 TO AS-CONT-LIDAS
                            MOVE HST-CADEIA       TO SRT-CADEIA
                            MOVE HST-PASSO        TO SRT-PASSO
                            MOVE HST-DT-INI       TO SRT-DT-INI
                            MOVE HST-HR-INI       TO SRT-HR-INI
                            MOVE HST-DT-FIM       TO SRT-DT-FIM
                            MOVE HST-HR-FIM       TO SRT-HR-FIM
                            MOVE HST-DURACAO      TO SRT-DURACAO
                            MOVE HST-STATUS       TO SRT-STATUS
                            IF HST-LIMITE IS NUMERIC
                                MOVE HST-LIMITE   TO SRT-LIMITE
                            ELSE
                                MOVE ZEROS        TO SRT-LIMITE
                            END-IF
                            RELEASE SRT-REGISTRO
                        END-IF
                END-READ
            END-PERFORM

            CLOSE HISTORICO
            .
       2100-SELECIONA-EXECUCOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-RESUME-PASSOS: recebe do SORT as execucoes ordenadas por
      * cadeia e passo, da mais recente para a mais antiga, guarda as
      * primeiras AS-ULTIMAS de cada passo e, na quebra, imprime o
      * passo por 2300-IMPRIME-PASSO.
      *----------------------------------------------------------------
       2200-RESUME-PASSOS             SECTION.

            SET AS-EOF-SRT-OK         TO FALSE
            MOVE ZEROS                TO AS-QTD-EXEC
            MOVE SPACES               TO AS-CADEIA-ATUAL
                                         AS-PASSO-ATUAL

            PERFORM UNTIL AS-EOF-SRT-OK
                RETURN SRT-HST
                    AT END
                        SET AS-EOF-SRT-OK TO TRUE
                    NOT AT END
                        IF AS-QTD-EXEC GREATER ZEROS
                           AND (SRT-CADEIA NOT EQUAL AS-CADEIA-ATUAL
                             OR SRT-PASSO NOT EQUAL AS-PASSO-ATUAL)
                            PERFORM 2300-IMPRIME-PASSO
                        END-IF
                        MOVE SRT-CADEIA       TO AS-CADEIA-ATUAL
                        MOVE SRT-PASSO        TO AS-PASSO-ATUAL
                        IF AS-QTD-EXEC LESS AS-ULTIMAS
                            ADD 1             TO AS-QTD-EXEC
                            MOVE SRT-DT-INI
                                TO EXE-DT-INI (AS-QTD-EXEC)
                            MOVE SRT-HR-INI
                                TO EXE-HR-INI (AS-QTD-EXEC)
                            MOVE SRT-DT-FIM
                                TO EXE-DT-FIM (AS-QTD-EXEC)
                            MOVE SRT-HR-FIM
                                TO EXE-HR-FIM (AS-QTD-EXEC)
                            MOVE SRT-DURACAO
                                TO EXE-DURACAO (AS-QTD-EXEC)
                            MOVE SRT-STATUS
                                TO EXE-STATUS (AS-QTD-EXEC)
                            MOVE SRT-LIMITE
                                TO EXE-LIMITE (AS-QTD-EXEC)
                        END-IF
                END-RETURN
            END-PERFORM

            IF AS-QTD-EXEC GREATER ZEROS
                PERFORM 2300-IMPRIME-PASSO
            END-IF
            .
       2200-RESUME-PASSOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-IMPRIME-PASSO: calcula a media (so das execucoes OK) e a
      * maxima das execucoes guardadas do passo corrente, imprime o
      * cabecalho do passo e uma linha por execucao, marcando com '*'
      * a que passou da media acrescida de AS-PERC por cento ou do
      * limite do passo vigente na propria execucao. Sem execucao OK
      * na janela nao ha media, e so o limite vale.
      *----------------------------------------------------------------
       2300-IMPRIME-PASSO             SECTION.

            ADD 1                     TO AS-CONT-PASSOS
            MOVE ZEROS                TO AS-SOMA AS-QTD-OK AS-MEDIA
                                         AS-MAXIMA AS-TETO-MEDIA

            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-EXEC
                IF EXE-OK (AS-IDX)
                    ADD 1                 TO AS-QTD-OK
                    ADD EXE-DURACAO (AS-IDX) TO AS-SOMA
                END-IF
                IF EXE-DURACAO (AS-IDX) GREATER AS-MAXIMA
                    MOVE EXE-DURACAO (AS-IDX) TO AS-MAXIMA
                END-IF
            END-PERFORM

            IF AS-QTD-OK GREATER ZEROS
                COMPUTE AS-MEDIA ROUNDED = AS-SOMA / AS-QTD-OK
                COMPUTE AS-TETO-MEDIA =
                    AS-MEDIA * (100 + AS-PERC) / 100
            END-IF

            MOVE AS-CADEIA-ATUAL      TO LIN-PAS-CADEIA
            MOVE AS-PASSO-ATUAL       TO LIN-PAS-PASSO
            MOVE AS-QTD-EXEC          TO LIN-PAS-QTD
            IF AS-QTD-OK GREATER ZEROS
                MOVE AS-MEDIA         TO AS-SEG-FMT
                PERFORM 2400-FORMATA-TEMPO
                MOVE AS-TEMPO-FMT     TO LIN-PAS-MEDIA
            ELSE
                MOVE '   SEM OK'      TO LIN-PAS-MEDIA
            END-IF
            MOVE AS-MAXIMA            TO AS-SEG-FMT
            PERFORM 2400-FORMATA-TEMPO
            MOVE AS-TEMPO-FMT         TO LIN-PAS-MAXIMA
            IF EXE-LIMITE (1) GREATER ZEROS
                MOVE EXE-LIMITE (1)   TO LIN-LIM-MIN
                MOVE LIN-LIMITE-MIN   TO LIN-PAS-LIMITE
            ELSE
                MOVE 'SEM LIMITE'     TO LIN-PAS-LIMITE
            END-IF

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA           FROM LIN-PASSO
            WRITE REL-LINHA           FROM LIN-TITULOS

            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-EXEC
                SET AS-ACIMA-MEDIA-OK    TO FALSE
                SET AS-ACIMA-LIMITE-OK   TO FALSE
                IF AS-QTD-OK GREATER ZEROS
                   AND EXE-DURACAO (AS-IDX) GREATER AS-TETO-MEDIA
                    SET AS-ACIMA-MEDIA-OK TO TRUE
                END-IF
                IF EXE-LIMITE (AS-IDX) GREATER ZEROS
                   AND EXE-DURACAO (AS-IDX) GREATER
                       EXE-LIMITE (AS-IDX) * 60
                    SET AS-ACIMA-LIMITE-OK TO TRUE
                END-IF

                MOVE SPACE               TO LIN-EXE-MARCA
                EVALUATE TRUE
                    WHEN AS-ACIMA-MEDIA-OK AND AS-ACIMA-LIMITE-OK
                        MOVE 'ACIMA DA MEDIA E DO LIMITE'
                                         TO LIN-EXE-ALERTA
                    WHEN AS-ACIMA-MEDIA-OK
                        MOVE 'ACIMA DA MEDIA'
                                         TO LIN-EXE-ALERTA
                    WHEN AS-ACIMA-LIMITE-OK
                        MOVE 'ACIMA DO LIMITE'
                                         TO LIN-EXE-ALERTA
                    WHEN OTHER
                        MOVE SPACES      TO LIN-EXE-ALERTA
                END-EVALUATE
                IF AS-ACIMA-MEDIA-OK OR AS-ACIMA-LIMITE-OK
                    MOVE '*'             TO LIN-EXE-MARCA
                    ADD 1                TO AS-CONT-ALERTAS
                END-IF

                MOVE EXE-DT-INI (AS-IDX) TO LIN-EXE-DT-INI
                MOVE EXE-HR-INI (AS-IDX) TO LIN-EXE-HR-INI
                MOVE EXE-DT-FIM (AS-IDX) TO LIN-EXE-DT-FIM
                MOVE EXE-HR-FIM (AS-IDX) TO LIN-EXE-HR-FIM
                MOVE EXE-DURACAO (AS-IDX) TO AS-SEG-FMT
                PERFORM 2400-FORMATA-TEMPO
                MOVE AS-TEMPO-FMT        TO LIN-EXE-DURACAO
                MOVE EXE-STATUS (AS-IDX) TO LIN-EXE-STATUS
                WRITE REL-LINHA          FROM LIN-EXECUCAO
            END-PERFORM

            MOVE ZEROS                TO AS-QTD-EXEC
            .
       2300-IMPRIME-PASSO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-FORMATA-TEMPO: converte os segundos de AS-SEG-FMT em
      * HHH:MM:SS em AS-TEMPO-FMT.
      *----------------------------------------------------------------
       2400-FORMATA-TEMPO             SECTION.

            DIVIDE AS-SEG-FMT BY 3600 GIVING AS-TF-HH
                REMAINDER AS-RESTO
            DIVIDE AS-RESTO BY 60 GIVING AS-TF-MM
                REMAINDER AS-TF-SS
            .
       2400-FORMATA-TEMPO-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               IF AS-CONT-LIDAS EQUAL ZEROS
                   MOVE SPACES          TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE 'NENHUMA EXECUCAO REGISTRADA PARA A CADEIA.'
                                        TO REL-LINHA
                   WRITE REL-LINHA
               END-IF

               MOVE AS-CONT-PASSOS      TO LIN-TOT-PASSOS
               MOVE AS-CONT-LIDAS       TO LIN-TOT-LIDAS
               MOVE AS-CONT-ALERTAS     TO LIN-TOT-ALERTAS
               MOVE SPACES              TO REL-LINHA
               WRITE REL-LINHA
               WRITE REL-LINHA          FROM LIN-TOTAL

               CLOSE REL-RUNH

               IF AS-CONT-ALERTAS GREATER ZEROS
                   MOVE 'RUNHCTT'       TO WS-INC-PROGRAMA
                   MOVE 'B'             TO WS-INC-SEVERIDADE
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'TEMPOS DE EXECUCAO: ' AS-CONT-ALERTAS
                          ' EXECUCOES EM ALERTA'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   MOVE 'RUNH.TXT'      TO WS-INC-ARQUIVO
                   CALL 'INCCTT' USING WS-INC-PARAMETROS
                                       WS-INC-RESULTADO
               END-IF

               DISPLAY 'RESUMO DE TEMPOS GRAVADO EM RUNH.TXT. '
                       'EXECUCOES EM ALERTA: ' AS-CONT-ALERTAS
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL *******************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               CLOSE REL-RUNH

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.
       END PROGRAM RUNHCTT.
