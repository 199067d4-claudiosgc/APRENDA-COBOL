      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DAS SESSOES DE OPERADOR A PARTIR DO
      *          REGISTRO SSN.TXT GRAVADO POR MENUCTT: CADA SESSAO
      *          POR OPERADOR E DIA, COM ENTRADA, FIM, DURACAO EM
      *          MINUTOS, TERMINAL E COMO TERMINOU (SAIDA, INATIVO OU
      *          SEM REGISTRO DE FIM), O TOTAL DO DIA, AS SESSOES DO
      *          MESMO OPERADOR ABERTAS AO MESMO TEMPO E AS FALHAS DE
      *          IDENTIFICACAO E TROCAS DE SENHA POR OPERADOR E DIA.
      *          SESSAO SEM REGISTRO DE FIM (JANELA FECHADA, QUEDA)
      *          CONTA, PARA A SOBREPOSICAO, ATE O FIM DO DIA DA
      *          ENTRADA. O PERIODO VEM DE SSNR_DTINI E SSNR_DTFIM
      *          (AAAAMMDD; VAZIOS, TODO O REGISTRO) E A SAIDA E
      *          IMPRESSA EM SSNR.TXT, NO ESTILO DO PNDA.TXT DE
      *          PNDRCTT, PARA A AUDITORIA DE SEGURANCA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNRCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SESSOES ASSIGN TO WS-CAMINHO-SSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-SSN.

            SELECT REL-SSNR ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-REL.

            SELECT SRT-SSN ASSIGN TO WS-CAMINHO-SRT.

       DATA DIVISION.
       FILE SECTION.
       FD SESSOES.
       01 SSN-LINHA                        PIC X(84).

       FD REL-SSNR.
       01 REL-LINHA                        PIC X(132).

       SD SRT-SSN.
       01 SRT-REGISTRO.
          03 SRT-OPERADOR                  PIC X(04).
          03 SRT-DATA                      PIC 9(08).
          03 SRT-HORA                      PIC 9(06).
          03 SRT-IDX                       PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-SSN                   PIC X(80).
       01 WS-CAMINHO-SSN-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SSN.TXT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SSNR.TXT
      -    ''.
       01 WS-CAMINHO-SRT                   PIC X(80).
       01 WS-CAMINHO-SRT-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.
       77 WS-STATUS-SSN             PIC 99.
          88 STATUS-SSN-OK          VALUE 0.
       77 WS-STATUS-REL             PIC 99.
          88 STATUS-REL-OK          VALUE 0.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT                PIC X.
          88 EOF-SRT-OK             VALUE 'S' FALSE 'N'.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77 WS-DT-INI-TXT             PIC X(08) VALUE SPACES.
       77 WS-DT-FIM-TXT             PIC X(08) VALUE SPACES.
       77 WS-DT-INI                 PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM                 PIC 9(08) VALUE 99999999.
       77 WS-QTD-SSN                PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-DIA                PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX                    PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-2                  PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-DIA                PIC 9(04) COMP VALUE ZEROS.
       77 WS-ACHOU                  PIC X    VALUE 'N'.
          88 ACHOU                  VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRO               PIC X    VALUE 'S'.
          88 PRIMEIRO-REGISTRO      VALUE 'S' FALSE 'N'.
       77 WS-OPR-ANT                PIC X(04) VALUE SPACES.
       77 WS-DATA-ANT               PIC 9(08) VALUE ZEROS.
       77 WS-SUB-SESSOES            PIC 9(04) VALUE ZEROS.
       77 WS-SUB-MINUTOS            PIC 9(07) VALUE ZEROS.
       77 WS-TOT-SESSOES            PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SIMULT             PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FALHAS             PIC 9(05) VALUE ZEROS.
       77 WS-INSTANTE               PIC 9(11) VALUE ZEROS.
       77 WS-CALC-DATA              PIC 9(08) VALUE ZEROS.
       01 WS-CALC-HORA.
          03 WS-CH-HH               PIC 9(02).
          03 WS-CH-MM               PIC 9(02).
          03 WS-CH-SS               PIC 9(02).

          COPY WS_SSNLOG.

       01 TAB-SESSOES.
          03 TAB-SSN                OCCURS 3000.
             05 TAB-SSN-OPERADOR    PIC X(04).
             05 TAB-SSN-DATA        PIC 9(08).
             05 TAB-SSN-HORA        PIC 9(06).
             05 TAB-SSN-TERMINAL    PIC X(15).
             05 TAB-SSN-FIM-DATA    PIC 9(08).
             05 TAB-SSN-FIM-HORA    PIC 9(06).
             05 TAB-SSN-COMO        PIC X(07).
             05 TAB-SSN-INI-SEG     PIC 9(11).
             05 TAB-SSN-FIM-SEG     PIC 9(11).
             05 TAB-SSN-SIMULT      PIC X(01).

       01 TAB-DIAS.
          03 TAB-DIA                OCCURS 2000.
             05 TAB-DIA-OPERADOR    PIC X(04).
             05 TAB-DIA-DATA        PIC 9(08).
             05 TAB-DIA-FALHAS      PIC 9(04).
             05 TAB-DIA-SENHAS      PIC 9(04).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'SESSOES DE OPERADOR'.
       01 WS-CABECALHO-2.
          03 FILLER                 PIC X(06) VALUE 'DATA: '.
          03 WS-CAB-DATA            PIC 9(08).
          03 FILLER                 PIC X(12) VALUE '  PERIODO: '.
          03 WS-CAB-DT-INI          PIC 9(08).
          03 FILLER                 PIC X(03) VALUE ' A '.
          03 WS-CAB-DT-FIM          PIC 9(08).
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(49) VALUE
             'OPER DATA     ENTRADA  FIM      DATA FIM DURACAO '.
          03 FILLER                 PIC X(16) VALUE
             'COMO    TERMINAL'.
       01 WS-LIN-SESSAO.
          03 WS-LIN-OPERADOR        PIC X(04).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-DATA            PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-HORA            PIC 99B99B99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-FIM-HORA        PIC 99B99B99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-FIM-DATA        PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-MINUTOS         PIC ZZZZ9.
          03 FILLER                 PIC X(03) VALUE ' M '.
          03 WS-LIN-COMO            PIC X(07).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-TERMINAL        PIC X(15).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-SIMULT          PIC X(10).
       01 WS-LIN-SUBTOTAL.
          03 FILLER                 PIC X(14) VALUE
             '     TOTAL DO '.
          03 FILLER                 PIC X(05) VALUE 'DIA: '.
          03 WS-SUB-LIN-SESSOES     PIC ZZZ9.
          03 FILLER                 PIC X(13) VALUE ' SESSAO(OES) '.
          03 WS-SUB-LIN-MINUTOS     PIC ZZZZZZ9.
          03 FILLER                 PIC X(08) VALUE ' MINUTOS'.
       01 WS-LIN-SIMULTANEA.
          03 FILLER                 PIC X(09) VALUE 'OPERADOR '.
          03 WS-SIM-OPERADOR        PIC X(04).
          03 FILLER                 PIC X(09) VALUE ' ENTRADA '.
          03 WS-SIM-DATA-1          PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-SIM-HORA-1          PIC 99B99B99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-SIM-TERM-1          PIC X(15).
          03 FILLER                 PIC X(06) VALUE ' COM  '.
          03 WS-SIM-DATA-2          PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-SIM-HORA-2          PIC 99B99B99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-SIM-TERM-2          PIC X(15).
       01 WS-LIN-EVENTOS.
          03 FILLER                 PIC X(09) VALUE 'OPERADOR '.
          03 WS-EVT-OPERADOR        PIC X(04).
          03 FILLER                 PIC X(06) VALUE ' DIA  '.
          03 WS-EVT-DATA            PIC 9(08).
          03 FILLER                 PIC X(10) VALUE '  FALHAS: '.
          03 WS-EVT-FALHAS          PIC ZZZ9.
          03 FILLER                 PIC X(19) VALUE
             '  TROCAS DE SENHA: '.
          03 WS-EVT-SENHAS          PIC ZZZ9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(17) VALUE
             'TOTAL DE SESSOES:'.
          03 WS-TOT-LIN-SESSOES     PIC ZZZZ9.
          03 FILLER                 PIC X(17) VALUE
             '  SIMULTANEAS:   '.
          03 WS-TOT-LIN-SIMULT      PIC ZZZZ9.
          03 FILLER                 PIC X(17) VALUE
             '  FALHAS:        '.
          03 WS-TOT-LIN-FALHAS      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '**** SESSOES DE OPERADOR ****'

            PERFORM P100-CAMINHOS
            PERFORM P200-CARREGA
            PERFORM P250-SOBREPOSICAO
            PERFORM P300-IMPRIME

            GOBACK
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente SSN_PATH, SSNR_PATH e SRT_PATH, usando o
      * caminho tradicional como valor padrao, e le o periodo em
      * SSNR_DTINI e SSNR_DTFIM (vazios ou invalidos, sem limite).
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-SSN-DFL      TO WS-CAMINHO-SSN
            DISPLAY 'SSN_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SSN        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SSN EQUAL SPACES
                MOVE WS-CAMINHO-SSN-DFL  TO WS-CAMINHO-SSN
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'SSNR_PATH'          UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF

            MOVE WS-CAMINHO-SRT-DFL      TO WS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SRT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SRT EQUAL SPACES
                MOVE WS-CAMINHO-SRT-DFL  TO WS-CAMINHO-SRT
            END-IF

            MOVE SPACES                  TO WS-DT-INI-TXT
            DISPLAY 'SSNR_DTINI'         UPON ENVIRONMENT-NAME
            ACCEPT WS-DT-INI-TXT         FROM ENVIRONMENT-VALUE
            IF WS-DT-INI-TXT IS NUMERIC
                MOVE WS-DT-INI-TXT       TO WS-DT-INI
            END-IF

            MOVE SPACES                  TO WS-DT-FIM-TXT
            DISPLAY 'SSNR_DTFIM'         UPON ENVIRONMENT-NAME
            ACCEPT WS-DT-FIM-TXT         FROM ENVIRONMENT-VALUE
            IF WS-DT-FIM-TXT IS NUMERIC
                MOVE WS-DT-FIM-TXT       TO WS-DT-FIM
            END-IF

            ACCEPT WS-DATA-SISTEMA       FROM DATE YYYYMMDD
            .
      *----------------------------------------------------------------
      * P200-CARREGA: percorre SSN.TXT montando a tabela de sessoes
      * (uma entrada por ENTRADA no periodo, completada pela SAIDA ou
      * INATIVO que leva a mesma entrada) e a de falhas e trocas de
      * senha por operador e dia.
      *----------------------------------------------------------------
       P200-CARREGA.
            SET EOF-OK              TO FALSE
            SET STATUS-SSN-OK       TO TRUE

            OPEN INPUT SESSOES

            IF WS-STATUS-SSN EQUAL 35 THEN
                DISPLAY 'REGISTRO DE SESSOES AINDA NAO EXISTE.'
            ELSE
                IF STATUS-SSN-OK THEN
                    PERFORM UNTIL EOF-OK
                        READ SESSOES INTO WS-SSN-REGISTRO
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                PERFORM P210-CARREGA-EVENTO
                        END-READ
                    END-PERFORM
                    CLOSE SESSOES
                ELSE
                    DISPLAY 'ERRO AO ABRIR O REGISTRO DE SESSOES'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-SSN
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P210-CARREGA-EVENTO: trata a linha corrente conforme o evento.
      * Linha fora do periodo (pela data do evento) e ignorada.
      *----------------------------------------------------------------
       P210-CARREGA-EVENTO.
            IF WS-SSN-DATA LESS WS-DT-INI
               OR WS-SSN-DATA GREATER WS-DT-FIM
                CONTINUE
            ELSE
                EVALUATE TRUE
                    WHEN SSN-ENTRADA
                        PERFORM P220-ABRE-SESSAO
                    WHEN SSN-SAIDA
                    WHEN SSN-INATIVO
                        PERFORM P230-FECHA-SESSAO
                    WHEN SSN-FALHA
                    WHEN SSN-SENHA
                        PERFORM P240-ACHA-DIA
                        IF ACHOU
                            IF SSN-FALHA
                                ADD 1 TO TAB-DIA-FALHAS (WS-IDX-DIA)
                                ADD 1 TO WS-TOT-FALHAS
                            ELSE
                                ADD 1 TO TAB-DIA-SENHAS (WS-IDX-DIA)
                            END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------
      * P220-ABRE-SESSAO: acrescenta a sessao a tabela, ainda sem fim.
      *----------------------------------------------------------------
       P220-ABRE-SESSAO.
            IF WS-QTD-SSN NOT LESS 3000
                DISPLAY 'LIMITE DE 3000 SESSOES NA TABELA.'
            ELSE
                ADD 1                    TO WS-QTD-SSN
                MOVE WS-QTD-SSN          TO WS-IDX
                MOVE WS-SSN-OPERADOR     TO TAB-SSN-OPERADOR (WS-IDX)
                MOVE WS-SSN-DATA         TO TAB-SSN-DATA (WS-IDX)
                MOVE WS-SSN-HORA         TO TAB-SSN-HORA (WS-IDX)
                MOVE WS-SSN-TERMINAL     TO TAB-SSN-TERMINAL (WS-IDX)
                MOVE ZEROS               TO TAB-SSN-FIM-DATA (WS-IDX)
                                            TAB-SSN-FIM-HORA (WS-IDX)
                MOVE 'SEM FIM'           TO TAB-SSN-COMO (WS-IDX)
                MOVE SPACE               TO TAB-SSN-SIMULT (WS-IDX)

                MOVE WS-SSN-DATA         TO WS-CALC-DATA
                MOVE WS-SSN-HORA         TO WS-CALC-HORA
                PERFORM P290-INSTANTE
                MOVE WS-INSTANTE         TO TAB-SSN-INI-SEG (WS-IDX)

                MOVE WS-SSN-DATA         TO WS-CALC-DATA
                MOVE 235959              TO WS-CALC-HORA
                PERFORM P290-INSTANTE
                MOVE WS-INSTANTE         TO TAB-SSN-FIM-SEG (WS-IDX)
            END-IF
            .
      *----------------------------------------------------------------
      * P230-FECHA-SESSAO: localiza a sessao pela entrada carimbada na
      * linha (operador, data e hora) e registra o fim. Fim cuja
      * entrada ficou fora do periodo e ignorado.
      *----------------------------------------------------------------
       P230-FECHA-SESSAO.
            SET ACHOU               TO FALSE
            PERFORM VARYING WS-IDX FROM WS-QTD-SSN BY -1
                    UNTIL WS-IDX LESS 1 OR ACHOU
                IF TAB-SSN-OPERADOR (WS-IDX) EQUAL WS-SSN-OPERADOR
                   AND TAB-SSN-DATA (WS-IDX) EQUAL WS-SSN-INI-DATA
                   AND TAB-SSN-HORA (WS-IDX) EQUAL WS-SSN-INI-HORA
                   AND TAB-SSN-TERMINAL (WS-IDX)
                       EQUAL WS-SSN-TERMINAL
                    SET ACHOU       TO TRUE
                    MOVE WS-SSN-DATA TO TAB-SSN-FIM-DATA (WS-IDX)
                    MOVE WS-SSN-HORA TO TAB-SSN-FIM-HORA (WS-IDX)
                    MOVE WS-SSN-EVENTO TO TAB-SSN-COMO (WS-IDX)
                    MOVE WS-SSN-DATA TO WS-CALC-DATA
                    MOVE WS-SSN-HORA TO WS-CALC-HORA
                    PERFORM P290-INSTANTE
                    MOVE WS-INSTANTE TO TAB-SSN-FIM-SEG (WS-IDX)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P240-ACHA-DIA: localiza (ou abre) a entrada do operador e dia
      * do evento corrente na tabela de falhas e trocas de senha.
      *----------------------------------------------------------------
       P240-ACHA-DIA.
            SET ACHOU               TO FALSE
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA GREATER WS-QTD-DIA OR ACHOU
                IF TAB-DIA-OPERADOR (WS-IDX-DIA) EQUAL WS-SSN-OPERADOR
                   AND TAB-DIA-DATA (WS-IDX-DIA) EQUAL WS-SSN-DATA
                    SET ACHOU       TO TRUE
                    SUBTRACT 1      FROM WS-IDX-DIA
                END-IF
            END-PERFORM

            IF NOT ACHOU
               AND WS-QTD-DIA LESS 2000
                ADD 1               TO WS-QTD-DIA
                MOVE WS-QTD-DIA     TO WS-IDX-DIA
                MOVE WS-SSN-OPERADOR TO TAB-DIA-OPERADOR (WS-IDX-DIA)
                MOVE WS-SSN-DATA    TO TAB-DIA-DATA (WS-IDX-DIA)
                MOVE ZEROS          TO TAB-DIA-FALHAS (WS-IDX-DIA)
                                       TAB-DIA-SENHAS (WS-IDX-DIA)
                SET ACHOU           TO TRUE
            END-IF
            .
      *----------------------------------------------------------------
      * P250-SOBREPOSICAO: marca as sessoes do mesmo operador que se
      * sobrepoem no tempo (uma comecou antes de a outra terminar).
      * Sessao sem codigo de operador (instalacao sem OPR.DAT) fica
      * de fora.
      *----------------------------------------------------------------
       P250-SOBREPOSICAO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER WS-QTD-SSN
                IF TAB-SSN-OPERADOR (WS-IDX) NOT EQUAL SPACES
                    PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                            UNTIL WS-IDX-2 GREATER WS-QTD-SSN
                        IF WS-IDX-2 GREATER WS-IDX
                           AND TAB-SSN-OPERADOR (WS-IDX-2)
                               EQUAL TAB-SSN-OPERADOR (WS-IDX)
                           AND TAB-SSN-INI-SEG (WS-IDX-2)
                               LESS TAB-SSN-FIM-SEG (WS-IDX)
                           AND TAB-SSN-INI-SEG (WS-IDX)
                               LESS TAB-SSN-FIM-SEG (WS-IDX-2)
                            MOVE 'S' TO TAB-SSN-SIMULT (WS-IDX)
                                        TAB-SSN-SIMULT (WS-IDX-2)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P290-INSTANTE: data e hora de WS-CALC-DATA/WS-CALC-HORA
      * reduzidas a segundos corridos.
      *----------------------------------------------------------------
       P290-INSTANTE.
            COMPUTE WS-INSTANTE =
                FUNCTION INTEGER-OF-DATE (WS-CALC-DATA) * 86400 +
                WS-CH-HH * 3600 + WS-CH-MM * 60 + WS-CH-SS
            .
      *----------------------------------------------------------------
      * P300-IMPRIME: grava o relatorio: sessoes por operador e dia
      * (classificadas pelo SORT), sessoes simultaneas, falhas e
      * trocas de senha por operador e dia e o total geral.
      *----------------------------------------------------------------
       P300-IMPRIME.
            SET STATUS-REL-OK       TO TRUE
            OPEN OUTPUT REL-SSNR

            IF STATUS-REL-OK THEN
                MOVE WS-DATA-SISTEMA TO WS-CAB-DATA
                MOVE WS-DT-INI      TO WS-CAB-DT-INI
                MOVE WS-DT-FIM      TO WS-CAB-DT-FIM
                WRITE REL-LINHA      FROM WS-CABECALHO-1
                WRITE REL-LINHA      FROM WS-CABECALHO-2
                MOVE SPACES          TO REL-LINHA
                WRITE REL-LINHA

                IF WS-QTD-SSN EQUAL ZEROS
                    MOVE 'NENHUMA SESSAO NO PERIODO.' TO REL-LINHA
                    WRITE REL-LINHA
                    DISPLAY 'NENHUMA SESSAO NO PERIODO.'
                ELSE
                    WRITE REL-LINHA  FROM WS-CABECALHO-3
                    SORT SRT-SSN
                        ON ASCENDING KEY SRT-OPERADOR
                        ON ASCENDING KEY SRT-DATA
                        ON ASCENDING KEY SRT-HORA
                        INPUT PROCEDURE IS P310-LIBERA-SESSOES
                        OUTPUT PROCEDURE IS P320-IMPRIME-SESSOES
                END-IF

                PERFORM P340-IMPRIME-SIMULTANEAS
                PERFORM P350-IMPRIME-EVENTOS

                MOVE SPACES          TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-TOT-SESSOES  TO WS-TOT-LIN-SESSOES
                MOVE WS-TOT-SIMULT   TO WS-TOT-LIN-SIMULT
                MOVE WS-TOT-FALHAS   TO WS-TOT-LIN-FALHAS
                WRITE REL-LINHA      FROM WS-LIN-TOTAL
                DISPLAY WS-LIN-TOTAL

                CLOSE REL-SSNR
                DISPLAY 'RELATORIO GRAVADO COM SUCESSO.'
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY 'FILE STATUS: ' WS-STATUS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P310-LIBERA-SESSOES: envia ao SORT a chave de cada sessao da
      * tabela, com a posicao dela na tabela.
      *----------------------------------------------------------------
       P310-LIBERA-SESSOES.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER WS-QTD-SSN
                MOVE TAB-SSN-OPERADOR (WS-IDX) TO SRT-OPERADOR
                MOVE TAB-SSN-DATA (WS-IDX)     TO SRT-DATA
                MOVE TAB-SSN-HORA (WS-IDX)     TO SRT-HORA
                MOVE WS-IDX                    TO SRT-IDX
                RELEASE SRT-REGISTRO
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P320-IMPRIME-SESSOES: devolve as sessoes classificadas e
      * imprime uma linha por sessao, com total a cada quebra de
      * operador ou dia.
      *----------------------------------------------------------------
       P320-IMPRIME-SESSOES.
            SET PRIMEIRO-REGISTRO   TO TRUE
            SET EOF-SRT-OK          TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-SSN
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        IF NOT PRIMEIRO-REGISTRO
                           AND (SRT-OPERADOR NOT EQUAL WS-OPR-ANT
                            OR SRT-DATA NOT EQUAL WS-DATA-ANT)
                            PERFORM P330-IMPRIME-SUBTOTAL
                        END-IF
                        SET PRIMEIRO-REGISTRO TO FALSE
                        MOVE SRT-OPERADOR TO WS-OPR-ANT
                        MOVE SRT-DATA     TO WS-DATA-ANT
                        MOVE SRT-IDX      TO WS-IDX
                        PERFORM P325-IMPRIME-SESSAO
                END-RETURN
            END-PERFORM

            IF NOT PRIMEIRO-REGISTRO
                PERFORM P330-IMPRIME-SUBTOTAL
            END-IF
            .
      *----------------------------------------------------------------
      * P325-IMPRIME-SESSAO: grava a linha da sessao WS-IDX e a soma
      * no total do dia. Sessao sem fim registrado sai sem duracao.
      *----------------------------------------------------------------
       P325-IMPRIME-SESSAO.
            MOVE SPACES                      TO WS-LIN-SIMULT
            MOVE TAB-SSN-OPERADOR (WS-IDX)   TO WS-LIN-OPERADOR
            MOVE TAB-SSN-DATA (WS-IDX)       TO WS-LIN-DATA
            MOVE TAB-SSN-HORA (WS-IDX)       TO WS-LIN-HORA
            MOVE TAB-SSN-FIM-HORA (WS-IDX)   TO WS-LIN-FIM-HORA
            MOVE TAB-SSN-FIM-DATA (WS-IDX)   TO WS-LIN-FIM-DATA
            MOVE TAB-SSN-COMO (WS-IDX)       TO WS-LIN-COMO
            MOVE TAB-SSN-TERMINAL (WS-IDX)   TO WS-LIN-TERMINAL

            IF TAB-SSN-FIM-DATA (WS-IDX) EQUAL ZEROS
                MOVE ZEROS                   TO WS-LIN-MINUTOS
            ELSE
                COMPUTE WS-LIN-MINUTOS =
                    (TAB-SSN-FIM-SEG (WS-IDX) -
                     TAB-SSN-INI-SEG (WS-IDX)) / 60
                COMPUTE WS-SUB-MINUTOS = WS-SUB-MINUTOS +
                    (TAB-SSN-FIM-SEG (WS-IDX) -
                     TAB-SSN-INI-SEG (WS-IDX)) / 60
            END-IF

            IF TAB-SSN-SIMULT (WS-IDX) EQUAL 'S'
                MOVE '*SIMULT*'              TO WS-LIN-SIMULT
            END-IF

            ADD 1                            TO WS-SUB-SESSOES
                                                WS-TOT-SESSOES
            MOVE SPACES                      TO REL-LINHA
            MOVE WS-LIN-SESSAO               TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P330-IMPRIME-SUBTOTAL: grava o total do operador no dia e
      * zera os acumuladores da quebra.
      *----------------------------------------------------------------
       P330-IMPRIME-SUBTOTAL.
            MOVE WS-SUB-SESSOES     TO WS-SUB-LIN-SESSOES
            MOVE WS-SUB-MINUTOS     TO WS-SUB-LIN-MINUTOS
            MOVE SPACES             TO REL-LINHA
            MOVE WS-LIN-SUBTOTAL    TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            MOVE ZEROS              TO WS-SUB-SESSOES WS-SUB-MINUTOS
            .
      *----------------------------------------------------------------
      * P340-IMPRIME-SIMULTANEAS: lista cada par de sessoes do mesmo
      * operador abertas ao mesmo tempo.
      *----------------------------------------------------------------
       P340-IMPRIME-SIMULTANEAS.
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'SESSOES SIMULTANEAS DO MESMO OPERADOR'
                                    TO REL-LINHA
            WRITE REL-LINHA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER WS-QTD-SSN
                IF TAB-SSN-SIMULT (WS-IDX) EQUAL 'S'
                    PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                            UNTIL WS-IDX-2 GREATER WS-QTD-SSN
                        IF WS-IDX-2 GREATER WS-IDX
                           AND TAB-SSN-OPERADOR (WS-IDX-2)
                               EQUAL TAB-SSN-OPERADOR (WS-IDX)
                           AND TAB-SSN-INI-SEG (WS-IDX-2)
                               LESS TAB-SSN-FIM-SEG (WS-IDX)
                           AND TAB-SSN-INI-SEG (WS-IDX)
                               LESS TAB-SSN-FIM-SEG (WS-IDX-2)
                            PERFORM P345-IMPRIME-PAR
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM

            IF WS-TOT-SIMULT EQUAL ZEROS
                MOVE '  NENHUMA.'   TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .
      *----------------------------------------------------------------
      * P345-IMPRIME-PAR: grava o par de sessoes WS-IDX / WS-IDX-2.
      *----------------------------------------------------------------
       P345-IMPRIME-PAR.
            ADD 1                            TO WS-TOT-SIMULT
            MOVE TAB-SSN-OPERADOR (WS-IDX)   TO WS-SIM-OPERADOR
            MOVE TAB-SSN-DATA (WS-IDX)       TO WS-SIM-DATA-1
            MOVE TAB-SSN-HORA (WS-IDX)       TO WS-SIM-HORA-1
            MOVE TAB-SSN-TERMINAL (WS-IDX)   TO WS-SIM-TERM-1
            MOVE TAB-SSN-DATA (WS-IDX-2)     TO WS-SIM-DATA-2
            MOVE TAB-SSN-HORA (WS-IDX-2)     TO WS-SIM-HORA-2
            MOVE TAB-SSN-TERMINAL (WS-IDX-2) TO WS-SIM-TERM-2
            MOVE SPACES                      TO REL-LINHA
            MOVE WS-LIN-SIMULTANEA           TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY WS-LIN-SIMULTANEA
            .
      *----------------------------------------------------------------
      * P350-IMPRIME-EVENTOS: falhas de identificacao e trocas de
      * senha por operador e dia (codigo digitado, mesmo que
      * desconhecido).
      *----------------------------------------------------------------
       P350-IMPRIME-EVENTOS.
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'FALHAS DE IDENTIFICACAO E TROCAS DE SENHA'
                                    TO REL-LINHA
            WRITE REL-LINHA

            IF WS-QTD-DIA EQUAL ZEROS
                MOVE '  NENHUMA.'   TO REL-LINHA
                WRITE REL-LINHA
            END-IF

            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA GREATER WS-QTD-DIA
                MOVE TAB-DIA-OPERADOR (WS-IDX-DIA) TO WS-EVT-OPERADOR
                MOVE TAB-DIA-DATA (WS-IDX-DIA)     TO WS-EVT-DATA
                MOVE TAB-DIA-FALHAS (WS-IDX-DIA)   TO WS-EVT-FALHAS
                MOVE TAB-DIA-SENHAS (WS-IDX-DIA)   TO WS-EVT-SENHAS
                MOVE SPACES                        TO REL-LINHA
                MOVE WS-LIN-EVENTOS                TO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM
            .
       END PROGRAM SSNRCTT.
