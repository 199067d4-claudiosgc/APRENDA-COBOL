      *                 condicao 'U' da cadeia executa somente no
      *                 ultimo dia util do mes - e o fim de mes deixa
      *                 de ser lancado a mao, de memoria.
      *  15/10/2026 CS  Cada passo executado passa a ser acrescentado
      *                 ao historico de execucao RUNHIST.TXT (layout
      *                 WS_RUNHIST), que ao contrario do controle
      *                 RUNCTL_<CADEIA>.TXT nao e regravado. CHAINS.TXT
      *                 ganha a quinta coluna, o limite do passo em
      *                 minutos, e a cadeia NOTURNA termina chamando
      *                 RUNHCTT, o resumo dos tempos por cadeia e
      *                 passo com os alertas de estouro, para que o
      *                 turno da manha o encontre pronto.
      *  15/10/2026 CS  Passo que falha registra ocorrencia de
      *                 severidade alta no registro central INC.DAT
      *                 (INCCTT), com o controle RUNCTL como
      *                 referencia.
      *  15/10/2026 CS  CHAINS.TXT ganha a sexta coluna, o parametro
      *                 do passo (8 posicoes), exportado na variavel
      *                 BATCH_PARAM antes de cada chamada - com ele o
      *                 gerador RELGER executa uma definicao de
      *                 relatorio nomeada dentro da cadeia.
      *  15/10/2026 CS  Toda cadeia, concluida ou interrompida, termina
      *                 com a distribuicao dos relatorios catalogados
      *                 (DISTCTT), preservando o RETURN-CODE.
      *  15/10/2026 CS  Nova condicao de dia 'S' em CHAINS.TXT: a
      *                 cadeia executa somente no ultimo dia util da
      *                 semana (o proximo dia util cai na semana
      *                 seguinte), como 'U' faz para o mes. Sem
      *                 CHAINS.TXT, a cadeia SEMANAL pedida em
      *                 BATCH_CADEIA passa a ter a sua versao
      *                 embutida: a lista telefonica RELTEL, com
      *                 parametro 'B' (modo batch).
      *  15/10/2026 CS  A cadeia NOTURNA embutida ganha o sexto passo
      *                 DIGCTT, o resumo diario das alteracoes feitas
      *                 por outros operadores nos contatos de cada
      *                 responsavel, depois de AGNDCTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCTT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-CAL.

           SELECT HISTORICO ASSIGN TO AS-CAMINHO-HST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-HST.

       DATA DIVISION.
       FILE SECTION.

       FD CALENDARIO.
       01 CAL-LINHA                    PIC X(40).

       FD HISTORICO.
       01 HST-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-STATUS-CAD            PIC 9(002) VALUE ZEROS.
           05 AS-CAMINHO-CAL           PIC X(080).
           05 AS-STATUS-CAL            PIC 9(002) VALUE ZEROS.
           05 AS-CAMINHO-HST           PIC X(080).
           05 AS-STATUS-HST            PIC 9(002) VALUE ZEROS.
           05 AS-DIR-CTL               PIC X(080).
           05 AS-DIR-LEN               PIC 9(003) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
           05 AS-CADEIA-LEN            PIC 9(002) VALUE ZEROS.
           05 AS-QUANDO                PIC X(001) VALUE 'D'.
               88 AS-QUANDO-ULTIMO     VALUE 'U'.
               88 AS-QUANDO-SEMANAL    VALUE 'S'.
           05 AS-PROGRAMA              PIC X(008) VALUE SPACES.
           05 AS-QTD-FERIADOS          PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-FER               PIC 9(003) COMP VALUE ZEROS.
           05 AS-DATA-TESTE            PIC 9(008) VALUE ZEROS.
           05 AS-INT-TESTE             PIC 9(008) VALUE ZEROS.
           05 AS-DIA-SEMANA            PIC 9(001) VALUE ZEROS.
           05 AS-SEMANA-HOJE           PIC 9(008) VALUE ZEROS.
           05 AS-SEMANA-TESTE          PIC 9(008) VALUE ZEROS.
           05 AS-EXECUTA-HOJE          PIC X(001) VALUE 'S'.
               88 AS-EXECUTA-HOJE-OK   VALUE 'S' FALSE 'N'.
           05 AS-FORCA                 PIC X(001) VALUE SPACE.
               88 AS-FORCA-OK          VALUE 'S'.
           05 AS-HORA-CALC.
               10 AS-HC-HH             PIC 9(002).
               10 AS-HC-MM             PIC 9(002).
               10 AS-HC-SS             PIC 9(002).
           05 AS-SEG-INI               PIC 9(010) VALUE ZEROS.
           05 AS-SEG-FIM               PIC 9(010) VALUE ZEROS.
           05 AS-RC-CADEIA             PIC S9(004) VALUE ZEROS.

       01 AS-CAMINHO-CAD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CHAINS.T
       01 AS-CAMINHO-CAL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CALEND.T
      -    'XT'.
       01 AS-CAMINHO-HST-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RUNHIST.
      -    'TXT'.
       01 AS-DIR-CTL-DFL               PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.

               10 PASSO-HR-INI         PIC 9(06).
               10 PASSO-DT-FIM         PIC 9(08).
               10 PASSO-HR-FIM         PIC 9(06).
               10 PASSO-LIMITE         PIC 9(03).
               10 PASSO-PARAM          PIC X(08).

       01 TAB-FERIADOS.
           05 FERIADO-DATA             PIC 9(008) OCCURS 200.
           05 CAD-PULA                 PIC X(01).
           05 FILLER                   PIC X(01).
           05 CAD-QUANDO               PIC X(01).
           05 FILLER                   PIC X(01).
           05 CAD-LIMITE               PIC X(03).
           05 FILLER                   PIC X(01).
           05 CAD-PARAMETRO            PIC X(08).

           COPY WS_RUNHIST.

           COPY WS_INCID.

       01 CTL-REGISTRO.
           05 CTL-NOME                 PIC X(08).
                MOVE AS-CAMINHO-CAL-DFL TO AS-CAMINHO-CAL
            END-IF

            MOVE AS-CAMINHO-HST-DFL   TO AS-CAMINHO-HST
            DISPLAY 'RUNHIST_PATH'    UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-HST     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-HST EQUAL SPACES
                MOVE AS-CAMINHO-HST-DFL TO AS-CAMINHO-HST
            END-IF

            MOVE AS-DIR-CTL-DFL       TO AS-DIR-CTL
            DISPLAY 'RUNCTL_DIR'      UPON ENVIRONMENT-NAME
            ACCEPT AS-DIR-CTL         FROM ENVIRONMENT-VALUE
      *----------------------------------------------------------------
      * 1060-CARREGA-CADEIA: monta a tabela de passos da cadeia
      * escolhida a partir de CHAINS.TXT (nome da cadeia, programa,
      * marca de pulo, condicao de dia, a da primeira linha da
      * cadeia valendo para a cadeia inteira, limite do passo em
      * minutos, opcional, e parametro do passo, opcional). Sem
      * CHAINS.TXT, ou sem a cadeia pedida nele, vale a cadeia
      * NOTURNA embutida (REORGCTT, RECCTT, BKPCTT, DASHCTT, AGNDCTT
      * e DIGCTT), sem limites nem parametros - ou, quando a
      * cadeia pedida e a SEMANAL, a semanal embutida (RELTEL no
      * ultimo dia util da semana).
      *----------------------------------------------------------------
       1060-CARREGA-CADEIA            SECTION.

                                     PASSO-NOME (AS-QTD-PASSOS)
                                MOVE CAD-PULA TO
                                     PASSO-PULA (AS-QTD-PASSOS)
                                MOVE CAD-PARAMETRO TO
                                     PASSO-PARAM (AS-QTD-PASSOS)
                                IF CAD-LIMITE IS NUMERIC
                                    MOVE CAD-LIMITE TO
                                         PASSO-LIMITE (AS-QTD-PASSOS)
                                ELSE
                                    MOVE ZEROS TO
                                         PASSO-LIMITE (AS-QTD-PASSOS)
                                END-IF
                                IF AS-QTD-PASSOS EQUAL 1
                                   AND CAD-QUANDO NOT EQUAL SPACE
                                    MOVE CAD-QUANDO TO AS-QUANDO
                CLOSE CADEIAS
            END-IF

            IF AS-QTD-PASSOS EQUAL ZEROS
               AND AS-CADEIA EQUAL 'SEMANAL'
                DISPLAY 'CADEIA ' AS-CADEIA ' NAO DEFINIDA EM '
                        'CHAINS.TXT. VALENDO A SEMANAL EMBUTIDA.'
                MOVE 'RELTEL'         TO PASSO-NOME (1)
                MOVE 'N'              TO PASSO-PULA (1)
                MOVE ZEROS            TO PASSO-LIMITE (1)
                MOVE 'B'              TO PASSO-PARAM (1)
                MOVE 1                TO AS-QTD-PASSOS
                MOVE 'S'              TO AS-QUANDO
            END-IF

            IF AS-QTD-PASSOS EQUAL ZEROS
                DISPLAY 'CADEIA ' AS-CADEIA ' NAO DEFINIDA EM '
                        'CHAINS.TXT. VALENDO A NOTURNA EMBUTIDA.'
                MOVE 'BKPCTT'         TO PASSO-NOME (3)
                MOVE 'DASHCTT'        TO PASSO-NOME (4)
                MOVE 'AGNDCTT'        TO PASSO-NOME (5)
                MOVE 'DIGCTT'         TO PASSO-NOME (6)
                MOVE 6                TO AS-QTD-PASSOS
                PERFORM VARYING AS-IDX FROM 1 BY 1 UNTIL AS-IDX > 6
                    MOVE 'N'          TO PASSO-PULA (AS-IDX)
                    MOVE ZEROS        TO PASSO-LIMITE (AS-IDX)
                    MOVE SPACES       TO PASSO-PARAM (AS-IDX)
                END-PERFORM
                MOVE 'D'              TO AS-QUANDO
            END-IF
      * 1070-DECIDE-O-DIA: decide se a cadeia executa hoje. Dia nao
      * util (sabado, domingo ou feriado do calendario) nao executa;
      * condicao 'U' executa somente no ultimo dia util do mes (o
      * proximo dia util cai no mes seguinte) e a 'S' somente no
      * ultimo dia util da semana. BATCH_FORCA = 'S'
      * atropela o calendario, para reprocessamento dirigido.
      *----------------------------------------------------------------
       1070-DECIDE-O-DIA              SECTION.
                    DISPLAY 'TERMINO NORMAL'
                END-IF
            END-IF

            IF AS-QUANDO-SEMANAL
                PERFORM 1095-SEMANA-DO-PROXIMO
                IF AS-SEMANA-TESTE EQUAL AS-SEMANA-HOJE
                    DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DA SEMANA. '
                            'CADEIA ' AS-CADEIA ' NAO EXECUTADA.'
                    SET AS-EXECUTA-HOJE-OK TO FALSE
                    DISPLAY 'TERMINO NORMAL'
                END-IF
            END-IF
            .
       1070-DECIDE-O-DIA-EXIT.
               EXIT.
       1090-PROXIMO-DIA-UTIL-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1095-SEMANA-DO-PROXIMO: numera a semana de hoje e a do
      * proximo dia util, de segunda a domingo (a data em dias 1 e
      * uma segunda-feira), para saber se hoje e o ultimo dia util
      * da semana.
      *----------------------------------------------------------------
       1095-SEMANA-DO-PROXIMO         SECTION.

            PERFORM 1090-PROXIMO-DIA-UTIL

            COMPUTE AS-SEMANA-TESTE = (AS-INT-TESTE - 1) / 7

            COMPUTE AS-INT-TESTE =
                FUNCTION INTEGER-OF-DATE (AS-DATA-SISTEMA)
            COMPUTE AS-SEMANA-HOJE = (AS-INT-TESTE - 1) / 7
            .
       1095-SEMANA-DO-PROXIMO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1085-TESTA-SEM-AVANCO: mesmo teste de 1080, mas sem
      * recalcular AS-INT-TESTE, que o chamador ja avancou.
      *----------------------------------------------------------------
               EXIT.
      *----------------------------------------------------------------
      * 2100-EXECUTA-PASSO: executa o passo AS-IDX da cadeia,
      * registrando inicio, fim e resultado no arquivo de controle e
      * no historico de execucao. O RETURN-CODE devolvido pelo
      * programa chamado decide entre OK e ERRO; um erro interrompe
      * a cadeia. A chamada e pelo nome do
      * passo, entao um programa novo entra na cadeia so editando
      * CHAINS.TXT. O parametro do passo (em branco quando nao ha)
      * vai para o programa na variavel de ambiente BATCH_PARAM.
      *----------------------------------------------------------------
       2100-EXECUTA-PASSO             SECTION.

            DISPLAY 'EXECUTANDO PASSO: ' PASSO-NOME (AS-IDX) ' '
                    PASSO-PARAM (AS-IDX)

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD
            ACCEPT AS-HORA-SISTEMA    FROM TIME

            MOVE ZERO                 TO RETURN-CODE

            DISPLAY 'BATCH_PARAM'     UPON ENVIRONMENT-NAME
            DISPLAY PASSO-PARAM (AS-IDX)
                                      UPON ENVIRONMENT-VALUE

            MOVE PASSO-NOME (AS-IDX)  TO AS-PROGRAMA
            CALL AS-PROGRAMA
                ON EXCEPTION
                SET AS-FALHOU-OK      TO TRUE
                DISPLAY 'PASSO FALHOU: ' PASSO-NOME (AS-IDX)
                        ' RETURN-CODE ' RETURN-CODE
                PERFORM 2400-REGISTRA-INCIDENTE
            END-IF

            PERFORM 2200-GRAVA-CONTROLE
            PERFORM 2300-GRAVA-HISTORICO
            MOVE ZERO                 TO RETURN-CODE
            .
       2100-EXECUTA-PASSO-EXIT.
            .
       2200-GRAVA-CONTROLE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-GRAVA-HISTORICO: acrescenta ao historico RUNHIST.TXT a
      * execucao do passo AS-IDX, com a duracao em segundos (a
      * diferenca em dias entre fim e inicio conta, para o passo que
      * atravessa a meia-noite) e o limite vigente do passo. Uma
      * falha aqui so e avisada: o historico nao interrompe a cadeia.
      *----------------------------------------------------------------
       2300-GRAVA-HISTORICO           SECTION.

            MOVE PASSO-HR-INI (AS-IDX) TO AS-HORA-CALC
            COMPUTE AS-SEG-INI =
                FUNCTION INTEGER-OF-DATE (PASSO-DT-INI (AS-IDX))
                * 86400 + AS-HC-HH * 3600 + AS-HC-MM * 60 + AS-HC-SS
            MOVE PASSO-HR-FIM (AS-IDX) TO AS-HORA-CALC
            COMPUTE AS-SEG-FIM =
                FUNCTION INTEGER-OF-DATE (PASSO-DT-FIM (AS-IDX))
                * 86400 + AS-HC-HH * 3600 + AS-HC-MM * 60 + AS-HC-SS

            MOVE SPACES                TO HST-REGISTRO
            MOVE AS-CADEIA             TO HST-CADEIA
            MOVE PASSO-NOME (AS-IDX)   TO HST-PASSO
            MOVE PASSO-DT-INI (AS-IDX) TO HST-DT-INI
            MOVE PASSO-HR-INI (AS-IDX) TO HST-HR-INI
            MOVE PASSO-DT-FIM (AS-IDX) TO HST-DT-FIM
            MOVE PASSO-HR-FIM (AS-IDX) TO HST-HR-FIM
            IF AS-SEG-FIM GREATER AS-SEG-INI
                COMPUTE HST-DURACAO = AS-SEG-FIM - AS-SEG-INI
            ELSE
                MOVE ZEROS             TO HST-DURACAO
            END-IF
            MOVE PASSO-STATUS (AS-IDX) TO HST-STATUS
            MOVE PASSO-LIMITE (AS-IDX) TO HST-LIMITE

            OPEN EXTEND HISTORICO
            IF AS-STATUS-HST EQUAL 35
                OPEN OUTPUT HISTORICO
            END-IF

            IF AS-STATUS-HST EQUAL ZEROS
                MOVE SPACES            TO HST-LINHA
                MOVE HST-REGISTRO      TO HST-LINHA
                WRITE HST-LINHA
                CLOSE HISTORICO
            ELSE
                DISPLAY 'ERRO AO GRAVAR O HISTORICO DE EXECUCAO. '
                        'STATUS: ' AS-STATUS-HST
            END-IF
            .
       2300-GRAVA-HISTORICO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-REGISTRA-INCIDENTE: registra no INC.DAT a falha do passo
      * AS-IDX, para que o supervisor a veja ao entrar no sistema
      * mesmo antes de olhar o controle da cadeia.
      *----------------------------------------------------------------
       2400-REGISTRA-INCIDENTE        SECTION.

            MOVE 'BATCHCTT'           TO WS-INC-PROGRAMA
            MOVE 'A'                  TO WS-INC-SEVERIDADE
            MOVE SPACES               TO WS-INC-MENSAGEM
            STRING 'PASSO ' PASSO-NOME (AS-IDX)
                   ' DA CADEIA ' AS-CADEIA ' FALHOU'
                   DELIMITED BY SIZE INTO WS-INC-MENSAGEM
            END-STRING
            MOVE SPACES               TO WS-INC-ARQUIVO
            STRING 'RUNCTL_' AS-CADEIA
                   DELIMITED BY SPACE INTO WS-INC-ARQUIVO
            END-STRING
            CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
            .
       2400-REGISTRA-INCIDENTE-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
                   DISPLAY 'CADEIA CONCLUIDA COM SUCESSO.'
                   DISPLAY 'TERMINO NORMAL'
               END-IF

               IF AS-CADEIA EQUAL 'NOTURNA'
                   PERFORM 3100-RESUMO-DE-TEMPOS
               END-IF

               PERFORM 3200-DISTRIBUI-RELATORIOS
           .
       3000-FINALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 3100-RESUMO-DE-TEMPOS: fecha a cadeia NOTURNA gerando, por
      * RUNHCTT, o resumo dos tempos de execucao por cadeia e passo
      * com os alertas de estouro. O resumo sai mesmo com a cadeia
      * interrompida, e o RETURN-CODE da cadeia e preservado.
      *----------------------------------------------------------------
       3100-RESUMO-DE-TEMPOS          SECTION.

               MOVE RETURN-CODE         TO AS-RC-CADEIA

               CALL 'RUNHCTT'
                   ON EXCEPTION
                       DISPLAY 'PROGRAMA DO RESUMO NAO ENCONTRADO: '
                               'RUNHCTT'
               END-CALL

               MOVE AS-RC-CADEIA        TO RETURN-CODE
           .
       3100-RESUMO-DE-TEMPOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 3200-DISTRIBUI-RELATORIOS: fecha toda cadeia entregando, por
      * DISTCTT, os relatorios catalogados nela aos destinatarios das
      * regras de DIST.TXT. Como o resumo, a distribuicao sai mesmo
      * com a cadeia interrompida - o que ja foi gerado e entregue -
      * e o RETURN-CODE da cadeia e preservado.
      *----------------------------------------------------------------
       3200-DISTRIBUI-RELATORIOS      SECTION.

               MOVE RETURN-CODE         TO AS-RC-CADEIA

               CALL 'DISTCTT'
                   ON EXCEPTION
                       DISPLAY 'PROGRAMA DE DISTRIBUICAO NAO '
                               'ENCONTRADO: DISTCTT'
               END-CALL

               MOVE AS-RC-CADEIA        TO RETURN-CODE
           .
       3200-DISTRIBUI-RELATORIOS-EXIT.
               EXIT.
       END PROGRAM BATCHCTT.
