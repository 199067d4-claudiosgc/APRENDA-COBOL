      *                 a retomada pula as series ja concluidas e
      *                 continua do registro onde parou. Sem ITRCAT,
      *                 vale a serie unica ITREF01 de sempre.
      *  15/10/2026 CS  Arquivo de serie passa a LINE SEQUENTIAL e a
      *                 trazer um trailer 'TRL qqqqq sssssss' com a
      *                 quantidade de registros e a soma enviadas. O
      *                 registro e lido como texto e criticado: em
      *                 branco, negativo, nao numerico ou de tamanho
      *                 invalido vai para o arquivo de rejeitados
      *                 ITRREJ (data, serie, numero da linha e motivo)
      *                 em vez de cancelar a execucao. A serie so
      *                 grava o RESLOG se o trailer fecha e se os
      *                 rejeitados nao passam de TRE_REJ_PCT por cento
      *                 das linhas (padrao 5); senao e reprovada e
      *                 marcada 'F' no ITRCAT, que TRE0019 respeita.
      *                 Serie aprovada limpa a marca. ITRCAT cresceu
      *                 de 89 para 131 posicoes e o CKPT de 26 para 36
      *                 (linhas lidas e rejeitados da serie).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRE0018.

           SELECT ITREF01
                       ASSIGN AS-CAMINHO-ENTRADA
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS AS-STATUS-F001.

           SELECT ITRCAT
                       ASSIGN RESLOG
                       FILE STATUS AS-STATUS-RESLOG.

           SELECT ITRREJ
                       ASSIGN ITRREJ
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS AS-STATUS-ITRREJ.

      *     'C:USERS\CLAUDIO\DOCUMENTS\GITHUB\COBOL\EXE\ITREF01.TXT'

       DATA DIVISION.
       FILE SECTION.

       FD  ITREF01
               RECORD  17.

       01 REG-ITREF01.
           05 F001-NUMERO-X            PIC X(003).
           05 F001-NUMERO REDEFINES F001-NUMERO-X
                                       PIC 9(003).
           05 F001-EXCESSO             PIC X(014).

       01 REG-ITREF01-TRAILER.
           05 TRL-MARCA                PIC X(003).
               88 TRL-E-TRAILER        VALUE 'TRL'.
           05 FILLER                   PIC X(001).
           05 TRL-QTD                  PIC 9(005).
           05 FILLER                   PIC X(001).
           05 TRL-SOMA                 PIC 9(007).

       FD  ITRCAT
               RECORD  131.

       01 REG-ITRCAT.
           05 CAT-SERIE                PIC X(008).
           05 FILLER                   PIC X(001).
           05 CAT-CAMINHO              PIC X(080).
           05 FILLER                   PIC X(001).
           05 CAT-SITUACAO             PIC X(001).
               88 CAT-SERIE-FALHA      VALUE 'F'.
           05 FILLER                   PIC X(001).
           05 CAT-DT-SITUACAO          PIC 9(008).
           05 FILLER                   PIC X(001).
           05 CAT-MOTIVO               PIC X(030).

       FD  CKPT
               RECORD  36.

       01 REG-CKPT.
           05 CKPT-SERIE               PIC X(008).
           05 CKPT-SOMA                PIC 9(007).
           05 CKPT-MENOR               PIC 9(003).
           05 CKPT-MAIOR               PIC 9(003).
           05 CKPT-LINHAS              PIC 9(005).
           05 CKPT-REJEITADOS          PIC 9(005).

       FD  RESLOG
               RECORD  47.
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 RESLOG-SERIE             PIC X(008).

       FD  ITRREJ
               RECORD  72.

       01 REG-ITRREJ.
           05 REJ-DATA                 PIC 9(008).
           05 FILLER                   PIC X(001).
           05 REJ-SERIE                PIC X(008).
           05 FILLER                   PIC X(001).
           05 REJ-LINHA                PIC 9(005).
           05 FILLER                   PIC X(001).
           05 REJ-MOTIVO               PIC X(030).
           05 FILLER                   PIC X(001).
           05 REJ-CONTEUDO             PIC X(017).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
               88 AS-TEM-CKPT-OK       VALUE 'S' FALSE 'N'.
           05 AS-RETOMANDO             PIC X(001) VALUE 'N'.
               88 AS-RETOMANDO-OK      VALUE 'S' FALSE 'N'.
           05 AS-STATUS-ITRREJ         PIC 9(002) VALUE ZEROS.
           05 AS-TEM-CAT               PIC X(001) VALUE 'N'.
               88 AS-TEM-CAT-OK        VALUE 'S' FALSE 'N'.
           05 AS-IDX-CAT               PIC 9(002) COMP VALUE ZEROS.
           05 AS-LINHAS                PIC 9(005) VALUE ZEROS.
           05 AS-REJEITADOS            PIC 9(005) VALUE ZEROS.
           05 AS-CONT-SINAL            PIC 9(002) COMP VALUE ZEROS.
           05 AS-MOTIVO-REJ            PIC X(030) VALUE SPACES.
           05 AS-PCT-TEXTO             PIC X(003) VALUE SPACES.
           05 AS-PCT                   PIC 9(003) VALUE ZEROS.
           05 AS-PCT-REJ               PIC 9(003)V99 VALUE ZEROS.
           05 AS-TRL-QTD               PIC 9(005) VALUE ZEROS.
           05 AS-TRL-SOMA              PIC 9(007) VALUE ZEROS.
           05 AS-TEM-TRAILER           PIC X(001) VALUE 'N'.
               88 AS-TEM-TRAILER-OK    VALUE 'S' FALSE 'N'.
           05 AS-TRAILER-INVALIDO      PIC X(001) VALUE 'N'.
               88 AS-TRAILER-INVALIDO-OK VALUE 'S' FALSE 'N'.
           05 AS-APOS-TRAILER          PIC X(001) VALUE 'N'.
               88 AS-APOS-TRAILER-OK   VALUE 'S' FALSE 'N'.
           05 AS-SERIE-FALHOU          PIC X(001) VALUE 'N'.
               88 AS-SERIE-FALHOU-OK   VALUE 'S' FALSE 'N'.
           05 AS-MOTIVO-FALHA          PIC X(030) VALUE SPACES.
           05 AS-CONT-REPROVADAS       PIC 9(002) VALUE ZEROS.

       01 TAB-SERIES.
           05 SERIE-ITEM               OCCURS 20.

       1000-INICIALIZA               SECTION.

            MOVE SPACES               TO AS-PCT-TEXTO
            DISPLAY 'TRE_REJ_PCT'     UPON ENVIRONMENT-NAME
            ACCEPT AS-PCT-TEXTO       FROM ENVIRONMENT-VALUE
            IF AS-PCT-TEXTO EQUAL SPACES
                MOVE 5                TO AS-PCT
            ELSE
                MOVE AS-PCT-TEXTO     TO AS-PCT
            END-IF

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD

      *    ARQUIVO DE REJEITADOS AINDA FECHADO E NENHUMA SERIE
      *    COMECADA: NAO HA O QUE GUARDAR EM CHECKPOINT, ENTAO A
      *    FALHA DE ABERTURA ENCERRA SEM PASSAR POR 9000-CANCELA.
            OPEN EXTEND ITRREJ

            IF AS-STATUS-ITRREJ EQUAL 35
                OPEN OUTPUT ITRREJ
            END-IF

            IF AS-STATUS-ITRREJ NOT EQUAL ZEROS
                MOVE 'ITRREJ'         TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-ITRREJ TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                DISPLAY 'TERMINO ANORMAL'
                GOBACK
            END-IF

            PERFORM 1100-CARREGA-CATALOGO
            PERFORM 1400-LE-CHECKPOINT
            .
                CLOSE ITRCAT
            END-IF

            IF AS-QTD-SERIES GREATER ZEROS
                SET AS-TEM-CAT-OK     TO TRUE
            END-IF

            IF AS-QTD-SERIES EQUAL ZEROS
                MOVE 1                TO AS-QTD-SERIES
                MOVE 'ITREF01'        TO SERIE-NOME (1)
      * 1800-PROCESSA-SERIE: apura a serie corrente do catalogo. Com
      * checkpoint pendente, as series anteriores a marcada sao
      * puladas (ja concluidas e registradas) e a marcada retoma dos
      * contadores salvos. Ao final, a serie e conferida contra o
      * trailer e o limite de rejeitados: aprovada grava o RESLOG,
      * reprovada nao; nos dois casos a situacao vai para o ITRCAT.
      *----------------------------------------------------------------
       1800-PROCESSA-SERIE          SECTION.


            MOVE ZEROS               TO AS-MAIOR AS-MENOR AS-SOMA
                                        AS-QUANTIDADE AS-MEDIA
                                        AS-LINHAS AS-REJEITADOS
                                        AS-TRL-QTD AS-TRL-SOMA
            SET AS-TEM-TRAILER-OK     TO FALSE
            SET AS-TRAILER-INVALIDO-OK TO FALSE
            SET AS-APOS-TRAILER-OK    TO FALSE

            OPEN INPUT ITREF01

                DISPLAY MSG-ERRO-CLOSE
            END-IF

            PERFORM 2500-CONFERE-SERIE

            IF AS-SERIE-FALHOU-OK
                ADD 1                TO AS-CONT-REPROVADAS
                DISPLAY 'SERIE REPROVADA: ' AS-SERIE-CORRENTE
                        ' - ' AS-MOTIVO-FALHA
                DISPLAY 'RESULTADO NAO GRAVADO NO RESLOG.'
            ELSE
                PERFORM 1700-GRAVA-RESULTADO
            END-IF

            PERFORM 1900-MARCA-CATALOGO
            .
       1800-PROCESSA-SERIE-EXIT.
               EXIT.
                    MOVE CKPT-SOMA       TO AS-SOMA
                    MOVE CKPT-MENOR      TO AS-MENOR
                    MOVE CKPT-MAIOR      TO AS-MAIOR
                    MOVE CKPT-LINHAS     TO AS-LINHAS
                    MOVE CKPT-REJEITADOS TO AS-REJEITADOS

                    CLOSE CKPT

                    DISPLAY 'RETOMANDO A SERIE ' AS-SERIE-CORRENTE
                            ' A PARTIR DA LINHA ' AS-LINHAS

                    PERFORM AS-LINHAS TIMES
                        READ ITREF01
                    END-PERFORM
                ELSE
            READ ITREF01

            IF AS-STATUS-F001 NOT EQUAL ZEROS
            AND AS-STATUS-F001 NOT EQUAL 04
            AND AS-STATUS-F001 NOT EQUAL 10
                MOVE 'ITREF01'       TO MSG-ERRO-READ-ARQUIVO
                MOVE AS-STATUS-F001  TO MSG-ERRO-READ-STATUS
                PERFORM 9000-CANCELA
            END-IF

            PERFORM UNTIL AS-STATUS-F001 = 10

            PERFORM 2100-TRATA-REGISTRO

            READ ITREF01

            IF AS-STATUS-F001 NOT EQUAL ZEROS
            AND AS-STATUS-F001 NOT EQUAL 04
            AND AS-STATUS-F001 NOT EQUAL 10
                MOVE 'ITREF01'       TO MSG-ERRO-READ-ARQUIVO
                MOVE AS-STATUS-F001  TO MSG-ERRO-READ-STATUS
            END-IF

             DISPLAY 'SERIE = '       AS-SERIE-CORRENTE
             DISPLAY 'LINHAS LIDAS = ' AS-LINHAS
             DISPLAY 'REJEITADOS = '  AS-REJEITADOS
             DISPLAY 'MENOR = '       AS-MENOR
             DISPLAY 'MAIOR = '       AS-MAIOR
             DISPLAY 'QUANTIDADE = '  AS-QUANTIDADE
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-TRATA-REGISTRO: trata a linha lida da serie. O trailer
      * guarda a quantidade e a soma enviadas; linha nao branca depois
      * dele marca a serie. Registro em branco, negativo, nao numerico
      * ou de tamanho invalido vai para o ITRREJ com o numero da linha
      * e o motivo; o valido entra em MENOR, MAIOR, SOMA e QUANTIDADE.
      *----------------------------------------------------------------
       2100-TRATA-REGISTRO            SECTION.

            IF AS-TEM-TRAILER-OK
                IF REG-ITREF01 NOT EQUAL SPACES
                    SET AS-APOS-TRAILER-OK TO TRUE
                END-IF
                GO TO 2100-TRATA-REGISTRO-EXIT
            END-IF

            IF TRL-E-TRAILER
                SET AS-TEM-TRAILER-OK TO TRUE
                IF TRL-QTD IS NUMERIC AND TRL-SOMA IS NUMERIC
                    MOVE TRL-QTD      TO AS-TRL-QTD
                    MOVE TRL-SOMA     TO AS-TRL-SOMA
                ELSE
                    SET AS-TRAILER-INVALIDO-OK TO TRUE
                END-IF
                GO TO 2100-TRATA-REGISTRO-EXIT
            END-IF

            ADD 1                     TO AS-LINHAS
            MOVE SPACES               TO AS-MOTIVO-REJ
            MOVE ZEROS                TO AS-CONT-SINAL
            INSPECT REG-ITREF01 TALLYING AS-CONT-SINAL FOR ALL '-'

            EVALUATE TRUE
                WHEN AS-STATUS-F001 EQUAL 04
                    MOVE 'REGISTRO COM TAMANHO INVALIDO'
                                      TO AS-MOTIVO-REJ
                WHEN REG-ITREF01 EQUAL SPACES
                    MOVE 'REGISTRO EM BRANCO'
                                      TO AS-MOTIVO-REJ
                WHEN AS-CONT-SINAL GREATER ZEROS
                    MOVE 'NUMERO NEGATIVO'
                                      TO AS-MOTIVO-REJ
                WHEN F001-EXCESSO NOT EQUAL SPACES
                    MOVE 'REGISTRO COM TAMANHO INVALIDO'
                                      TO AS-MOTIVO-REJ
                WHEN F001-NUMERO-X IS NOT NUMERIC
                    MOVE 'REGISTRO NAO NUMERICO'
                                      TO AS-MOTIVO-REJ
            END-EVALUATE

            IF AS-MOTIVO-REJ NOT EQUAL SPACES
                PERFORM 2200-GRAVA-REJEITADO
                GO TO 2100-TRATA-REGISTRO-EXIT
            END-IF

            IF AS-QUANTIDADE EQUAL ZEROS
               MOVE F001-NUMERO      TO AS-MAIOR
                                        AS-MENOR
            END-IF

            IF F001-NUMERO < AS-MENOR
                MOVE F001-NUMERO     TO AS-MENOR
            END-IF

            IF F001-NUMERO > AS-MAIOR
                MOVE F001-NUMERO     TO AS-MAIOR
            END-IF

            ADD F001-NUMERO          TO AS-SOMA
            ADD 1                    TO AS-QUANTIDADE
            .
       2100-TRATA-REGISTRO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-GRAVA-REJEITADO: grava no ITRREJ a linha recusada, com a
      * data, a serie, o numero da linha e o motivo.
      *----------------------------------------------------------------
       2200-GRAVA-REJEITADO           SECTION.

            ADD 1                     TO AS-REJEITADOS

            MOVE SPACES               TO REG-ITRREJ
            MOVE AS-DATA-SISTEMA      TO REJ-DATA
            MOVE AS-SERIE-CORRENTE    TO REJ-SERIE
            MOVE AS-LINHAS            TO REJ-LINHA
            MOVE AS-MOTIVO-REJ        TO REJ-MOTIVO
            MOVE REG-ITREF01          TO REJ-CONTEUDO

            WRITE REG-ITRREJ

            IF AS-STATUS-ITRREJ NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O ITRREJ. STATUS: '
                        AS-STATUS-ITRREJ
            END-IF
            .
       2200-GRAVA-REJEITADO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-CONFERE-SERIE: decide se a serie pode ir para o RESLOG.
      * Reprova a serie sem trailer (transferencia truncada), com
      * trailer ilegivel ou seguido de mais linhas, cuja quantidade de
      * linhas nao bate com o trailer, ou cujos rejeitados passam de
      * AS-PCT por cento das linhas. A soma do trailer so e conferida
      * quando nao houve rejeitado, ja que o valor de uma linha
      * rejeitada nao pode ser somado.
      *----------------------------------------------------------------
       2500-CONFERE-SERIE             SECTION.

            SET AS-SERIE-FALHOU-OK    TO FALSE
            MOVE SPACES               TO AS-MOTIVO-FALHA
            MOVE ZEROS                TO AS-PCT-REJ

            IF AS-LINHAS GREATER ZEROS
                COMPUTE AS-PCT-REJ ROUNDED =
                    AS-REJEITADOS * 100 / AS-LINHAS
            END-IF

            EVALUATE TRUE
                WHEN NOT AS-TEM-TRAILER-OK
                    MOVE 'SERIE SEM TRAILER'
                                      TO AS-MOTIVO-FALHA
                WHEN AS-TRAILER-INVALIDO-OK
                    MOVE 'TRAILER INVALIDO'
                                      TO AS-MOTIVO-FALHA
                WHEN AS-APOS-TRAILER-OK
                    MOVE 'REGISTROS APOS O TRAILER'
                                      TO AS-MOTIVO-FALHA
                WHEN AS-TRL-QTD NOT EQUAL AS-LINHAS
                    MOVE 'QUANTIDADE DIFERE DO TRAILER'
                                      TO AS-MOTIVO-FALHA
                WHEN AS-REJEITADOS EQUAL ZEROS
                 AND AS-TRL-SOMA NOT EQUAL AS-SOMA
                    MOVE 'SOMA DIFERE DO TRAILER'
                                      TO AS-MOTIVO-FALHA
                WHEN AS-PCT-REJ GREATER AS-PCT
                    MOVE 'REJEITADOS ACIMA DO LIMITE'
                                      TO AS-MOTIVO-FALHA
            END-EVALUATE

            IF AS-MOTIVO-FALHA NOT EQUAL SPACES
                SET AS-SERIE-FALHOU-OK TO TRUE
            END-IF
            .
       2500-CONFERE-SERIE-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
               OPEN OUTPUT CKPT
               CLOSE CKPT

               CLOSE ITRREJ

               DISPLAY 'SERIES REPROVADAS: ' AS-CONT-REPROVADAS
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               PERFORM 1600-GRAVA-CHECKPOINT

               CLOSE ITREF01
               CLOSE ITRREJ

               DISPLAY 'TERMINO ANORMAL'
               GOBACK
               MOVE AS-SOMA            TO CKPT-SOMA
               MOVE AS-MENOR           TO CKPT-MENOR
               MOVE AS-MAIOR           TO CKPT-MAIOR
               MOVE AS-LINHAS          TO CKPT-LINHAS
               MOVE AS-REJEITADOS      TO CKPT-REJEITADOS

               OPEN OUTPUT CKPT
               WRITE REG-CKPT

               DISPLAY 'CHECKPOINT GRAVADO NA SERIE '
                       AS-SERIE-CORRENTE
                       '. LINHAS PROCESSADAS: ' AS-LINHAS
           .
       1600-GRAVA-CHECKPOINT-EXIT.
               EXIT.
      ******************************************************************
       1700-GRAVA-RESULTADO            SECTION.

               MOVE AS-DATA-SISTEMA    TO RESLOG-DATA
               MOVE AS-MENOR           TO RESLOG-MENOR
               MOVE AS-MAIOR           TO RESLOG-MAIOR
           .
       1700-GRAVA-RESULTADO-EXIT.
               EXIT.
      ******************************************************************
      ********************** MARCA CATALOGO *****************************
      ******************************************************************
      * 1900-MARCA-CATALOGO: regrava no ITRCAT a linha da serie
      * corrente com a situacao apurada: 'F', data e motivo quando
      * reprovada; branco e a data quando aprovada, limpando uma
      * marca anterior. A linha e achada pela posicao, contando as
      * linhas nao brancas como 1100-CARREGA-CATALOGO. Sem ITRCAT
      * (serie unica ITREF01) nao ha onde marcar.
      *----------------------------------------------------------------
       1900-MARCA-CATALOGO             SECTION.

               IF NOT AS-TEM-CAT-OK
                   GO TO 1900-MARCA-CATALOGO-EXIT
               END-IF

               OPEN I-O ITRCAT

               IF AS-STATUS-ITRCAT NOT EQUAL ZEROS
                   MOVE 'ITRCAT'        TO MSG-ERRO-OPEN-ARQUIVO
                   MOVE AS-STATUS-ITRCAT TO MSG-ERRO-OPEN-STATUS
                   DISPLAY MSG-ERRO-OPEN
                   GO TO 1900-MARCA-CATALOGO-EXIT
               END-IF

               MOVE ZEROS              TO AS-IDX-CAT
               SET AS-EOF-CAT-OK       TO FALSE

               PERFORM UNTIL AS-EOF-CAT-OK
                   READ ITRCAT
                       AT END
                           SET AS-EOF-CAT-OK TO TRUE
                       NOT AT END
                           IF CAT-SERIE NOT EQUAL SPACES
                               ADD 1 TO AS-IDX-CAT
                           END-IF
                           IF CAT-SERIE NOT EQUAL SPACES
                              AND AS-IDX-CAT EQUAL AS-IDX-SERIE
                               PERFORM 1950-REGRAVA-CATALOGO
                               SET AS-EOF-CAT-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ITRCAT
           .
       1900-MARCA-CATALOGO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1950-REGRAVA-CATALOGO: atualiza a situacao na linha do
      * ITRCAT recem lida.
      *----------------------------------------------------------------
       1950-REGRAVA-CATALOGO           SECTION.

               MOVE AS-DATA-SISTEMA    TO CAT-DT-SITUACAO

               IF AS-SERIE-FALHOU-OK
                   MOVE 'F'            TO CAT-SITUACAO
                   MOVE AS-MOTIVO-FALHA TO CAT-MOTIVO
               ELSE
                   MOVE SPACE          TO CAT-SITUACAO
                   MOVE SPACES         TO CAT-MOTIVO
               END-IF

               REWRITE REG-ITRCAT

               IF AS-STATUS-ITRCAT NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO MARCAR A SERIE NO ITRCAT. STATUS: '
                           AS-STATUS-ITRCAT
               END-IF
           .
       1950-REGRAVA-CATALOGO-EXIT.
               EXIT.
       END PROGRAM TRE0018.
