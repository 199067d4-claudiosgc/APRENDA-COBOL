      *                 em um historico so. Linha antiga sem serie
      *                 conta como a serie ITREF01. O registro do
      *                 RESLOG cresceu de 38 para 47 posicoes.
      *  15/10/2026 CS  Le o catalogo ITRCAT e deixa fora da
      *                 tendencia a serie que TRE0018 marcou como
      *                 reprovada ('F': trailer que nao fecha ou
      *                 rejeitados acima do limite): as execucoes
      *                 dela nao entram no menor e maior historicos
      *                 nem na media da serie, e o bloco da serie
      *                 mostra so a marca, a data e o motivo, ate
      *                 que uma execucao aprovada limpe a marca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRE0019.
                       ASSIGN RESLOG
                       FILE STATUS AS-STATUS-RESLOG.

           SELECT ITRCAT
                       ASSIGN ITRCAT
                       FILE STATUS AS-STATUS-ITRCAT.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER                   PIC X(001).
           05 RESLOG-SERIE             PIC X(008).

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

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-SERIE-ACHADA          PIC X(001) VALUE 'N'.
               88 AS-SERIE-ACHADA-OK   VALUE 'S' FALSE 'N'.
           05 AS-QTD-NA-SERIE          PIC 9(004) VALUE ZEROS.
           05 AS-STATUS-ITRCAT         PIC 9(002) VALUE ZEROS.
           05 AS-EOF-CAT               PIC X(001) VALUE 'N'.
               88 AS-EOF-CAT-OK        VALUE 'S' FALSE 'N'.
           05 AS-QTD-FALHAS            PIC 9(002) COMP VALUE ZEROS.
           05 AS-IDX-FALHA             PIC 9(002) COMP VALUE ZEROS.
           05 AS-SERIE-FALHA           PIC X(001) VALUE 'N'.
               88 AS-SERIE-FALHA-OK    VALUE 'S' FALSE 'N'.
           05 AS-CONT-SERIES-FALHA     PIC 9(002) VALUE ZEROS.

       01 TAB-SERIES.
           05 SERIE-NOME               PIC X(008) OCCURS 20.

       01 TAB-FALHAS.
           05 FALHA-ITEM               OCCURS 20.
               10 FALHA-SERIE          PIC X(008).
               10 FALHA-DATA           PIC 9(008).
               10 FALHA-MOTIVO         PIC X(030).

       01 TAB-EXECUCOES.
           05 TAB-EXECUCAO             OCCURS 500.
               10 TAB-DATA             PIC 9(008).

                PERFORM 9000-CANCELA
            END-IF

            PERFORM 1100-CARREGA-FALHAS
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-CARREGA-FALHAS: guarda as series que TRE0018 marcou como
      * reprovadas no ITRCAT. Sem catalogo, nenhuma serie esta
      * marcada.
      *----------------------------------------------------------------
       1100-CARREGA-FALHAS            SECTION.

            OPEN INPUT ITRCAT

            IF AS-STATUS-ITRCAT EQUAL ZEROS
                PERFORM UNTIL AS-EOF-CAT-OK OR AS-QTD-FALHAS = 20
                    READ ITRCAT
                        AT END
                            SET AS-EOF-CAT-OK TO TRUE
                        NOT AT END
                            IF CAT-SERIE NOT EQUAL SPACES
                               AND CAT-SERIE-FALHA
                                ADD 1 TO AS-QTD-FALHAS
                                MOVE CAT-SERIE TO
                                     FALHA-SERIE (AS-QTD-FALHAS)
                                MOVE CAT-DT-SITUACAO TO
                                     FALHA-DATA (AS-QTD-FALHAS)
                                MOVE CAT-MOTIVO TO
                                     FALHA-MOTIVO (AS-QTD-FALHAS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ITRCAT
            END-IF
            .
       1100-CARREGA-FALHAS-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE RESLOG-SERIE TO AS-SERIE-LIDA
                        IF AS-SERIE-LIDA EQUAL SPACES
                            MOVE 'ITREF01' TO AS-SERIE-LIDA
                        END-IF
                        PERFORM 2060-CONFERE-FALHA
                        IF AS-SERIE-FALHA-OK
                            PERFORM 2050-GUARDA-SERIE
                        ELSE
                            ADD 1 TO AS-QTD-EXECUCOES
                            MOVE AS-QTD-EXECUCOES TO AS-IDX
                            MOVE RESLOG-DATA  TO TAB-DATA (AS-IDX)
                            MOVE RESLOG-MENOR TO TAB-MENOR (AS-IDX)
                            MOVE RESLOG-MAIOR TO TAB-MAIOR (AS-IDX)
                            MOVE RESLOG-SOMA  TO TAB-SOMA (AS-IDX)
                            MOVE RESLOG-QTD   TO TAB-QTD (AS-IDX)
                            MOVE RESLOG-MEDIA TO TAB-MEDIA (AS-IDX)
                            IF RESLOG-SERIE EQUAL SPACES
                                MOVE 'ITREF01' TO TAB-SERIE (AS-IDX)
                            ELSE
                                MOVE RESLOG-SERIE
                                               TO TAB-SERIE (AS-IDX)
                            END-IF
                            MOVE TAB-SERIE (AS-IDX) TO AS-SERIE-LIDA
                            PERFORM 2050-GUARDA-SERIE

                            IF RESLOG-MENOR LESS AS-MENOR-GERAL
                                MOVE RESLOG-MENOR TO AS-MENOR-GERAL
                            END-IF
                            IF RESLOG-MAIOR GREATER AS-MAIOR-GERAL
                                MOVE RESLOG-MAIOR TO AS-MAIOR-GERAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                        'ATINGIDO. EXCEDENTE NAO APURADO.'
            END-IF

      *    SERIE REPROVADA SEM NENHUMA EXECUCAO NO RESLOG TAMBEM
      *    APARECE, PARA QUE A MARCA NAO PASSE DESPERCEBIDA.
            PERFORM VARYING AS-IDX-FALHA FROM 1 BY 1
                    UNTIL AS-IDX-FALHA GREATER AS-QTD-FALHAS
                MOVE FALHA-SERIE (AS-IDX-FALHA) TO AS-SERIE-LIDA
                PERFORM 2050-GUARDA-SERIE
            END-PERFORM

            PERFORM VARYING AS-IDX-SERIE FROM 1 BY 1
                    UNTIL AS-IDX-SERIE GREATER AS-QTD-SERIES
                MOVE SERIE-NOME (AS-IDX-SERIE)
       2050-GUARDA-SERIE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2060-CONFERE-FALHA: liga AS-SERIE-FALHA-OK se AS-SERIE-LIDA
      * esta marcada como reprovada no ITRCAT, deixando AS-IDX-FALHA
      * na linha dela.
      *----------------------------------------------------------------
       2060-CONFERE-FALHA             SECTION.

            SET AS-SERIE-FALHA-OK     TO FALSE
            PERFORM VARYING AS-IDX-FALHA FROM 1 BY 1
                    UNTIL AS-IDX-FALHA GREATER AS-QTD-FALHAS
                       OR AS-SERIE-FALHA-OK
                IF FALHA-SERIE (AS-IDX-FALHA) EQUAL AS-SERIE-LIDA
                    SET AS-SERIE-FALHA-OK TO TRUE
                END-IF
            END-PERFORM

            IF AS-SERIE-FALHA-OK
                SUBTRACT 1            FROM AS-IDX-FALHA
            END-IF
            .
       2060-CONFERE-FALHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2080-APURA-UMA-SERIE: calcula a media historica de medias e
      * de quantidades SO das execucoes da serie corrente e exibe o
      * bloco da serie com as marcacoes de desvio.
      *----------------------------------------------------------------
       2080-APURA-UMA-SERIE           SECTION.

            MOVE AS-SERIE-CORRENTE    TO AS-SERIE-LIDA
            PERFORM 2060-CONFERE-FALHA

            IF AS-SERIE-FALHA-OK
                ADD 1                 TO AS-CONT-SERIES-FALHA
                DISPLAY ' '
                DISPLAY 'SERIE: ' AS-SERIE-CORRENTE
                        ' REPROVADA POR TRE0018 EM '
                        FALHA-DATA (AS-IDX-FALHA)
                DISPLAY 'MOTIVO: ' FALHA-MOTIVO (AS-IDX-FALHA)
                DISPLAY 'SERIE FORA DA TENDENCIA ATE A PROXIMA '
                        'EXECUCAO APROVADA.'
                GO TO 2080-APURA-UMA-SERIE-EXIT
            END-IF

            MOVE ZEROS                TO AS-SOMA-MEDIAS
                                         AS-SOMA-QTDS
                                         AS-QTD-NA-SERIE
                   DISPLAY 'EXECUCOES FORA DA MEDIA: '
                           AS-CONT-DESVIOS
               END-IF
               IF AS-CONT-SERIES-FALHA GREATER ZEROS
                   DISPLAY 'SERIES REPROVADAS FORA DA TENDENCIA: '
                           AS-CONT-SERIES-FALHA
               END-IF
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
