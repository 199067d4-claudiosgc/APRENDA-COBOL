      *          RELDEP) E REEXIBE NO CONSOLE A GERACAO ESCOLHIDA,
      *          PARA RECUPERAR A LISTAGEM DE ONTEM SEM DEPENDER DE
      *          UM REL.TXT UNICO QUE CADA EXECUCAO SOBRESCREVIA.
      * Modification History:
      *  15/10/2026 CS  Depois do relatorio escolhido, mostra a quem
      *                 aquela geracao foi distribuida, segundo o log
      *                 DSTLOG.TXT (DISTCTT, layout WS_DSTLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLCTT.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-REL.

            SELECT DSTLOG ASSIGN TO WS-CAMINHO-LOG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD RELCAT.
       FD RELATORIO.
       01 REL-LINHA                 PIC X(132).

       FD DSTLOG.
       01 LOG-LINHA                 PIC X(216).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CAT            PIC X(80).
       01 WS-CAMINHO-CAT-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       01 WS-CAMINHO-REL            PIC X(80).
       01 WS-CAMINHO-LOG            PIC X(80).
       01 WS-CAMINHO-LOG-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DSTLOG.T
      -    'XT'.

       77 WS-STATUS-CAT             PIC 99.
          88 STATUS-CAT-OK          VALUE 0.
       77 WS-STATUS-REL             PIC 99.
          88 STATUS-REL-OK          VALUE 0.
       77 WS-STATUS-LOG             PIC 99.
          88 STATUS-LOG-OK          VALUE 0.
       77 WS-QTD-DISTRIBUICOES      PIC 9(03) COMP VALUE ZEROS.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-EXIT                   PIC X.
          03 CAT-CAMINHO            PIC X(80).
          03 FILLER                 PIC X(03).

           COPY WS_DSTLOG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos do catalogo e do log de
      * distribuicao a partir das variaveis de ambiente RELCAT_PATH
      * e DSTLOG_PATH, usando o caminho
      * tradicional como valor padrao quando a variavel nao estiver
      * definida.
      *----------------------------------------------------------------
            IF WS-CAMINHO-CAT EQUAL SPACES
                MOVE WS-CAMINHO-CAT-DFL  TO WS-CAMINHO-CAT
            END-IF

            MOVE WS-CAMINHO-LOG-DFL      TO WS-CAMINHO-LOG
            DISPLAY 'DSTLOG_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-LOG        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-LOG EQUAL SPACES
                MOVE WS-CAMINHO-LOG-DFL  TO WS-CAMINHO-LOG
            END-IF
            .

       P300-SPOOL.
                    MOVE TAB-GERACAO (WS-ESCOLHA) TO CAT-REGISTRO
                    MOVE CAT-CAMINHO              TO WS-CAMINHO-REL
                    PERFORM P320-EXIBE-RELATORIO
                    PERFORM P330-EXIBE-DISTRIBUICAO
                END-IF

                DISPLAY
                DISPLAY 'FILE STATUS: ' WS-STATUS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P330-EXIBE-DISTRIBUICAO: mostra, pelo log DSTLOG.TXT, a quem a
      * geracao escolhida foi distribuida (ou por que nao foi):
      * destinatario, departamento recortado, situacao, linhas e
      * pacote ou motivo.
      *----------------------------------------------------------------
       P330-EXIBE-DISTRIBUICAO.
            SET EOF-OK              TO FALSE
            SET STATUS-LOG-OK       TO TRUE
            MOVE ZEROS              TO WS-QTD-DISTRIBUICOES

            OPEN INPUT DSTLOG

            IF STATUS-LOG-OK THEN
                PERFORM UNTIL EOF-OK
                    READ DSTLOG INTO DST-REGISTRO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DST-PROGRAMA EQUAL CAT-PROGRAMA
                               AND DST-GER-DATA EQUAL CAT-DATA
                               AND DST-GER-HORA EQUAL CAT-HORA THEN
                                PERFORM P335-EXIBE-ENVIO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE DSTLOG
            END-IF

            IF WS-QTD-DISTRIBUICOES EQUAL ZEROS THEN
                DISPLAY 'GERACAO NAO DISTRIBUIDA A NINGUEM.'
            END-IF
            .
      *----------------------------------------------------------------
      * P335-EXIBE-ENVIO: exibe a linha do DSTLOG lida em DST-REGISTRO.
      *----------------------------------------------------------------
       P335-EXIBE-ENVIO.
            ADD 1 TO WS-QTD-DISTRIBUICOES

            IF WS-QTD-DISTRIBUICOES EQUAL 1 THEN
                DISPLAY '---------- DISTRIBUICAO ----------'
            END-IF

            IF DST-ENVIADO THEN
                DISPLAY DST-TIPO DST-DESTINO ' ' DST-NOME ' '
                        DST-DEPTO ' ENVIADO EM ' DST-DATA ' '
                        DST-HORA ' LINHAS: ' DST-LINHAS
                DISPLAY '    PACOTE: ' DST-PACOTE
            ELSE
                DISPLAY DST-TIPO DST-DESTINO ' ' DST-NOME ' '
                        DST-DEPTO ' NAO ENVIADO EM ' DST-DATA ' '
                        DST-HORA
                DISPLAY '    MOTIVO: ' DST-MOTIVO
            END-IF
            .

       P900-FIM.

