      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO DAS OCORRENCIAS OPERACIONAIS (INC.DAT)
      *          GRAVADAS PELOS PROGRAMAS BATCH VIA INCCTT: LISTAGEM
      *          DAS OCORRENCIAS NAO FECHADAS (TODAS OU SO AS DE UMA
      *          SEVERIDADE), RECONHECIMENTO DE UMA OCORRENCIA ABERTA
      *          E FECHAMENTO, AMBOS CARIMBADOS COM O OPERADOR DA
      *          SESSAO (VARIAVEL OPERADOR), DATA, HORA E COMENTARIO.
      *          OCORRENCIA FECHADA NAO SE REABRE: UM PROBLEMA QUE
      *          VOLTA GERA UMA OCORRENCIA NOVA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INC-DAT ASSIGN TO WS-CAMINHO-INC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-INC
            FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD INC-DAT.
          COPY FD_INCID.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-INC-DAT               PIC X(80).
       01 WS-CAMINHO-INC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\INC.DAT'.

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-LISTA                   VALUE 'L'.
          88 OPCAO-RECONHECE               VALUE 'R'.
          88 OPCAO-FECHA                   VALUE 'F'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-SEV-FILTRO                    PIC X    VALUE SPACE.
       77 WS-ID-INC                        PIC 9(06) VALUE ZEROS.
       77 WS-COMENTARIO                    PIC X(40) VALUE SPACES.
       77 WS-OPERADOR                      PIC X(04) VALUE SPACES.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-DS-SITUACAO                   PIC X(11) VALUE SPACES.
       77 WS-CONT-LISTADAS                 PIC 9(04) VALUE ZEROS.
       77 WS-CONT-ALTA                     PIC 9(04) VALUE ZEROS.
       77 WS-CONT-MEDIA                    PIC 9(04) VALUE ZEROS.
       77 WS-CONT-BAIXA                    PIC 9(04) VALUE ZEROS.

          COPY WS_PERMCHK.
          COPY WS_STATUSARQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** OCORRENCIAS OPERACIONAIS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'OCORCTT'           TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P110-OPERADOR
                PERFORM P300-ACOMPANHAMENTO THRU P300-FIM
                        UNTIL EXIT-OK
            END-IF

            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de INC.DAT a partir da variavel
      * de ambiente INC_DAT, usando o caminho tradicional como valor
      * padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-INC-DAT-DFL  TO WS-CAMINHO-INC-DAT
            DISPLAY 'INC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-INC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-INC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-INC-DAT-DFL TO WS-CAMINHO-INC-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P110-OPERADOR: o reconhecimento e o fechamento levam o codigo
      * do operador da sessao; fora do menu (sem OPERADOR publicado)
      * o codigo e pedido uma vez.
      *----------------------------------------------------------------
       P110-OPERADOR.
            MOVE WS-PERM-OPERADOR    TO WS-OPERADOR
            PERFORM UNTIL WS-OPERADOR NOT EQUAL SPACES
                DISPLAY 'Codigo do operador: '
                ACCEPT WS-OPERADOR
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: confere a funcao OCORCTT na matriz.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-ACOMPANHAMENTO.
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O INC-DAT

            IF WS-FS EQUAL 35 THEN
                DISPLAY 'NENHUMA OCORRENCIA REGISTRADA AINDA.'
                SET EXIT-OK         TO TRUE
                GO TO P300-FIM
            END-IF

            IF FS-OK THEN
                DISPLAY '(L)istar ocorrencias em aberto, (R)econhecer '
                        'ou (F)echar ocorrencia?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-LISTA
                        PERFORM P310-LISTA
                    WHEN OPCAO-RECONHECE
                        PERFORM P320-RECONHECE THRU P320-FIM
                    WHEN OPCAO-FECHA
                        PERFORM P330-FECHA THRU P330-FIM
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE OCORRENCIAS'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE INC-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-LISTA: exibe as ocorrencias nao fechadas, da mais antiga
      * para a mais recente, opcionalmente so de uma severidade, com
      * o reconhecimento quando houver, e a contagem por severidade.
      *----------------------------------------------------------------
       P310-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADAS WS-CONT-ALTA
                                        WS-CONT-MEDIA WS-CONT-BAIXA
            SET EOF-OK               TO FALSE

            DISPLAY 'Severidade: (A)lta, (M)edia, (B)aixa ou '
                    '<ENTER> para todas: '
            MOVE SPACE               TO WS-SEV-FILTRO
            ACCEPT WS-SEV-FILTRO

            PERFORM UNTIL EOF-OK
                READ INC-DAT NEXT RECORD
                    AT END
                        SET EOF-OK   TO TRUE
                    NOT AT END
                        IF NOT INC-FECHADA
                           AND (WS-SEV-FILTRO EQUAL SPACE
                                OR SEV-INC EQUAL WS-SEV-FILTRO)
                            PERFORM P315-EXIBE-OCORRENCIA
                        END-IF
                END-READ
            END-PERFORM

            DISPLAY ' '
            DISPLAY WS-CONT-LISTADAS ' OCORRENCIA(S) EM ABERTO: '
                    WS-CONT-ALTA ' ALTA, ' WS-CONT-MEDIA ' MEDIA, '
                    WS-CONT-BAIXA ' BAIXA.'
            .
      *----------------------------------------------------------------
      * P315-EXIBE-OCORRENCIA: exibe a ocorrencia corrente e a conta.
      *----------------------------------------------------------------
       P315-EXIBE-OCORRENCIA.
            ADD 1                    TO WS-CONT-LISTADAS
            EVALUATE TRUE
                WHEN INC-ALTA
                    ADD 1            TO WS-CONT-ALTA
                WHEN INC-MEDIA
                    ADD 1            TO WS-CONT-MEDIA
                WHEN OTHER
                    ADD 1            TO WS-CONT-BAIXA
            END-EVALUATE

            IF INC-RECONHECIDA
                MOVE 'RECONHECIDA'   TO WS-DS-SITUACAO
            ELSE
                MOVE 'ABERTA'        TO WS-DS-SITUACAO
            END-IF

            DISPLAY ' '
            DISPLAY ID-INC ' ' SEV-INC ' ' DT-INC ' ' HR-INC ' '
                    PROG-INC ' ' WS-DS-SITUACAO
            DISPLAY '       ' MSG-INC
            IF ARQ-INC NOT EQUAL SPACES
                DISPLAY '       DETALHE EM: ' ARQ-INC
            END-IF
            IF INC-RECONHECIDA
                DISPLAY '       RECONHECIDA POR ' RECON-OPR-INC
                        ' EM ' RECON-DT-INC ' ' RECON-HR-INC ': '
                        RECON-COM-INC
            END-IF
            .
      *----------------------------------------------------------------
      * P318-LE-OCORRENCIA: pede o numero e le a ocorrencia, deixando
      * EOF-OK ligado quando ela nao existe.
      *----------------------------------------------------------------
       P318-LE-OCORRENCIA.
            SET EOF-OK               TO FALSE
            DISPLAY 'Numero da ocorrencia: '
            ACCEPT WS-ID-INC
            MOVE WS-ID-INC           TO ID-INC

            READ INC-DAT
                KEY IS ID-INC
                INVALID KEY
                    DISPLAY 'OCORRENCIA NAO EXISTE'
                    SET EOF-OK       TO TRUE
                NOT INVALID KEY
                    MOVE ZEROS       TO WS-CONT-LISTADAS WS-CONT-ALTA
                                        WS-CONT-MEDIA WS-CONT-BAIXA
                    PERFORM P315-EXIBE-OCORRENCIA
            END-READ
            .
      *----------------------------------------------------------------
      * P320-RECONHECE: marca a ocorrencia aberta como reconhecida,
      * com o operador, a data, a hora e o comentario.
      *----------------------------------------------------------------
       P320-RECONHECE.
            PERFORM P318-LE-OCORRENCIA

            IF EOF-OK THEN
                GO TO P320-FIM
            END-IF

            IF NOT INC-ABERTA THEN
                DISPLAY 'SO OCORRENCIA ABERTA PODE SER RECONHECIDA.'
                GO TO P320-FIM
            END-IF

            MOVE SPACES              TO WS-COMENTARIO
            PERFORM UNTIL WS-COMENTARIO NOT EQUAL SPACES
                DISPLAY 'Comentario do reconhecimento: '
                ACCEPT WS-COMENTARIO
            END-PERFORM

            MOVE 'R'                 TO SIT-INC
            MOVE WS-OPERADOR         TO RECON-OPR-INC
            ACCEPT RECON-DT-INC      FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA   FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO RECON-HR-INC
            MOVE WS-COMENTARIO       TO RECON-COM-INC

            REWRITE REG-INCIDENTES
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O RECONHECIMENTO.'
                NOT INVALID KEY
                    DISPLAY 'Ocorrencia reconhecida'
            END-REWRITE
            .
       P320-FIM.
      *----------------------------------------------------------------
      * P330-FECHA: fecha a ocorrencia aberta ou reconhecida, com o
      * operador, a data, a hora e o comentario, depois de confirmar.
      *----------------------------------------------------------------
       P330-FECHA.
            PERFORM P318-LE-OCORRENCIA

            IF EOF-OK THEN
                GO TO P330-FIM
            END-IF

            IF INC-FECHADA THEN
                DISPLAY 'OCORRENCIA JA FECHADA POR ' FECH-OPR-INC
                        ' EM ' FECH-DT-INC '.'
                GO TO P330-FIM
            END-IF

            MOVE SPACES              TO WS-COMENTARIO
            PERFORM UNTIL WS-COMENTARIO NOT EQUAL SPACES
                DISPLAY 'Comentario do fechamento: '
                ACCEPT WS-COMENTARIO
            END-PERFORM

            DISPLAY 'TECLE: '
                    '<S> PARA CONFIRMAR O FECHAMENTO OU '
                    '<QUALQUER TECLA> para cancelar.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' THEN
                DISPLAY 'Operacao nao realizada.'
                GO TO P330-FIM
            END-IF

            MOVE 'F'                 TO SIT-INC
            MOVE WS-OPERADOR         TO FECH-OPR-INC
            ACCEPT FECH-DT-INC       FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA   FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO FECH-HR-INC
            MOVE WS-COMENTARIO       TO FECH-COM-INC

            REWRITE REG-INCIDENTES
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O FECHAMENTO.'
                NOT INVALID KEY
                    DISPLAY 'Ocorrencia fechada'
            END-REWRITE
            .
       P330-FIM.
      *----------------------------------------------------------------
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.

            GOBACK.
       END PROGRAM OCORCTT.
