      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: BAIXA DE PAGAMENTOS DAS PARCELAS DE MENSALIDADE
      *          (COB.DAT, COPYBOOK FD_COBR, GERADAS POR CADTAXA):
      *          LANCAMENTO DE UM PAGAMENTO, TOTAL OU PARCIAL, NUMA
      *          PARCELA EM ABERTO, COM O LANCAMENTO ANOTADO EM
      *          PAGTOS.TXT; E EXTRATO DAS PARCELAS DE UM ESTUDANTE,
      *          COM AS VENCIDAS DESTACADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGEST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ST-DAT ASSIGN TO WS-CAMINHO-ST-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-EST-DAT
            FILE STATUS  IS WS-STATUS-ST.

            SELECT COB-DAT ASSIGN TO WS-CAMINHO-COB-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-COBR
            FILE STATUS  IS WS-STATUS-COB.

            SELECT PAGAMENTOS ASSIGN TO WS-CAMINHO-PAG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-PAG.

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
          COPY FD_EST REPLACING REG-ESTUDANTES BY REG-ST-DAT
                                 CD-STUDENT     BY CD-EST-DAT
                                 NM-STUDENT     BY NM-EST-DAT.

       FD COB-DAT.
          COPY FD_COBR.

       FD PAGAMENTOS.
       01 PAG-LINHA                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 WS-CAMINHO-COB-DAT               PIC X(80).
       01 WS-CAMINHO-COB-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COB.DAT'.
       01 WS-CAMINHO-PAG                   PIC X(80).
       01 WS-CAMINHO-PAG-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PAGTOS.T
      -    'XT'.

       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-STATUS-COB                    PIC 99.
          88 STATUS-COB-OK                 VALUE 0.
       77 WS-STATUS-PAG                    PIC 99.
          88 STATUS-PAG-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-PAGA                    VALUE 'P'.
          88 OPCAO-EXTRATO                 VALUE 'E'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-OPERADOR                      PIC X(10) VALUE SPACES.
       77 WS-CD-ESTUDANTE                  PIC 9(05) VALUE ZEROS.
       77 WS-ESTUDANTE-OK                  PIC X    VALUE 'N'.
          88 ESTUDANTE-OK                  VALUE 'S' FALSE 'N'.
       77 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-DT-PAGTO                      PIC 9(08) VALUE ZEROS.
       77 WS-VL-ABERTO                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-PAGO                       PIC 9(07)V99 VALUE ZEROS.
       77 WS-TOT-COBRADO                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-PAGO                      PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO                    PIC 9(08)V99 VALUE ZEROS.
       77 WS-TOT-VENCIDO                   PIC 9(08)V99 VALUE ZEROS.
       77 WS-VL-EDITADO                    PIC Z.ZZZ.ZZ9,99.
       77 WS-VL-EDITADO-2                  PIC Z.ZZZ.ZZ9,99.
       77 WS-TOT-EDITADO                   PIC ZZ.ZZZ.ZZ9,99.
       77 WS-CONT                          PIC 9(04) VALUE ZEROS.
       77 WS-MARCA                         PIC X(08) VALUE SPACES.

       01 WS-LIN-PAGAMENTO.
          03 WS-PAG-DATA            PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-ESTUDANTE       PIC 9(05).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-CURSO           PIC 9(04).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-TERMO           PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-PARCELA         PIC 9(02).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-VALOR           PIC 9(07)V99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-SITUACAO        PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-PAG-OPERADOR        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** PAGAMENTOS DE MENSALIDADES ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-PAGAMENTOS    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente ST_DAT, COB_DAT e PAGTOS_PATH, usando
      * o caminho tradicional como valor padrao quando a variavel
      * nao estiver definida. OPERADOR identifica quem lanca.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
            DISPLAY 'ST_DAT'             UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ST-DAT     FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-ST-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
            END-IF

            MOVE WS-CAMINHO-COB-DAT-DFL  TO WS-CAMINHO-COB-DAT
            DISPLAY 'COB_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COB-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COB-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COB-DAT-DFL TO WS-CAMINHO-COB-DAT
            END-IF

            MOVE WS-CAMINHO-PAG-DFL      TO WS-CAMINHO-PAG
            DISPLAY 'PAGTOS_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PAG        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PAG EQUAL SPACES
                MOVE WS-CAMINHO-PAG-DFL  TO WS-CAMINHO-PAG
            END-IF

            DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
            ACCEPT WS-OPERADOR           FROM ENVIRONMENT-VALUE
            .

       P300-PAGAMENTOS.
            SET EOF-OK              TO FALSE
            SET STATUS-COB-OK       TO TRUE
            MOVE SPACES             TO WS-CONFIRM
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD

            OPEN I-O COB-DAT

            IF WS-STATUS-COB EQUAL 35 THEN
                DISPLAY 'NENHUMA PARCELA GERADA AINDA. GERE AS '
                        'PARCELAS DO TERMO EM CADTAXA.'
            ELSE
                IF STATUS-COB-OK THEN
                    DISPLAY '(P)agar parcela ou (E)xtrato do '
                            'estudante?'
                    ACCEPT WS-OPCAO

                    EVALUATE TRUE
                        WHEN OPCAO-PAGA
                            PERFORM P310-PAGA
                        WHEN OPCAO-EXTRATO
                            PERFORM P320-EXTRATO
                        WHEN OTHER
                            DISPLAY 'OPCAO INVALIDA.'
                    END-EVALUATE
                    CLOSE COB-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-COB
                END-IF
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-PAGA: mostra as parcelas do estudante e lanca um
      * pagamento numa parcela em aberto. Valor vazio quita o saldo
      * da parcela; valor acima do saldo e recusado. Quitado o
      * saldo, a parcela passa a PAGA.
      *----------------------------------------------------------------
       P310-PAGA.
            DISPLAY 'Matricula do estudante: '
            ACCEPT WS-CD-ESTUDANTE
            PERFORM P350-VALIDA-ESTUDANTE

            IF ESTUDANTE-OK THEN
                PERFORM P325-LISTA-PARCELAS

                MOVE WS-CD-ESTUDANTE TO CD-EST-COBR
                DISPLAY 'Codigo do curso: '
                ACCEPT CD-CUR-COBR
                DISPLAY 'Codigo do termo: '
                ACCEPT CD-TRM-COBR
                DISPLAY 'Numero da parcela: '
                ACCEPT PARC-COBR

                READ COB-DAT
                    KEY IS CHAVE-COBR
                    INVALID KEY
                        DISPLAY 'PARCELA NAO EXISTE.'
                    NOT INVALID KEY
                        IF NOT COBR-ABERTA THEN
                            DISPLAY 'PARCELA NAO ESTA EM ABERTO: '
                                    SIT-COBR
                        ELSE
                            PERFORM P315-LANCA-PAGAMENTO
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P315-LANCA-PAGAMENTO: pede valor e data do pagamento da
      * parcela lida, regrava e anota o lancamento em PAGTOS.TXT.
      *----------------------------------------------------------------
       P315-LANCA-PAGAMENTO.
            COMPUTE WS-VL-ABERTO = VL-COBR - VL-PAGO-COBR
            MOVE WS-VL-ABERTO       TO WS-VL-EDITADO
            DISPLAY 'Saldo da parcela: ' WS-VL-EDITADO
                    ' VENCIMENTO ' DT-VENC-COBR

            MOVE ZEROS              TO WS-VL-PAGO
            DISPLAY 'Valor pago (vazio = saldo): '
            ACCEPT WS-VL-PAGO
            IF WS-VL-PAGO EQUAL ZEROS
                MOVE WS-VL-ABERTO   TO WS-VL-PAGO
            END-IF

            MOVE ZEROS              TO WS-DT-PAGTO
            DISPLAY 'Data do pagamento (vazio = hoje): '
            ACCEPT WS-DT-PAGTO
            IF WS-DT-PAGTO EQUAL ZEROS
                MOVE WS-DATA-HOJE   TO WS-DT-PAGTO
            END-IF

            IF WS-VL-PAGO GREATER WS-VL-ABERTO THEN
                DISPLAY 'VALOR MAIOR QUE O SALDO DA PARCELA. NADA '
                        'LANCADO.'
            ELSE
                MOVE WS-VL-PAGO     TO WS-VL-EDITADO
                DISPLAY 'TECLE <S> PARA CONFIRMAR O PAGAMENTO DE '
                        WS-VL-EDITADO ' EM ' WS-DT-PAGTO
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' THEN
                    ADD WS-VL-PAGO  TO VL-PAGO-COBR
                    MOVE WS-DT-PAGTO TO DT-PAGTO-COBR
                    IF VL-PAGO-COBR NOT LESS VL-COBR
                        SET COBR-PAGA TO TRUE
                    END-IF
                    REWRITE REG-COBRANCAS
                    PERFORM P317-ANOTA-PAGAMENTO
                    IF COBR-PAGA
                        DISPLAY 'Parcela quitada.'
                    ELSE
                        COMPUTE WS-VL-ABERTO = VL-COBR - VL-PAGO-COBR
                        MOVE WS-VL-ABERTO TO WS-VL-EDITADO
                        DISPLAY 'Pagamento parcial lancado. Saldo: '
                                WS-VL-EDITADO
                    END-IF
                ELSE
                    DISPLAY 'Pagamento nao lancado.'
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P317-ANOTA-PAGAMENTO: acrescenta o lancamento em PAGTOS.TXT.
      *----------------------------------------------------------------
       P317-ANOTA-PAGAMENTO.
            SET STATUS-PAG-OK       TO TRUE
            OPEN EXTEND PAGAMENTOS
            IF WS-STATUS-PAG EQUAL 35
                OPEN OUTPUT PAGAMENTOS
            END-IF

            IF STATUS-PAG-OK THEN
                MOVE WS-DT-PAGTO     TO WS-PAG-DATA
                MOVE CD-EST-COBR     TO WS-PAG-ESTUDANTE
                MOVE CD-CUR-COBR     TO WS-PAG-CURSO
                MOVE CD-TRM-COBR     TO WS-PAG-TERMO
                MOVE PARC-COBR       TO WS-PAG-PARCELA
                MOVE WS-VL-PAGO      TO WS-PAG-VALOR
                MOVE SIT-COBR        TO WS-PAG-SITUACAO
                MOVE WS-OPERADOR     TO WS-PAG-OPERADOR
                MOVE SPACES          TO PAG-LINHA
                MOVE WS-LIN-PAGAMENTO TO PAG-LINHA
                WRITE PAG-LINHA
                CLOSE PAGAMENTOS
            ELSE
                DISPLAY 'ERRO AO ANOTAR O PAGAMENTO. STATUS: '
                        WS-STATUS-PAG
            END-IF
            .
      *----------------------------------------------------------------
      * P320-EXTRATO: todas as parcelas do estudante, com os totais
      * cobrado, pago, em aberto e vencido.
      *----------------------------------------------------------------
       P320-EXTRATO.
            DISPLAY 'Matricula do estudante: '
            ACCEPT WS-CD-ESTUDANTE
            PERFORM P350-VALIDA-ESTUDANTE

            IF ESTUDANTE-OK THEN
                PERFORM P325-LISTA-PARCELAS

                MOVE WS-TOT-COBRADO TO WS-TOT-EDITADO
                DISPLAY 'TOTAL COBRADO.: ' WS-TOT-EDITADO
                MOVE WS-TOT-PAGO    TO WS-TOT-EDITADO
                DISPLAY 'TOTAL PAGO....: ' WS-TOT-EDITADO
                MOVE WS-TOT-ABERTO  TO WS-TOT-EDITADO
                DISPLAY 'EM ABERTO.....: ' WS-TOT-EDITADO
                MOVE WS-TOT-VENCIDO TO WS-TOT-EDITADO
                DISPLAY 'VENCIDO.......: ' WS-TOT-EDITADO
            END-IF
            .
      *----------------------------------------------------------------
      * P325-LISTA-PARCELAS: exibe as parcelas do estudante e soma os
      * totais; parcela em aberto com vencimento passado sai marcada
      * como VENCIDA. Parcela cancelada nao entra nos totais.
      *----------------------------------------------------------------
       P325-LISTA-PARCELAS.
            MOVE ZEROS              TO WS-CONT WS-TOT-COBRADO
                                       WS-TOT-PAGO WS-TOT-ABERTO
                                       WS-TOT-VENCIDO
            SET EOF-OK              TO FALSE

            MOVE WS-CD-ESTUDANTE    TO CD-EST-COBR
            MOVE ZEROS              TO CD-CUR-COBR CD-TRM-COBR
                                       PARC-COBR
            START COB-DAT KEY IS NOT LESS THAN CHAVE-COBR
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ COB-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-EST-COBR EQUAL WS-CD-ESTUDANTE
                            ADD 1 TO WS-CONT
                            PERFORM P327-EXIBE-PARCELA
                        ELSE
                            SET EOF-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT EQUAL ZEROS
                DISPLAY 'NENHUMA PARCELA PARA O ESTUDANTE.'
            END-IF
            .
      *----------------------------------------------------------------
      * P327-EXIBE-PARCELA: exibe a parcela corrente e acumula.
      *----------------------------------------------------------------
       P327-EXIBE-PARCELA.
            MOVE SPACES             TO WS-MARCA
            MOVE ZEROS              TO WS-VL-ABERTO

            IF NOT COBR-CANCELADA
                ADD VL-COBR         TO WS-TOT-COBRADO
                ADD VL-PAGO-COBR    TO WS-TOT-PAGO
            END-IF

            IF COBR-ABERTA
                COMPUTE WS-VL-ABERTO = VL-COBR - VL-PAGO-COBR
                ADD WS-VL-ABERTO    TO WS-TOT-ABERTO
                IF DT-VENC-COBR LESS WS-DATA-HOJE
                    MOVE 'VENCIDA'  TO WS-MARCA
                    ADD WS-VL-ABERTO TO WS-TOT-VENCIDO
                END-IF
            END-IF

            MOVE VL-COBR            TO WS-VL-EDITADO
            MOVE WS-VL-ABERTO       TO WS-VL-EDITADO-2
            DISPLAY '  CURSO ' CD-CUR-COBR ' TERMO ' CD-TRM-COBR
                    ' PARC ' PARC-COBR ' VENC ' DT-VENC-COBR
                    ' VALOR ' WS-VL-EDITADO ' SALDO '
                    WS-VL-EDITADO-2 ' ' SIT-COBR ' ' WS-MARCA
            .
      *----------------------------------------------------------------
      * P350-VALIDA-ESTUDANTE: confere se o estudante existe em
      * ST.DAT.
      *----------------------------------------------------------------
       P350-VALIDA-ESTUDANTE.
            SET ESTUDANTE-OK        TO FALSE
            SET STATUS-ST-OK        TO TRUE

            OPEN INPUT ST-DAT

            IF STATUS-ST-OK THEN
                MOVE WS-CD-ESTUDANTE TO CD-EST-DAT
                READ ST-DAT
                    KEY IS CD-EST-DAT
                    INVALID KEY
                        DISPLAY 'ESTUDANTE NAO EXISTE EM ST.DAT.'
                    NOT INVALID KEY
                        SET ESTUDANTE-OK TO TRUE
                        DISPLAY 'Estudante: ' CD-EST-DAT ' - '
                                NM-EST-DAT
                END-READ
                CLOSE ST-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESTUDANTES'
                DISPLAY 'FILE STATUS: ' WS-STATUS-ST
            END-IF
            .

       P900-FIM.

            GOBACK.
       END PROGRAM PAGEST.
