      *                 de horario: sobreposicao com as matriculas
      *                 ativas do estudante gera aviso e pede
      *                 confirmacao antes de gravar.
      *  15/10/2026 CS  A matricula passa a conferir as parcelas de
      *                 mensalidade (COB.DAT, copybook FD_COBR,
      *                 geradas por CADTAXA) vencidas e em aberto de
      *                 termos anteriores: o debito e exibido e o
      *                 operador confirma para seguir; com a variavel
      *                 MATR_BLOQ_DEBITO = S a matricula e recusada.
      *  15/10/2026 CS  A matricula passa a conferir os pre-requisitos
      *                 do curso (PRQ.DAT, copybook FD_PREREQ, mantido
      *                 por CADCUR) contra as notas do estudante em
      *                 AVL.DAT, pela media ponderada e pelo corte
      *                 AVAL_CORTE de AVALEST. A recusa diz qual
      *                 requisito falta; um supervisor ativo de
      *                 OPR.DAT pode liberar com a sua senha, e a
      *                 liberacao e anotada em PRQLIB.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATEST.
            RECORD KEY   IS CHAVE-HOR
            FILE STATUS  IS WS-STATUS-HOR.

            SELECT COB-DAT ASSIGN TO WS-CAMINHO-COB-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-COBR
            FILE STATUS  IS WS-STATUS-COB.

            SELECT PRQ-DAT ASSIGN TO WS-CAMINHO-PRQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PRQ
            FILE STATUS  IS WS-STATUS-PRQ.

            SELECT AVL-DAT ASSIGN TO WS-CAMINHO-AVL-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-AVAL
            FILE STATUS  IS WS-STATUS-AVL.

            SELECT OPR-DAT ASSIGN TO WS-CAMINHO-OPR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-OPERADOR
            FILE STATUS  IS WS-STATUS-OPR.

            SELECT LIBERACOES ASSIGN TO WS-CAMINHO-LIB
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-LIB.

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
       FD HOR-DAT.
          COPY FD_HORARIO.

       FD COB-DAT.
          COPY FD_COBR.

       FD PRQ-DAT.
          COPY FD_PREREQ.

       FD AVL-DAT.
          COPY FD_AVAL.

       FD OPR-DAT.
          COPY FD_OPR.

       FD LIBERACOES.
       01 LIB-LINHA                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
             05 HORN-FIM            PIC 9(04).
             05 HORN-SALA           PIC X(08).

       01 WS-CAMINHO-COB-DAT               PIC X(80).
       01 WS-CAMINHO-COB-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COB.DAT'.
       77 WS-STATUS-COB                    PIC 99.
          88 STATUS-COB-OK                 VALUE 0.
       77 WS-EOF-COB                       PIC X    VALUE 'N'.
          88 EOF-COB-OK                    VALUE 'S' FALSE 'N'.
       77 WS-BLOQ-DEBITO                   PIC X    VALUE SPACE.
          88 BLOQ-DEBITO                   VALUE 'S'.
       77 WS-DEBITO-RECUSA                 PIC X    VALUE 'N'.
          88 DEBITO-RECUSA                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-DEBITO                  PIC X    VALUE SPACE.
       77 WS-QTD-VENCIDAS                  PIC 9(03) VALUE ZEROS.
       77 WS-VL-VENCIDO                    PIC 9(08)V99 VALUE ZEROS.
       77 WS-VL-VENCIDO-ED                 PIC ZZ.ZZZ.ZZ9,99.

       01 WS-CAMINHO-PRQ-DAT               PIC X(80).
       01 WS-CAMINHO-PRQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRQ.DAT'.
       01 WS-CAMINHO-AVL-DAT               PIC X(80).
       01 WS-CAMINHO-AVL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 WS-CAMINHO-OPR-DAT               PIC X(80).
       01 WS-CAMINHO-OPR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       01 WS-CAMINHO-LIB                   PIC X(80).
       01 WS-CAMINHO-LIB-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRQLIB.T
      -    'XT'.
       77 WS-STATUS-PRQ                    PIC 99.
          88 STATUS-PRQ-OK                 VALUE 0.
       77 WS-STATUS-AVL                    PIC 99.
          88 STATUS-AVL-OK                 VALUE 0.
       77 WS-STATUS-OPR                    PIC 99.
          88 STATUS-OPR-OK                 VALUE 0.
       77 WS-STATUS-LIB                    PIC 99.
          88 STATUS-LIB-OK                 VALUE 0.
       77 WS-EOF-PRQ                       PIC X    VALUE 'N'.
          88 EOF-PRQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVL                       PIC X    VALUE 'N'.
          88 EOF-AVL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-PREREQ-RECUSA                 PIC X    VALUE 'N'.
          88 PREREQ-RECUSA                 VALUE 'S' FALSE 'N'.
       77 WS-SUPERVISOR-OK                 PIC X    VALUE 'N'.
          88 SUPERVISOR-OK                 VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-LIBERA                  PIC X    VALUE SPACE.
       77 WS-OPERADOR                      PIC X(04) VALUE SPACES.
       77 WS-CD-SUPERVISOR                 PIC X(04) VALUE SPACES.
       77 WS-CD-REQUERIDO                  PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA                         PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-EXIGIDA                 PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-EXIB                    PIC Z9,99.
       77 WS-EXIGIDA-EXIB                  PIC Z9,99.
       77 WS-CORTE                         PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-TXT                     PIC X(03) VALUE SPACES.
       77 WS-CORTE-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FALTA                     PIC 9(02) COMP VALUE ZEROS.
       77 WS-IDX-FALTA                     PIC 9(02) COMP VALUE ZEROS.
       77 WS-HORA-AGORA                    PIC 9(08) VALUE ZEROS.
       01 TAB-REQ-FALTA.
          03 FALTA-ITEM             OCCURS 20.
             05 FALTA-CURSO         PIC 9(04).
             05 FALTA-MEDIA         PIC 9(02)V99.
             05 FALTA-EXIGIDA       PIC 9(02)V99.
       01 WS-LIN-LIBERACAO.
          03 WS-LIB-DATA            PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIB-HORA            PIC 9(06).
          03 FILLER                 PIC X(11) VALUE ' ESTUDANTE '.
          03 WS-LIB-ESTUDANTE       PIC 9(05).
          03 FILLER                 PIC X(07) VALUE ' CURSO '.
          03 WS-LIB-CURSO           PIC 9(04).
          03 FILLER                 PIC X(07) VALUE ' FALTA '.
          03 WS-LIB-REQUERIDO       PIC 9(04).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIB-MEDIA           PIC Z9,99.
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-LIB-EXIGIDA         PIC Z9,99.
          03 FILLER                 PIC X(05) VALUE ' SUP '.
          03 WS-LIB-SUPERVISOR      PIC X(04).
          03 FILLER                 PIC X(05) VALUE ' OPR '.
          03 WS-LIB-OPERADOR        PIC X(04).

          COPY WS_SENHAOP.

       01 TAB-PRESENCA.
          03 TAB-PRES               OCCURS 500.
             05 TAB-PRES-CODIGO     PIC 9(05).
            IF WS-CAMINHO-HOR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-HOR-DAT-DFL TO WS-CAMINHO-HOR-DAT
            END-IF

            MOVE WS-CAMINHO-COB-DAT-DFL  TO WS-CAMINHO-COB-DAT
            DISPLAY 'COB_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COB-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COB-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COB-DAT-DFL TO WS-CAMINHO-COB-DAT
            END-IF

            MOVE SPACE                   TO WS-BLOQ-DEBITO
            DISPLAY 'MATR_BLOQ_DEBITO'   UPON ENVIRONMENT-NAME
            ACCEPT WS-BLOQ-DEBITO        FROM ENVIRONMENT-VALUE

            MOVE WS-CAMINHO-PRQ-DAT-DFL  TO WS-CAMINHO-PRQ-DAT
            DISPLAY 'PRQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRQ-DAT-DFL TO WS-CAMINHO-PRQ-DAT
            END-IF

            MOVE WS-CAMINHO-AVL-DAT-DFL  TO WS-CAMINHO-AVL-DAT
            DISPLAY 'AVL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-AVL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-AVL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-AVL-DAT-DFL TO WS-CAMINHO-AVL-DAT
            END-IF

            MOVE WS-CAMINHO-OPR-DAT-DFL  TO WS-CAMINHO-OPR-DAT
            DISPLAY 'OPR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-OPR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-OPR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-OPR-DAT-DFL TO WS-CAMINHO-OPR-DAT
            END-IF

            MOVE WS-CAMINHO-LIB-DFL      TO WS-CAMINHO-LIB
            DISPLAY 'PRQLIB_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-LIB        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-LIB EQUAL SPACES
                MOVE WS-CAMINHO-LIB-DFL  TO WS-CAMINHO-LIB
            END-IF

            MOVE SPACES                  TO WS-CORTE-TXT
            DISPLAY 'AVAL_CORTE'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CORTE-TXT          FROM ENVIRONMENT-VALUE
            IF WS-CORTE-TXT IS NUMERIC
                MOVE WS-CORTE-TXT        TO WS-CORTE-NUM
                COMPUTE WS-CORTE = WS-CORTE-NUM / 100
            END-IF

            DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
            ACCEPT WS-OPERADOR           FROM ENVIRONMENT-VALUE
            .

       P300-MATRICULAS.
                    IF NOT TERMO-VALIDO THEN
                        CONTINUE
                    ELSE
                    PERFORM P376-VERIFICA-DEBITO

                    IF NOT DEBITO-RECUSA THEN
                        PERFORM P390-VERIFICA-PREREQ
                            THRU P390-SAIDA
                    END-IF

                    IF DEBITO-RECUSA OR PREREQ-RECUSA THEN
                        CONTINUE
                    ELSE
                    PERFORM P372-VERIFICA-CHOQUE
                        THRU P372-SAIDA

                    END-IF
                    END-IF
                    END-IF
                    END-IF
                END-IF
            END-IF
            .
            .
       P372-SAIDA.
      *----------------------------------------------------------------
      * P376-VERIFICA-DEBITO: soma as parcelas de mensalidade do
      * estudante em aberto, vencidas ate ontem e de termo anterior
      * ao da matricula. Com debito, MATR_BLOQ_DEBITO = S recusa a
      * matricula; senao o operador confirma (S) para seguir. Sem
      * COB.DAT, nada e conferido.
      *----------------------------------------------------------------
       P376-VERIFICA-DEBITO.
            SET DEBITO-RECUSA       TO FALSE
            MOVE ZEROS              TO WS-QTD-VENCIDAS WS-VL-VENCIDO
            SET EOF-COB-OK          TO FALSE
            SET STATUS-COB-OK       TO TRUE
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD

            OPEN INPUT COB-DAT

            IF WS-STATUS-COB EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-COB-OK THEN
                    MOVE WS-CD-ESTUDANTE TO CD-EST-COBR
                    MOVE ZEROS      TO CD-CUR-COBR CD-TRM-COBR
                                       PARC-COBR
                    START COB-DAT KEY IS NOT LESS THAN CHAVE-COBR
                        INVALID KEY
                            SET EOF-COB-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-COB-OK
                        READ COB-DAT NEXT RECORD
                            AT END
                                SET EOF-COB-OK TO TRUE
                            NOT AT END
                                IF CD-EST-COBR EQUAL WS-CD-ESTUDANTE
                                    IF COBR-ABERTA
                                       AND CD-TRM-COBR LESS
                                           WS-TERMO-MATRICULA
                                       AND DT-VENC-COBR LESS
                                           WS-DATA-HOJE
                                        ADD 1 TO WS-QTD-VENCIDAS
                                        COMPUTE WS-VL-VENCIDO =
                                            WS-VL-VENCIDO + VL-COBR
                                            - VL-PAGO-COBR
                                    END-IF
                                ELSE
                                    SET EOF-COB-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE COB-DAT
                ELSE
                    DISPLAY 'COB.DAT INDISPONIVEL. DEBITO NAO '
                            'CONFERIDO. STATUS: ' WS-STATUS-COB
                END-IF
            END-IF

            IF WS-QTD-VENCIDAS GREATER ZEROS
                MOVE WS-VL-VENCIDO  TO WS-VL-VENCIDO-ED
                DISPLAY 'ESTUDANTE COM ' WS-QTD-VENCIDAS
                        ' PARCELA(S) VENCIDA(S) DE TERMOS ANTERIORES, '
                        'TOTAL ' WS-VL-VENCIDO-ED
                IF BLOQ-DEBITO
                    SET DEBITO-RECUSA TO TRUE
                    DISPLAY 'MATRICULA RECUSADA ATE A REGULARIZACAO '
                            'DO DEBITO.'
                ELSE
                    DISPLAY 'Matricular mesmo assim? (S/N)'
                    MOVE SPACE      TO WS-OPCAO-DEBITO
                    ACCEPT WS-OPCAO-DEBITO
                    IF WS-OPCAO-DEBITO NOT EQUAL 'S'
                        SET DEBITO-RECUSA TO TRUE
                        DISPLAY 'Matricula abandonada pelo debito.'
                    END-IF
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P374-CHOQUE-COM-CURSO: confronta as faixas do curso novo com
      * as do curso da matricula ativa corrente. Espera HOR-DAT
      * aberto; o ponteiro e reposicionado pelo proprio START.
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P390-VERIFICA-PREREQ: confere cada pre-requisito do curso em
      * PRQ.DAT pela media final ponderada do estudante no curso
      * requerido (mesma regra de AVALEST): exige a media minima do
      * requisito ou, sem ela, o corte AVAL_CORTE. Requisito sem
      * nota conta como nao cumprido. Faltando algum, a matricula e
      * recusada, salvo liberacao de supervisor.
      *----------------------------------------------------------------
       P390-VERIFICA-PREREQ.
            SET PREREQ-RECUSA       TO FALSE
            MOVE ZEROS              TO WS-QTD-FALTA
            SET EOF-PRQ-OK          TO FALSE
            SET STATUS-PRQ-OK       TO TRUE

            OPEN INPUT PRQ-DAT

            IF WS-STATUS-PRQ EQUAL 35 THEN
                GO TO P390-SAIDA
            END-IF
            IF NOT STATUS-PRQ-OK THEN
                DISPLAY 'PRQ.DAT INDISPONIVEL. REQUISITOS NAO '
                        'CONFERIDOS. STATUS: ' WS-STATUS-PRQ
                GO TO P390-SAIDA
            END-IF

            MOVE WS-CD-CURSO        TO CD-CUR-PRQ
            MOVE ZEROS              TO CD-REQ-PRQ
            START PRQ-DAT KEY IS NOT LESS THAN CHAVE-PRQ
                INVALID KEY
                    SET EOF-PRQ-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-PRQ-OK
                READ PRQ-DAT NEXT RECORD
                    AT END
                        SET EOF-PRQ-OK TO TRUE
                    NOT AT END
                        IF CD-CUR-PRQ EQUAL WS-CD-CURSO
                            PERFORM P391-CONFERE-REQUISITO
                        ELSE
                            SET EOF-PRQ-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PRQ-DAT

            IF WS-QTD-FALTA EQUAL ZEROS
                GO TO P390-SAIDA
            END-IF

            SET PREREQ-RECUSA       TO TRUE
            DISPLAY 'MATRICULA RECUSADA: ' WS-QTD-FALTA
                    ' PRE-REQUISITO(S) NAO CUMPRIDO(S).'
            DISPLAY 'Liberar com senha de supervisor? (S/N)'
            MOVE SPACE              TO WS-OPCAO-LIBERA
            ACCEPT WS-OPCAO-LIBERA

            IF WS-OPCAO-LIBERA EQUAL 'S'
                PERFORM P394-LIBERA-SUPERVISOR
                IF SUPERVISOR-OK
                    SET PREREQ-RECUSA TO FALSE
                    PERFORM P396-ANOTA-LIBERACAO
                    DISPLAY 'Pre-requisito liberado pelo supervisor '
                            WS-CD-SUPERVISOR '.'
                END-IF
            END-IF
            .
       P390-SAIDA.
      *----------------------------------------------------------------
      * P391-CONFERE-REQUISITO: calcula a media do estudante no curso
      * requerido corrente e, abaixo da exigida, exibe o requisito
      * que falta e o guarda para a anotacao da liberacao.
      *----------------------------------------------------------------
       P391-CONFERE-REQUISITO.
            MOVE CD-REQ-PRQ         TO WS-CD-REQUERIDO
            IF MEDIA-MIN-PRQ GREATER ZEROS
                MOVE MEDIA-MIN-PRQ  TO WS-MEDIA-EXIGIDA
            ELSE
                MOVE WS-CORTE       TO WS-MEDIA-EXIGIDA
            END-IF

            PERFORM P392-MEDIA-REQUISITO

            IF WS-SOMA-PESOS EQUAL ZEROS
               OR WS-MEDIA LESS WS-MEDIA-EXIGIDA
                MOVE WS-MEDIA-EXIGIDA TO WS-EXIGIDA-EXIB
                IF WS-SOMA-PESOS EQUAL ZEROS
                    DISPLAY 'FALTA PRE-REQUISITO: CURSO '
                            WS-CD-REQUERIDO ' SEM NOTA (EXIGIDA '
                            WS-EXIGIDA-EXIB ')'
                ELSE
                    MOVE WS-MEDIA   TO WS-MEDIA-EXIB
                    DISPLAY 'FALTA PRE-REQUISITO: CURSO '
                            WS-CD-REQUERIDO ' MEDIA ' WS-MEDIA-EXIB
                            ' (EXIGIDA ' WS-EXIGIDA-EXIB ')'
                END-IF
                IF WS-QTD-FALTA LESS 20
                    ADD 1           TO WS-QTD-FALTA
                    MOVE WS-CD-REQUERIDO
                                    TO FALTA-CURSO (WS-QTD-FALTA)
                    MOVE WS-MEDIA   TO FALTA-MEDIA (WS-QTD-FALTA)
                    MOVE WS-MEDIA-EXIGIDA
                                    TO FALTA-EXIGIDA (WS-QTD-FALTA)
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P392-MEDIA-REQUISITO: media final ponderada do estudante no
      * curso WS-CD-REQUERIDO a partir de AVL.DAT, como o
      * P360-CALCULA-MEDIA de AVALEST. Sem nota, fica em zeros.
      *----------------------------------------------------------------
       P392-MEDIA-REQUISITO.
            SET EOF-AVL-OK          TO FALSE
            SET STATUS-AVL-OK       TO TRUE
            MOVE ZEROS              TO WS-SOMA-PONDERADA
                                       WS-SOMA-PESOS
                                       WS-MEDIA

            OPEN INPUT AVL-DAT

            IF WS-STATUS-AVL EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-AVL-OK THEN
                    MOVE WS-CD-ESTUDANTE TO CD-EST-AVAL
                    MOVE WS-CD-REQUERIDO TO CD-CUR-AVAL
                    MOVE ZEROS           TO SEQ-AVAL
                    START AVL-DAT KEY IS NOT LESS THAN CHAVE-AVAL
                        INVALID KEY
                            SET EOF-AVL-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-AVL-OK
                        READ AVL-DAT NEXT RECORD
                            AT END
                                SET EOF-AVL-OK TO TRUE
                            NOT AT END
                                IF CD-EST-AVAL EQUAL WS-CD-ESTUDANTE
                                   AND CD-CUR-AVAL EQUAL
                                       WS-CD-REQUERIDO
                                    COMPUTE WS-SOMA-PONDERADA =
                                        WS-SOMA-PONDERADA +
                                        NOTA-AVAL * PESO-AVAL
                                    ADD PESO-AVAL TO WS-SOMA-PESOS
                                ELSE
                                    SET EOF-AVL-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AVL-DAT

                    IF WS-SOMA-PESOS GREATER ZEROS
                        COMPUTE WS-MEDIA ROUNDED =
                            WS-SOMA-PONDERADA / WS-SOMA-PESOS
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE AVALIACOES'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-AVL
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P394-LIBERA-SUPERVISOR: pede codigo e senha de um supervisor
      * e confere em OPR.DAT: perfil supervisor, ativo, nao
      * bloqueado e senha conferida pela cifra de PR_SENHAOP.
      *----------------------------------------------------------------
       P394-LIBERA-SUPERVISOR.
            SET SUPERVISOR-OK       TO FALSE
            MOVE SPACES             TO WS-CD-SUPERVISOR WS-SEN-CLARA
            DISPLAY 'Codigo do supervisor: '
            ACCEPT WS-CD-SUPERVISOR
            DISPLAY 'Senha do supervisor: '
            ACCEPT WS-SEN-CLARA
            PERFORM P29S-CIFRA-SENHA

            SET STATUS-OPR-OK       TO TRUE
            OPEN INPUT OPR-DAT

            IF STATUS-OPR-OK THEN
                MOVE WS-CD-SUPERVISOR TO CD-OPERADOR
                READ OPR-DAT
                    KEY IS CD-OPERADOR
                    INVALID KEY
                        DISPLAY 'SUPERVISOR DESCONHECIDO.'
                    NOT INVALID KEY
                        IF PERFIL-SUPERVISOR
                           AND OPERADOR-ATIVO
                           AND NOT OPERADOR-BLOQUEADO
                           AND WS-SEN-CIFRA EQUAL SENHA-OPERADOR
                            SET SUPERVISOR-OK TO TRUE
                        ELSE
                            DISPLAY 'LIBERACAO NEGADA: SUPERVISOR '
                                    'OU SENHA INVALIDOS.'
                        END-IF
                END-READ
                CLOSE OPR-DAT
            ELSE
                DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL. '
                        'LIBERACAO NEGADA. STATUS: ' WS-STATUS-OPR
            END-IF

            MOVE SPACES             TO WS-SEN-CLARA
            .
      *----------------------------------------------------------------
      * P396-ANOTA-LIBERACAO: anota em PRQLIB.TXT uma linha por
      * requisito liberado, com o supervisor e o operador da sessao.
      *----------------------------------------------------------------
       P396-ANOTA-LIBERACAO.
            SET STATUS-LIB-OK       TO TRUE
            OPEN EXTEND LIBERACOES
            IF WS-STATUS-LIB EQUAL 35
                OPEN OUTPUT LIBERACOES
            END-IF

            IF STATUS-LIB-OK THEN
                ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
                ACCEPT WS-HORA-AGORA FROM TIME
                PERFORM VARYING WS-IDX-FALTA FROM 1 BY 1
                        UNTIL WS-IDX-FALTA GREATER WS-QTD-FALTA
                    MOVE WS-DATA-HOJE     TO WS-LIB-DATA
                    MOVE WS-HORA-AGORA(1:6) TO WS-LIB-HORA
                    MOVE WS-CD-ESTUDANTE  TO WS-LIB-ESTUDANTE
                    MOVE WS-CD-CURSO      TO WS-LIB-CURSO
                    MOVE FALTA-CURSO (WS-IDX-FALTA)
                                          TO WS-LIB-REQUERIDO
                    MOVE FALTA-MEDIA (WS-IDX-FALTA)
                                          TO WS-LIB-MEDIA
                    MOVE FALTA-EXIGIDA (WS-IDX-FALTA)
                                          TO WS-LIB-EXIGIDA
                    MOVE WS-CD-SUPERVISOR TO WS-LIB-SUPERVISOR
                    MOVE WS-OPERADOR      TO WS-LIB-OPERADOR
                    MOVE SPACES           TO LIB-LINHA
                    MOVE WS-LIN-LIBERACAO TO LIB-LINHA
                    WRITE LIB-LINHA
                END-PERFORM
                CLOSE LIBERACOES
            ELSE
                DISPLAY 'ERRO AO ANOTAR A LIBERACAO. STATUS: '
                        WS-STATUS-LIB
            END-IF
            .
      *----------------------------------------------------------------
      * P29S-CIFRA-SENHA: cifra da senha de operador, compartilhada
      * com MENUCTT e CADOPR.
      *----------------------------------------------------------------
          COPY PR_SENHAOP.

       P900-FIM.

