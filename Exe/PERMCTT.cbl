      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONSULTA DA MATRIZ DE PERMISSOES. MENUCTT CHAMA ESTE
      *          SUBPROGRAMA PARA MONTAR O MENU SO COM AS OPCOES
      *          LIBERADAS AO OPERADOR DA SESSAO, E CADA PROGRAMA
      *          SENSIVEL (ERASCTT, RESPCTT, DEPFCTT, RSTCTT,
      *          RENUMCTT, DELCONTT, CADOPR, APRVCTT, CADPERM...)
      *          CONFERE DE NOVO NA ENTRADA, VIA PR_PERMCHK, PARA QUE
      *          A CHAMADA DIRETA, FORA DO MENU, NAO PULE A REGRA.
      *          A DECISAO SEGUE A ORDEM: REGRA DO OPERADOR EM
      *          PRM.DAT, REGRA DO PERFIL DELE EM PRM.DAT, PADRAO DA
      *          FUNCAO EM WS_PERMFUN. SEM OPR.DAT (INSTALACAO NOVA)
      *          TUDO E LIBERADO, COMO SEMPRE FOI NO MENU; OPERADOR
      *          DESCONHECIDO OU INATIVO E NEGADO.
      *          ACOES (LK-ACAO):
      *            'C' CONSULTAR - SO DEVOLVE A DECISAO
      *            'V' VERIFICAR - DEVOLVE A DECISAO E, SE NEGADA,
      *                            GRAVA A TENTATIVA NA TRILHA CONTLOG
      *                            (OPERACAO NEGADO)
      *          RESULTADO (LK-RESULTADO): '0' LIBERADO, '1' NEGADO,
      *          '9' ERRO DE ARQUIVO (TRATADO COMO NEGADO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRM-DAT ASSIGN TO WS-CAMINHO-PRM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CHAVE-PRM
            FILE STATUS  IS WS-STATUS-PRM.

            SELECT OPR-DAT ASSIGN TO WS-CAMINHO-OPR
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-OPERADOR
            FILE STATUS  IS WS-STATUS-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD PRM-DAT.
          COPY FD_PERM.

       FD OPR-DAT.
          COPY FD_OPR.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-PRM                   PIC X(80).
       01 WS-CAMINHO-PRM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRM.DAT'.
       01 WS-CAMINHO-OPR                   PIC X(80).
       01 WS-CAMINHO-OPR-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       77 WS-STATUS-PRM                    PIC 99.
          88 STATUS-PRM-OK                 VALUE 0.
       77 WS-STATUS-OPR                    PIC 99.
          88 STATUS-OPR-OK                 VALUE 0.
       77 WS-PERFIL                        PIC X(01) VALUE SPACE.
       77 WS-DECISAO                       PIC X(01) VALUE SPACE.
          88 DECISAO-LIBERADA              VALUE 'S'.
          88 DECISAO-NEGADA                VALUE 'N'.
          88 DECISAO-PENDENTE              VALUE SPACE.
       77 WS-LOG-RESULTADO                 PIC X(01) VALUE SPACE.

          COPY WS_PERMFUN.

       01 WS-LOG-REGISTRO.
          03 WS-LOG-OPERACAO               PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-ID                     PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-DT                     PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-HR                     PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-ANTES             PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-DEPOIS            PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-LOG-OPERADOR               PIC X(04).
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-ACAO                          PIC X(01).
       01 LK-FUNCAO                        PIC X(08).
       01 LK-OPERADOR                      PIC X(04).
       01 LK-RESULTADO                     PIC X(01).

       PROCEDURE DIVISION USING LK-ACAO LK-FUNCAO
                                LK-OPERADOR LK-RESULTADO.
       MAIN-PROCEDURE.

            PERFORM P100-CAMINHOS

            MOVE '0'                TO LK-RESULTADO
            MOVE SPACE              TO WS-DECISAO WS-PERFIL

            IF LK-ACAO NOT EQUAL 'C' AND LK-ACAO NOT EQUAL 'V'
                MOVE '9'            TO LK-RESULTADO
                GOBACK
            END-IF

            PERFORM P200-LE-OPERADOR

            IF DECISAO-PENDENTE
                PERFORM P300-REGRA-OPERADOR
            END-IF

            IF DECISAO-PENDENTE
                PERFORM P310-REGRA-PERFIL
            END-IF

            IF DECISAO-PENDENTE
                PERFORM P320-PADRAO-FUNCAO
            END-IF

            IF DECISAO-NEGADA AND LK-RESULTADO EQUAL '0'
                MOVE '1'            TO LK-RESULTADO
            END-IF

            IF LK-RESULTADO NOT EQUAL '0' AND LK-ACAO EQUAL 'V'
                PERFORM P400-REGISTRA-NEGADO
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos de PRM.DAT e OPR.DAT a partir
      * das variaveis de ambiente PRM_DAT e OPR_DAT, usando o caminho
      * tradicional como valor padrao.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-PRM-DFL      TO WS-CAMINHO-PRM
            DISPLAY 'PRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRM EQUAL SPACES
                MOVE WS-CAMINHO-PRM-DFL  TO WS-CAMINHO-PRM
            END-IF

            MOVE WS-CAMINHO-OPR-DFL      TO WS-CAMINHO-OPR
            DISPLAY 'OPR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-OPR        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-OPR EQUAL SPACES
                MOVE WS-CAMINHO-OPR-DFL  TO WS-CAMINHO-OPR
            END-IF
            .
      *----------------------------------------------------------------
      * P200-LE-OPERADOR: obtem o perfil do operador em OPR.DAT. Sem
      * OPR.DAT a decisao ja sai liberada; operador ausente ou
      * inativo sai negado; erro de abertura devolve '9'.
      *----------------------------------------------------------------
       P200-LE-OPERADOR.
            OPEN INPUT OPR-DAT

            EVALUATE TRUE
                WHEN WS-STATUS-OPR EQUAL 35
                    SET DECISAO-LIBERADA TO TRUE
                WHEN STATUS-OPR-OK
                    MOVE LK-OPERADOR TO CD-OPERADOR
                    READ OPR-DAT
                        INVALID KEY
                            SET DECISAO-NEGADA TO TRUE
                        NOT INVALID KEY
                            IF OPERADOR-ATIVO
                                MOVE PERFIL-OPERADOR TO WS-PERFIL
                            ELSE
                                SET DECISAO-NEGADA TO TRUE
                            END-IF
                    END-READ
                    CLOSE OPR-DAT
                WHEN OTHER
                    MOVE '9'         TO LK-RESULTADO
                    SET DECISAO-NEGADA TO TRUE
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P300-REGRA-OPERADOR: procura em PRM.DAT a regra da funcao
      * para o proprio operador. PRM.DAT inexistente apenas deixa a
      * decisao para o padrao da funcao.
      *----------------------------------------------------------------
       P300-REGRA-OPERADOR.
            MOVE LK-FUNCAO          TO FUNCAO-PRM
            MOVE 'O'                TO TIPO-PRM
            MOVE LK-OPERADOR        TO ALVO-PRM
            PERFORM P330-LE-REGRA
            .
      *----------------------------------------------------------------
      * P310-REGRA-PERFIL: procura a regra da funcao para o perfil do
      * operador (S, P ou J).
      *----------------------------------------------------------------
       P310-REGRA-PERFIL.
            MOVE LK-FUNCAO          TO FUNCAO-PRM
            MOVE 'P'                TO TIPO-PRM
            MOVE WS-PERFIL          TO ALVO-PRM
            PERFORM P330-LE-REGRA
            .
      *----------------------------------------------------------------
      * P320-PADRAO-FUNCAO: sem regra em PRM.DAT vale o padrao da
      * tabela WS_PERMFUN; funcao fora da tabela e livre.
      *----------------------------------------------------------------
       P320-PADRAO-FUNCAO.
            SET DECISAO-LIBERADA    TO TRUE

            PERFORM VARYING WS-FUN-IX FROM 1 BY 1
                    UNTIL WS-FUN-IX GREATER WS-FUN-QTD
                IF WS-FUN-CODIGO(WS-FUN-IX) EQUAL LK-FUNCAO
                    IF FUN-PADRAO-SUPERVISOR(WS-FUN-IX)
                       AND WS-PERFIL NOT EQUAL 'S'
                        SET DECISAO-NEGADA TO TRUE
                    END-IF
                    MOVE WS-FUN-QTD TO WS-FUN-IX
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P330-LE-REGRA: le a regra montada em CHAVE-PRM; achando, a
      * decisao passa a ser a da regra.
      *----------------------------------------------------------------
       P330-LE-REGRA.
            OPEN INPUT PRM-DAT

            IF STATUS-PRM-OK THEN
                READ PRM-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PRM-PERMITIDO
                            SET DECISAO-LIBERADA TO TRUE
                        ELSE
                            SET DECISAO-NEGADA TO TRUE
                        END-IF
                END-READ
                CLOSE PRM-DAT
            ELSE
                IF WS-STATUS-PRM NOT EQUAL 35
                    MOVE '9'        TO LK-RESULTADO
                    SET DECISAO-NEGADA TO TRUE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P400-REGISTRA-NEGADO: grava na trilha CONTLOG a tentativa
      * recusada, com a funcao e o perfil do operador.
      *----------------------------------------------------------------
       P400-REGISTRA-NEGADO.
            MOVE 'NEGADO'           TO WS-LOG-OPERACAO
            MOVE ZEROS              TO WS-LOG-ID
            ACCEPT WS-LOG-DT        FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-LOG-HR
            MOVE SPACES             TO WS-LOG-NOME-ANTES
                                       WS-LOG-NOME-DEPOIS
            MOVE LK-FUNCAO          TO WS-LOG-NOME-ANTES
            STRING 'PERFIL ' WS-PERFIL
                   DELIMITED BY SIZE INTO WS-LOG-NOME-DEPOIS
            END-STRING
            MOVE LK-OPERADOR        TO WS-LOG-OPERADOR
            CALL 'LOGCTT' USING WS-LOG-REGISTRO WS-LOG-RESULTADO
            .
       END PROGRAM PERMCTT.
