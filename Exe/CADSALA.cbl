      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE SALAS (SAL.DAT, COPYBOOK
      *          FD_SALA): INCLUSAO, ALTERACAO DA DESCRICAO E DO
      *          NUMERO DE LUGARES, DESATIVACAO E LISTAGEM. CADCUR SO
      *          ACEITA EM UMA FAIXA DE HORARIO SALA ATIVA DESTA
      *          TABELA, RECUSA DUAS TURMAS NA MESMA SALA NO MESMO
      *          HORARIO E AVISA QUANDO A CAPACIDADE DO CURSO PASSA
      *          DOS LUGARES DA SALA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSALA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SAL-DAT ASSIGN TO WS-CAMINHO-SAL-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-SALA
            FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SAL-DAT.
          COPY FD_SALA.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-SAL-DAT               PIC X(80).
       01 WS-CAMINHO-SAL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SAL.DAT'.
       01 WS-REGISTRO                      PIC X(43) VALUE SPACE.
       01 FILLER   REDEFINES WS-REGISTRO.
          03 WS-CD-SALA                    PIC X(08).
          03 WS-DS-SALA                    PIC X(30).
          03 WS-LUGARES-SALA               PIC 9(04).
          03 WS-STATUS-SALA                PIC X(01).

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-INCLUI                  VALUE 'I'.
          88 OPCAO-ALTERA                  VALUE 'A'.
          88 OPCAO-DESATIVA                VALUE 'D'.
          88 OPCAO-LISTA                   VALUE 'L'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.

          COPY WS_STATUSARQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** CADASTRO DE SALAS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-MANUTENCAO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de SAL.DAT a partir da variavel
      * de ambiente SAL_DAT, usando o caminho tradicional como valor
      * padrao quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-SAL-DAT-DFL  TO WS-CAMINHO-SAL-DAT
            DISPLAY 'SAL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SAL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SAL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SAL-DAT-DFL TO WS-CAMINHO-SAL-DAT
            END-IF
            .

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O SAL-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT SAL-DAT
                CLOSE SAL-DAT
                OPEN I-O SAL-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(I)ncluir, (A)lterar, (D)esativar ou '
                        '(L)istar sala?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-INCLUI
                        PERFORM P310-INCLUI
                    WHEN OPCAO-ALTERA
                        PERFORM P320-ALTERA
                    WHEN OPCAO-DESATIVA
                        PERFORM P330-DESATIVA
                    WHEN OPCAO-LISTA
                        PERFORM P340-LISTA
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE SAL-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-INCLUI: grava uma nova sala, rejeitando codigo em branco,
      * sala sem lugares ou codigo ja cadastrado.
      *----------------------------------------------------------------
       P310-INCLUI.
            DISPLAY 'Codigo da sala: '
            ACCEPT WS-CD-SALA
            DISPLAY 'Descricao da sala: '
            ACCEPT WS-DS-SALA
            DISPLAY 'Numero de lugares: '
            ACCEPT WS-LUGARES-SALA

            IF WS-CD-SALA EQUAL SPACES
               OR WS-LUGARES-SALA EQUAL ZEROS THEN
                DISPLAY 'CODIGO E NUMERO DE LUGARES SAO '
                        'OBRIGATORIOS.'
            ELSE
                MOVE WS-CD-SALA          TO CD-SALA
                MOVE WS-DS-SALA          TO DS-SALA
                MOVE WS-LUGARES-SALA     TO LUGARES-SALA
                SET SALA-ATIVA           TO TRUE

                WRITE REG-SALAS
                    INVALID KEY
                        DISPLAY 'JA EXISTE UMA SALA COM ESSE CODIGO.'
                    NOT INVALID KEY
                        DISPLAY 'Sala gravada com sucesso'
                END-WRITE
            END-IF
            .
      *----------------------------------------------------------------
      * P320-ALTERA: altera a descricao e o numero de lugares de uma
      * sala existente.
      *----------------------------------------------------------------
       P320-ALTERA.
            DISPLAY 'Codigo da sala: '
            ACCEPT CD-SALA

            READ SAL-DAT INTO WS-REGISTRO
               KEY IS CD-SALA
               INVALID KEY
                   DISPLAY 'SALA NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'Descricao atual: ' WS-DS-SALA
                   DISPLAY 'Lugares atuais: '  WS-LUGARES-SALA
                   DISPLAY 'Informe nova descricao: '
                   ACCEPT  DS-SALA
                   DISPLAY 'Informe novo numero de lugares: '
                   ACCEPT  LUGARES-SALA
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                           'para continuar com atual.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S'
                      AND LUGARES-SALA GREATER ZEROS THEN
                       REWRITE REG-SALAS
                       DISPLAY 'Sala atualizada: '
                   ELSE
                       DISPLAY 'Alteracao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P330-DESATIVA: marca a sala como inativa, mantendo o registro
      * para que as faixas de horario ja gravadas continuem
      * resolvendo. Sala inativa nao recebe faixa nova em CADCUR.
      *----------------------------------------------------------------
       P330-DESATIVA.
            DISPLAY 'Codigo da sala: '
            ACCEPT CD-SALA

            READ SAL-DAT INTO WS-REGISTRO
               KEY IS CD-SALA
               INVALID KEY
                   DISPLAY 'SALA NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'Sala encontrada: '
                           WS-CD-SALA ' - ' WS-DS-SALA
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR A DESATIVACAO OU '
                           '<QUALQUER TECLA> para cancelar.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' THEN
                       SET SALA-INATIVA     TO TRUE
                       REWRITE REG-SALAS
                       DISPLAY 'Sala desativada: ' WS-CD-SALA
                   ELSE
                       DISPLAY 'Operacao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P340-LISTA: exibe todas as salas cadastradas com os lugares e
      * a situacao de cada uma.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS
            MOVE LOW-VALUES          TO CD-SALA
            START SAL-DAT KEY IS NOT LESS THAN CD-SALA
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ SAL-DAT NEXT RECORD INTO WS-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        IF WS-STATUS-SALA EQUAL 'A'
                            DISPLAY WS-CD-SALA ' - ' WS-DS-SALA
                                    ' LUGARES: ' WS-LUGARES-SALA
                                    ' (ATIVA)'
                        ELSE
                            DISPLAY WS-CD-SALA ' - ' WS-DS-SALA
                                    ' LUGARES: ' WS-LUGARES-SALA
                                    ' (INATIVA)'
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT-LISTADOS = ZEROS THEN
                DISPLAY 'NENHUMA SALA CADASTRADA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      * Compartilhado com CADCONTT e ALTCONTT via COPY PR_STATUSARQ.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.

            GOBACK.
       END PROGRAM CADSALA.
