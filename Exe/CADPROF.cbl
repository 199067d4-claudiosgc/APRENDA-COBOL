      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE PROFESSORES (PRF.DAT,
      *          COPYBOOK FD_PROF): INCLUSAO, ALTERACAO DO NOME,
      *          DESATIVACAO E LISTAGEM. CADCUR ATRIBUI OS CURSOS E
      *          AS FAIXAS DE HORARIO DE HOR.DAT AOS PROFESSORES
      *          ATIVOS DESTA TABELA, E RELPROF IMPRIME A CARGA
      *          HORARIA DE CADA UM POR TERMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRF-DAT ASSIGN TO WS-CAMINHO-PRF-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-PROF
            FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PRF-DAT.
          COPY FD_PROF.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-PRF-DAT               PIC X(80).
       01 WS-CAMINHO-PRF-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRF.DAT'.
       01 WS-REGISTRO                      PIC X(35) VALUE SPACE.
       01 FILLER   REDEFINES WS-REGISTRO.
          03 WS-CD-PROF                    PIC 9(04).
          03 WS-NM-PROF                    PIC X(30).
          03 WS-STATUS-PROF                PIC X(01).

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

            DISPLAY '*** CADASTRO DE PROFESSORES ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-MANUTENCAO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de PRF.DAT a partir da variavel
      * de ambiente PRF_DAT, usando o caminho tradicional como valor
      * padrao quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-PRF-DAT-DFL  TO WS-CAMINHO-PRF-DAT
            DISPLAY 'PRF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRF-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRF-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRF-DAT-DFL TO WS-CAMINHO-PRF-DAT
            END-IF
            .

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O PRF-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT PRF-DAT
                CLOSE PRF-DAT
                OPEN I-O PRF-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(I)ncluir, (A)lterar, (D)esativar ou '
                        '(L)istar professor?'
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
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE PRF-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-INCLUI: grava um novo professor, rejeitando codigo zero,
      * nome em branco ou codigo ja cadastrado.
      *----------------------------------------------------------------
       P310-INCLUI.
            DISPLAY 'Codigo do professor (4 digitos): '
            ACCEPT WS-CD-PROF
            DISPLAY 'Nome do professor: '
            ACCEPT WS-NM-PROF

            IF WS-CD-PROF EQUAL ZEROS OR WS-NM-PROF EQUAL SPACES THEN
                DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS.'
            ELSE
                MOVE WS-CD-PROF          TO CD-PROF
                MOVE WS-NM-PROF          TO NM-PROF
                SET PROF-ATIVO           TO TRUE

                WRITE REG-PROFESSORES
                    INVALID KEY
                        DISPLAY 'JA EXISTE UM PROFESSOR COM ESSE '
                                'CODIGO.'
                    NOT INVALID KEY
                        DISPLAY 'Professor gravado com sucesso'
                END-WRITE
            END-IF
            .
      *----------------------------------------------------------------
      * P320-ALTERA: altera o nome de um professor existente.
      *----------------------------------------------------------------
       P320-ALTERA.
            DISPLAY 'Codigo do professor: '
            ACCEPT CD-PROF

            READ PRF-DAT INTO WS-REGISTRO
               KEY IS CD-PROF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'Nome atual: ' WS-NM-PROF
                   DISPLAY 'Informe novo nome: '
                   ACCEPT  NM-PROF
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                           'para continuar com atual.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' AND NM-PROF NOT EQUAL
                                                      SPACES THEN
                       REWRITE REG-PROFESSORES
                       DISPLAY 'Professor atualizado: '
                   ELSE
                       DISPLAY 'Alteracao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P330-DESATIVA: marca o professor como inativo, mantendo o
      * registro para que os cursos e horarios ja atribuidos e as
      * cargas de termos passados continuem resolvendo o nome. O
      * professor inativo nao recebe atribuicao nova em CADCUR.
      *----------------------------------------------------------------
       P330-DESATIVA.
            DISPLAY 'Codigo do professor: '
            ACCEPT CD-PROF

            READ PRF-DAT INTO WS-REGISTRO
               KEY IS CD-PROF
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'Professor encontrado: '
                           WS-CD-PROF ' - ' WS-NM-PROF
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR A DESATIVACAO OU '
                           '<QUALQUER TECLA> para cancelar.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' THEN
                       SET PROF-INATIVO     TO TRUE
                       REWRITE REG-PROFESSORES
                       DISPLAY 'Professor desativado: ' WS-CD-PROF
                   ELSE
                       DISPLAY 'Operacao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P340-LISTA: exibe todos os professores cadastrados com a
      * situacao de cada um.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS
            MOVE ZEROS               TO CD-PROF
            START PRF-DAT KEY IS NOT LESS THAN CD-PROF
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ PRF-DAT NEXT RECORD INTO WS-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        IF WS-STATUS-PROF EQUAL 'A'
                            DISPLAY WS-CD-PROF ' - ' WS-NM-PROF
                                    ' (ATIVO)'
                        ELSE
                            DISPLAY WS-CD-PROF ' - ' WS-NM-PROF
                                    ' (INATIVO)'
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT-LISTADOS = ZEROS THEN
                DISPLAY 'NENHUM PROFESSOR CADASTRADO.'
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
       END PROGRAM CADPROF.
