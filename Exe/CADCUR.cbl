      *                 de cursos exibe as faixas de cada curso, e
      *                 MATEST confere o choque de horario na
      *                 matricula.
      *  15/10/2026 CS  Cada curso passa a ter o professor titular e
      *                 cada faixa de horario o professor que da a
      *                 aula (PRF.DAT, copybook FD_PROF, mantido por
      *                 CADPROF), validados ativos na tabela. A faixa
      *                 nova assume o titular do curso como padrao, a
      *                 opcao (P)rofessor troca o professor de uma
      *                 faixa e a troca do titular na alteracao do
      *                 curso repassa as faixas que eram dele. Toda
      *                 atribuicao que poe o mesmo professor em duas
      *                 faixas sobrepostas no mesmo dia e recusada.
      *  15/10/2026 CS  A sala da faixa de horario deixa de ser texto
      *                 livre: tem de estar ativa no cadastro de
      *                 salas (SAL.DAT, copybook FD_SALA, mantido por
      *                 CADSALA), e o choque com outra turma na mesma
      *                 sala, no mesmo dia e horario, passa de aviso a
      *                 recusa. A capacidade do curso acima dos
      *                 lugares da sala gera aviso na inclusao da
      *                 faixa e na alteracao do curso.
      *  15/10/2026 CS  Nova opcao (R)equisitos: os pre-requisitos do
      *                 curso (PRQ.DAT, copybook FD_PREREQ), cada um
      *                 com o curso requerido e a media final minima
      *                 opcional, conferidos por MATEST na matricula.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCUR.
            RECORD KEY   IS CHAVE-HOR
            FILE STATUS  IS WS-STATUS-HOR.

            SELECT PRF-DAT ASSIGN TO WS-CAMINHO-PRF-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-PROF
            FILE STATUS  IS WS-STATUS-PRF.

            SELECT SAL-DAT ASSIGN TO WS-CAMINHO-SAL-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-SALA
            FILE STATUS  IS WS-STATUS-SAL.

            SELECT PRQ-DAT ASSIGN TO WS-CAMINHO-PRQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PRQ
            FILE STATUS  IS WS-STATUS-PRQ.

       DATA DIVISION.
       FILE SECTION.
       FD CRS.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                   CD-CURSO         BY CD-CUR-DAT
                                   DS-CURSO         BY DS-CUR-DAT
                                   CAPACIDADE-CURSO BY CAP-CUR-DAT
                                   CD-PROF-CURSO    BY PRF-CUR-DAT.

       FD HOR-DAT.
          COPY FD_HORARIO.

       FD PRF-DAT.
          COPY FD_PROF.

       FD SAL-DAT.
          COPY FD_SALA.

       FD PRQ-DAT.
          COPY FD_PREREQ.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CRS                   PIC X(80).
       01 WS-CAMINHO-CRS-DFL               PIC X(80) VALUE
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-REGISTRO                      PIC X(42) VALUE SPACE.
       01 FILLER   REDEFINES WS-REGISTRO.
          03 WS-CD-CURSO                   PIC 9(04).
          03 WS-DS-CURSO                   PIC X(30).
          03 WS-CAPACIDADE                 PIC 9(04).
          03 WS-CD-PROF-CURSO              PIC 9(04).
       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-DAT                    PIC 99.
          88 HOR-LISTAR                    VALUE 'L'.
          88 HOR-INCLUIR                   VALUE 'I'.
          88 HOR-EXCLUIR                   VALUE 'E'.
          88 HOR-PROFESSOR                 VALUE 'P'.
          88 HOR-FIM                       VALUE 'F'.
       77 WS-ULTIMA-SEQ-HOR                PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-EXCLUI                    PIC 9(02) VALUE ZEROS.
          88 OPCAO-ALTERA                  VALUE 'A'.
          88 OPCAO-LISTA                   VALUE 'L'.
          88 OPCAO-HORARIOS                VALUE 'H'.
          88 OPCAO-REQUISITOS              VALUE 'R'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       01 WS-CAMINHO-PRF-DAT               PIC X(80).
       01 WS-CAMINHO-PRF-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRF.DAT'.
       77 WS-STATUS-PRF                    PIC 99.
          88 STATUS-PRF-OK                 VALUE 0.
       77 WS-PROF-NOVO                     PIC 9(04) VALUE ZEROS.
       77 WS-PROF-OK                       PIC X    VALUE 'N'.
          88 PROF-OK                       VALUE 'S' FALSE 'N'.
       77 WS-PROF-CONFLITO                 PIC X    VALUE 'N'.
          88 PROF-CONFLITO                 VALUE 'S' FALSE 'N'.
       77 WS-SEQ-IGNORA                    PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-TROCA                     PIC 9(02) VALUE ZEROS.
       77 WS-CONT-REPASSE                  PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FAIXAS                    PIC 9(02) COMP VALUE ZEROS.
       77 WS-IDX-FX                        PIC 9(02) COMP VALUE ZEROS.
       01 WS-CAMINHO-SAL-DAT               PIC X(80).
       01 WS-CAMINHO-SAL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SAL.DAT'.
       77 WS-STATUS-SAL                    PIC 99.
          88 STATUS-SAL-OK                 VALUE 0.
       77 WS-SALA-OK                       PIC X    VALUE 'N'.
          88 SALA-OK                       VALUE 'S' FALSE 'N'.
       77 WS-SALA-CONFLITO                 PIC X    VALUE 'N'.
          88 SALA-CONFLITO                 VALUE 'S' FALSE 'N'.
       77 WS-CAP-CONFERE                   PIC 9(04) VALUE ZEROS.
       01 WS-CAMINHO-PRQ-DAT               PIC X(80).
       01 WS-CAMINHO-PRQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRQ.DAT'.
       77 WS-STATUS-PRQ                    PIC 99.
          88 STATUS-PRQ-OK                 VALUE 0.
       77 WS-EOF-PRQ                       PIC X    VALUE 'N'.
          88 EOF-PRQ-OK                    VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-PRQ                     PIC X    VALUE SPACE.
          88 PRQ-LISTAR                    VALUE 'L'.
          88 PRQ-INCLUIR                   VALUE 'I'.
          88 PRQ-EXCLUIR                   VALUE 'E'.
          88 PRQ-FIM                       VALUE 'F'.
       77 WS-CD-REQUERIDO                  PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA-MINIMA                  PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-EXIB                    PIC Z9,99.
       77 WS-CONT-PRQ                      PIC 9(02) VALUE ZEROS.
       01 TAB-FAIXAS.
          03 FX-ITEM                OCCURS 20.
             05 FX-SEQ              PIC 9(02).
             05 FX-DIA              PIC 9(01).
             05 FX-INI              PIC 9(04).
             05 FX-FIM              PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente CRS_PATH, CRS_DAT, HOR_DAT, PRF_DAT,
      * SAL_DAT e PRQ_DAT, usando o caminho tradicional como valor
      * padrao quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-CRS-DFL      TO WS-CAMINHO-CRS
            IF WS-CAMINHO-HOR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-HOR-DAT-DFL TO WS-CAMINHO-HOR-DAT
            END-IF

            MOVE WS-CAMINHO-PRF-DAT-DFL  TO WS-CAMINHO-PRF-DAT
            DISPLAY 'PRF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRF-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRF-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRF-DAT-DFL TO WS-CAMINHO-PRF-DAT
            END-IF

            MOVE WS-CAMINHO-SAL-DAT-DFL  TO WS-CAMINHO-SAL-DAT
            DISPLAY 'SAL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SAL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SAL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SAL-DAT-DFL TO WS-CAMINHO-SAL-DAT
            END-IF

            MOVE WS-CAMINHO-PRQ-DAT-DFL  TO WS-CAMINHO-PRQ-DAT
            DISPLAY 'PRQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRQ-DAT-DFL TO WS-CAMINHO-PRQ-DAT
            END-IF
            .

       P300-MANUTENCAO.
            END-IF

            IF STATUS-DAT-OK THEN
                DISPLAY '(I)ncluir, (A)lterar, (L)istar curso, '
                        '(H)orarios ou (R)equisitos?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                        PERFORM P340-LISTA
                    WHEN OPCAO-HORARIOS
                        PERFORM P350-MENU-HORARIOS
                    WHEN OPCAO-REQUISITOS
                        PERFORM P370-MENU-REQUISITOS
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
      *----------------------------------------------------------------
      * P310-INCLUI: grava um novo curso em CRS.DAT e replica a
      * inclusao no sequencial CRS.TXT, como CADEST faz com ST.TXT.
      * O professor titular, quando informado, tem de estar ativo em
      * PRF.DAT.
      *----------------------------------------------------------------
       P310-INCLUI.
            DISPLAY 'Codigo do curso (4 digitos): '
            ACCEPT WS-DS-CURSO
            DISPLAY 'Capacidade de vagas: '
            ACCEPT WS-CAPACIDADE
            DISPLAY 'Professor titular (0 = a definir): '
            ACCEPT WS-CD-PROF-CURSO

            MOVE WS-CD-PROF-CURSO        TO WS-PROF-NOVO
            PERFORM P360-VALIDA-PROFESSOR

            IF WS-DS-CURSO EQUAL SPACES THEN
                DISPLAY 'DESCRICAO NAO PODE FICAR EM BRANCO.'
            ELSE
              IF NOT PROF-OK THEN
                DISPLAY 'CURSO NAO GRAVADO.'
              ELSE
                MOVE WS-CD-CURSO         TO CD-CUR-DAT
                MOVE WS-DS-CURSO         TO DS-CUR-DAT
                MOVE WS-CAPACIDADE       TO CAP-CUR-DAT
                MOVE WS-CD-PROF-CURSO    TO PRF-CUR-DAT

                WRITE REG-CRS-DAT
                    INVALID KEY
                        DISPLAY 'Curso gravado com sucesso'
                        PERFORM P330-GRAVA-CRS-TXT
                END-WRITE
              END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P320-ALTERA: altera a descricao, a capacidade e o professor
      * titular de um curso. Na troca do titular, as faixas de
      * horario que eram do titular anterior passam para o novo
      * (P325-REPASSA-FAIXAS); a capacidade nova e conferida contra
      * os lugares das salas do curso (P327-CONFERE-LOTACAO).
      *----------------------------------------------------------------
       P320-ALTERA.
            DISPLAY 'Codigo do curso: '
               NOT INVALID KEY
                   DISPLAY 'Descricao atual: '  WS-DS-CURSO
                   DISPLAY 'Capacidade atual: ' WS-CAPACIDADE
                   DISPLAY 'Professor titular atual: '
                           WS-CD-PROF-CURSO
                   DISPLAY 'Informe nova descricao: '
                   ACCEPT  DS-CUR-DAT
                   DISPLAY 'Informe nova capacidade: '
                   ACCEPT  CAP-CUR-DAT
                   DISPLAY 'Informe novo professor titular: '
                   ACCEPT  PRF-CUR-DAT
                   MOVE PRF-CUR-DAT     TO WS-PROF-NOVO
                   PERFORM P360-VALIDA-PROFESSOR
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                           'para continuar com atual.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' AND PROF-OK THEN
                       REWRITE REG-CRS-DAT
                       DISPLAY 'Curso atualizado: '
                       IF WS-PROF-NOVO NOT EQUAL WS-CD-PROF-CURSO
                          AND WS-PROF-NOVO NOT EQUAL ZEROS
                           PERFORM P325-REPASSA-FAIXAS
                       END-IF
                       PERFORM P327-CONFERE-LOTACAO
                   ELSE
                       DISPLAY 'Alteracao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P325-REPASSA-FAIXAS: passa para o novo titular (WS-PROF-NOVO)
      * as faixas do curso que estavam com o titular anterior
      * (WS-CD-PROF-CURSO) ou sem professor. Faixa que poria o novo
      * titular em dois lugares ao mesmo tempo fica com o professor
      * que tinha, e o operador e avisado.
      *----------------------------------------------------------------
       P325-REPASSA-FAIXAS.
            SET STATUS-HOR-OK        TO TRUE
            MOVE ZEROS               TO WS-QTD-FAIXAS WS-CONT-REPASSE

            OPEN I-O HOR-DAT

            IF WS-STATUS-HOR EQUAL 35 THEN
                CONTINUE
            ELSE
              IF NOT STATUS-HOR-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
              ELSE
                SET EOF-HOR-OK       TO FALSE
                MOVE WS-CD-CURSO     TO CD-CUR-HOR
                MOVE ZEROS           TO SEQ-HOR
                START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                    INVALID KEY
                        SET EOF-HOR-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-HOR-OK
                    READ HOR-DAT NEXT RECORD
                        AT END
                            SET EOF-HOR-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-HOR NOT EQUAL WS-CD-CURSO
                                SET EOF-HOR-OK TO TRUE
                            ELSE
                                IF (CD-PROF-HOR EQUAL WS-CD-PROF-CURSO
                                    OR CD-PROF-HOR EQUAL ZEROS)
                                   AND WS-QTD-FAIXAS LESS 20
                                    ADD 1 TO WS-QTD-FAIXAS
                                    MOVE SEQ-HOR
                                      TO FX-SEQ (WS-QTD-FAIXAS)
                                    MOVE DIA-HOR
                                      TO FX-DIA (WS-QTD-FAIXAS)
                                    MOVE HR-INI-HOR
                                      TO FX-INI (WS-QTD-FAIXAS)
                                    MOVE HR-FIM-HOR
                                      TO FX-FIM (WS-QTD-FAIXAS)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM

                PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                        UNTIL WS-IDX-FX > WS-QTD-FAIXAS
                    MOVE FX-DIA (WS-IDX-FX)  TO WS-DIA-NOVO
                    MOVE FX-INI (WS-IDX-FX)  TO WS-INI-NOVO
                    MOVE FX-FIM (WS-IDX-FX)  TO WS-FIM-NOVO
                    MOVE FX-SEQ (WS-IDX-FX)  TO WS-SEQ-IGNORA
                    PERFORM P355-CONFERE-PROFESSOR
                    IF PROF-CONFLITO
                        DISPLAY 'FAIXA ' FX-SEQ (WS-IDX-FX)
                                ' MANTIDA COM O PROFESSOR ANTERIOR.'
                    ELSE
                        MOVE WS-CD-CURSO        TO CD-CUR-HOR
                        MOVE FX-SEQ (WS-IDX-FX) TO SEQ-HOR
                        READ HOR-DAT
                            KEY IS CHAVE-HOR
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE WS-PROF-NOVO TO CD-PROF-HOR
                                REWRITE REG-HORARIOS
                                ADD 1 TO WS-CONT-REPASSE
                        END-READ
                    END-IF
                END-PERFORM

                DISPLAY 'FAIXAS REPASSADAS AO NOVO TITULAR: '
                        WS-CONT-REPASSE
                CLOSE HOR-DAT
              END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P327-CONFERE-LOTACAO: percorre as faixas do curso e avisa
      * para cada sala com menos lugares que a capacidade do curso
      * (CAP-CUR-DAT). E aviso: a turma pode nunca lotar.
      *----------------------------------------------------------------
       P327-CONFERE-LOTACAO.
            SET STATUS-HOR-OK        TO TRUE
            MOVE CAP-CUR-DAT         TO WS-CAP-CONFERE

            OPEN INPUT HOR-DAT

            IF STATUS-HOR-OK THEN
                SET EOF-HOR-OK       TO FALSE
                MOVE WS-CD-CURSO     TO CD-CUR-HOR
                MOVE ZEROS           TO SEQ-HOR
                START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                    INVALID KEY
                        SET EOF-HOR-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-HOR-OK
                    READ HOR-DAT NEXT RECORD
                        AT END
                            SET EOF-HOR-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-HOR NOT EQUAL WS-CD-CURSO
                                SET EOF-HOR-OK TO TRUE
                            ELSE
                                IF SALA-HOR NOT EQUAL SPACES
                                    MOVE SALA-HOR TO WS-SALA-NOVA
                                    PERFORM P363-AVISA-LOTACAO
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HOR-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P330-GRAVA-CRS-TXT: acrescenta em CRS.TXT o curso recem
      * gravado em CRS.DAT, no mesmo padrao ST.TXT / ST.DAT.
      *----------------------------------------------------------------
                MOVE WS-CD-CURSO         TO CD-CURSO
                MOVE WS-DS-CURSO         TO DS-CURSO
                MOVE WS-CAPACIDADE       TO CAPACIDADE-CURSO
                MOVE WS-CD-PROF-CURSO    TO CD-PROF-CURSO
                WRITE REG-CURSOS
                CLOSE CRS
            ELSE
                        ADD 1 TO WS-CONT-LISTADOS
                        DISPLAY CD-CUR-DAT ' - ' DS-CUR-DAT
                                ' VAGAS: ' CAP-CUR-DAT
                                ' PROF: ' PRF-CUR-DAT
                        PERFORM P345-LISTA-HORARIOS
                END-READ
            END-PERFORM
                                            ' DE ' HR-INI-HOR
                                            ' A ' HR-FIM-HOR
                                            ' SALA ' SALA-HOR
                                            ' PROF ' CD-PROF-HOR
                                ELSE
                                    SET EOF-HOR-OK TO TRUE
                                END-IF
            .
      *----------------------------------------------------------------
      * P350-MENU-HORARIOS: manutencao das faixas de horario de um
      * curso (listar, incluir, excluir, trocar o professor).
      *----------------------------------------------------------------
       P350-MENU-HORARIOS.
            DISPLAY 'Codigo do curso: '
                    MOVE SPACE       TO WS-OPCAO-HOR
                    PERFORM UNTIL HOR-FIM
                        DISPLAY 'Horarios: (L)istar, (I)ncluir, '
                                '(E)xcluir, (P)rofessor ou (F)im?'
                        ACCEPT WS-OPCAO-HOR
                        EVALUATE TRUE
                            WHEN HOR-LISTAR
                                PERFORM P352-INCLUI-HORARIO
                            WHEN HOR-EXCLUIR
                                PERFORM P354-EXCLUI-HORARIO
                            WHEN HOR-PROFESSOR
                                PERFORM P356-TROCA-PROFESSOR
                            WHEN HOR-FIM
                                CONTINUE
                            WHEN OTHER
            END-READ
            .
      *----------------------------------------------------------------
      * P352-INCLUI-HORARIO: colhe a faixa nova, confere a sala em
      * SAL.DAT, recusa a faixa que poe outra turma na mesma sala ou
      * o professor em dois horarios sobrepostos, e grava com a
      * proxima sequencia do curso. Sem professor informado, a
      * faixa fica com o titular do curso.
      *----------------------------------------------------------------
       P352-INCLUI-HORARIO.
            DISPLAY 'Dia da semana (1=SEG ... 7=DOM): '
            ACCEPT WS-FIM-NOVO
            DISPLAY 'Sala: '
            ACCEPT WS-SALA-NOVA
            MOVE ZEROS               TO WS-PROF-NOVO
            DISPLAY 'Professor da faixa (0 = titular ' PRF-CUR-DAT
                    '): '
            ACCEPT WS-PROF-NOVO
            IF WS-PROF-NOVO EQUAL ZEROS
                MOVE PRF-CUR-DAT     TO WS-PROF-NOVO
            END-IF
            PERFORM P360-VALIDA-PROFESSOR
            MOVE CAP-CUR-DAT         TO WS-CAP-CONFERE
            PERFORM P362-VALIDA-SALA

            IF WS-DIA-NOVO EQUAL ZEROS OR WS-DIA-NOVO GREATER 7
               OR WS-FIM-NOVO NOT GREATER WS-INI-NOVO
               OR NOT PROF-OK OR NOT SALA-OK
                DISPLAY 'FAIXA INVALIDA. NADA GRAVADO.'
            ELSE
                SET STATUS-HOR-OK    TO TRUE
                END-IF

                IF STATUS-HOR-OK THEN
                    PERFORM P353-CONFERE-SALA

                    MOVE ZEROS       TO WS-SEQ-IGNORA
                    PERFORM P355-CONFERE-PROFESSOR
                END-IF

                IF STATUS-HOR-OK
                   AND (SALA-CONFLITO OR PROF-CONFLITO) THEN
                    DISPLAY 'HORARIO JA OCUPADO. NADA GRAVADO.'
                    CLOSE HOR-DAT
                END-IF

                IF STATUS-HOR-OK
                   AND NOT SALA-CONFLITO AND NOT PROF-CONFLITO THEN
                    SET EOF-HOR-OK   TO FALSE
                    MOVE ZEROS       TO WS-ULTIMA-SEQ-HOR
                    MOVE WS-CD-CURSO TO CD-CUR-HOR
                    MOVE WS-INI-NOVO  TO HR-INI-HOR
                    MOVE WS-FIM-NOVO  TO HR-FIM-HOR
                    MOVE WS-SALA-NOVA TO SALA-HOR
                    MOVE WS-PROF-NOVO TO CD-PROF-HOR

                    WRITE REG-HORARIOS
                        INVALID KEY
                    END-WRITE

                    CLOSE HOR-DAT
                END-IF

                IF NOT STATUS-HOR-OK THEN
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P353-CONFERE-SALA: varre HOR.DAT procurando outra turma que
      * ja ocupa a mesma sala no mesmo dia com horario sobreposto;
      * achou, liga SALA-CONFLITO e a faixa e recusada. Espera
      * HOR-DAT ja aberto.
      *----------------------------------------------------------------
       P353-CONFERE-SALA.
            SET SALA-CONFLITO        TO FALSE
            SET EOF-HOR-OK           TO FALSE
            MOVE ZEROS               TO WS-CONT-HOR
            MOVE LOW-VALUES          TO CHAVE-HOR
                           AND HR-INI-HOR LESS WS-FIM-NOVO
                           AND HR-FIM-HOR GREATER WS-INI-NOVO
                            ADD 1 TO WS-CONT-HOR
                            SET SALA-CONFLITO TO TRUE
                            DISPLAY 'SALA ' SALA-HOR
                                    ' JA OCUPADA PELO CURSO '
                                    CD-CUR-HOR ' NO DIA ' DIA-HOR
                                    ' DE ' HR-INI-HOR ' A '
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P355-CONFERE-PROFESSOR: varre HOR.DAT procurando outra faixa
      * do professor WS-PROF-NOVO no dia WS-DIA-NOVO com horario
      * sobreposto a WS-INI-NOVO/WS-FIM-NOVO, em qualquer curso -
      * inclusive nas outras faixas do proprio curso, que P353 nao
      * confere para a sala. Achou, liga PROF-CONFLITO. So a faixa
      * do proprio curso com sequencia WS-SEQ-IGNORA (a que esta
      * sendo trocada) fica fora. Professor zero (a definir) nunca
      * conflita. Espera HOR-DAT ja aberto.
      *----------------------------------------------------------------
       P355-CONFERE-PROFESSOR.
            SET PROF-CONFLITO        TO FALSE
            SET EOF-HOR-OK           TO FALSE

            IF WS-PROF-NOVO EQUAL ZEROS
                SET EOF-HOR-OK       TO TRUE
            ELSE
                MOVE LOW-VALUES      TO CHAVE-HOR
                START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                    INVALID KEY
                        SET EOF-HOR-OK TO TRUE
                END-START
            END-IF

            PERFORM UNTIL EOF-HOR-OK
                READ HOR-DAT NEXT RECORD
                    AT END
                        SET EOF-HOR-OK TO TRUE
                    NOT AT END
                        IF CD-PROF-HOR EQUAL WS-PROF-NOVO
                           AND DIA-HOR EQUAL WS-DIA-NOVO
                           AND HR-INI-HOR LESS WS-FIM-NOVO
                           AND HR-FIM-HOR GREATER WS-INI-NOVO
                           AND NOT (CD-CUR-HOR EQUAL WS-CD-CURSO
                                    AND SEQ-HOR EQUAL WS-SEQ-IGNORA)
                            SET PROF-CONFLITO TO TRUE
                            DISPLAY 'PROFESSOR ' CD-PROF-HOR
                                    ' JA DA AULA NO CURSO '
                                    CD-CUR-HOR ' NO DIA ' DIA-HOR
                                    ' DE ' HR-INI-HOR ' A '
                                    HR-FIM-HOR
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P356-TROCA-PROFESSOR: troca o professor de uma faixa do
      * curso pela sequencia informada, com a mesma recusa de
      * horario sobreposto da inclusao.
      *----------------------------------------------------------------
       P356-TROCA-PROFESSOR.
            DISPLAY 'Sequencia da faixa: '
            ACCEPT WS-SEQ-TROCA
            MOVE ZEROS               TO WS-PROF-NOVO
            DISPLAY 'Novo professor da faixa (0 = titular '
                    PRF-CUR-DAT '): '
            ACCEPT WS-PROF-NOVO
            IF WS-PROF-NOVO EQUAL ZEROS
                MOVE PRF-CUR-DAT     TO WS-PROF-NOVO
            END-IF
            PERFORM P360-VALIDA-PROFESSOR

            SET STATUS-HOR-OK        TO TRUE
            IF PROF-OK THEN
                OPEN I-O HOR-DAT

                IF STATUS-HOR-OK THEN
                    MOVE WS-CD-CURSO TO CD-CUR-HOR
                    MOVE WS-SEQ-TROCA TO SEQ-HOR
                    READ HOR-DAT
                        KEY IS CHAVE-HOR
                        INVALID KEY
                            DISPLAY 'FAIXA NAO EXISTE.'
                        NOT INVALID KEY
                            MOVE DIA-HOR      TO WS-DIA-NOVO
                            MOVE HR-INI-HOR   TO WS-INI-NOVO
                            MOVE HR-FIM-HOR   TO WS-FIM-NOVO
                            MOVE WS-SEQ-TROCA TO WS-SEQ-IGNORA
                            PERFORM P355-CONFERE-PROFESSOR
                            IF PROF-CONFLITO
                                DISPLAY 'PROFESSOR JA OCUPADO NESSE '
                                        'HORARIO. FAIXA MANTIDA.'
                            ELSE
                                MOVE WS-CD-CURSO  TO CD-CUR-HOR
                                MOVE WS-SEQ-TROCA TO SEQ-HOR
                                READ HOR-DAT
                                    KEY IS CHAVE-HOR
                                END-READ
                                MOVE WS-PROF-NOVO TO CD-PROF-HOR
                                REWRITE REG-HORARIOS
                                DISPLAY 'Professor da faixa trocado.'
                            END-IF
                    END-READ
                    CLOSE HOR-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
                END-IF
            ELSE
                DISPLAY 'FAIXA MANTIDA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P360-VALIDA-PROFESSOR: o professor WS-PROF-NOVO tem de
      * existir e estar ativo em PRF.DAT (mantido por CADPROF).
      * Zero (a definir) e aceito.
      *----------------------------------------------------------------
       P360-VALIDA-PROFESSOR.
            SET PROF-OK              TO FALSE
            SET STATUS-PRF-OK        TO TRUE

            IF WS-PROF-NOVO EQUAL ZEROS THEN
                SET PROF-OK          TO TRUE
            ELSE
                OPEN INPUT PRF-DAT
                IF STATUS-PRF-OK THEN
                    MOVE WS-PROF-NOVO TO CD-PROF
                    READ PRF-DAT
                        KEY IS CD-PROF
                        INVALID KEY
                            DISPLAY 'PROFESSOR NAO EXISTE EM PRF.DAT.'
                        NOT INVALID KEY
                            IF PROF-INATIVO
                                DISPLAY 'PROFESSOR INATIVO: '
                                        'ATRIBUICAO RECUSADA.'
                            ELSE
                                SET PROF-OK TO TRUE
                                DISPLAY 'Professor: ' CD-PROF ' - '
                                        NM-PROF
                            END-IF
                    END-READ
                    CLOSE PRF-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROFESSORES'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-PRF
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P362-VALIDA-SALA: a sala WS-SALA-NOVA, quando informada, tem
      * de existir e estar ativa em SAL.DAT (mantido por CADSALA).
      * Sala em branco (curso sem sala fixa) e aceita. Confere ainda
      * a capacidade WS-CAP-CONFERE contra os lugares.
      *----------------------------------------------------------------
       P362-VALIDA-SALA.
            SET SALA-OK              TO FALSE
            SET STATUS-SAL-OK        TO TRUE

            IF WS-SALA-NOVA EQUAL SPACES THEN
                SET SALA-OK          TO TRUE
            ELSE
                OPEN INPUT SAL-DAT
                IF STATUS-SAL-OK THEN
                    MOVE WS-SALA-NOVA TO CD-SALA
                    READ SAL-DAT
                        KEY IS CD-SALA
                        INVALID KEY
                            DISPLAY 'SALA NAO EXISTE EM SAL.DAT.'
                        NOT INVALID KEY
                            IF SALA-INATIVA
                                DISPLAY 'SALA INATIVA: FAIXA '
                                        'RECUSADA.'
                            ELSE
                                SET SALA-OK TO TRUE
                                IF WS-CAP-CONFERE GREATER
                                                  LUGARES-SALA
                                    DISPLAY 'AVISO: CAPACIDADE DO '
                                            'CURSO ' WS-CAP-CONFERE
                                            ' PASSA DOS '
                                            LUGARES-SALA
                                            ' LUGARES DA SALA '
                                            CD-SALA
                                END-IF
                            END-IF
                    END-READ
                    CLOSE SAL-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-SAL
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P363-AVISA-LOTACAO: avisa quando a sala WS-SALA-NOVA tem
      * menos lugares que a capacidade WS-CAP-CONFERE. Sala fora de
      * SAL.DAT nao e conferida aqui.
      *----------------------------------------------------------------
       P363-AVISA-LOTACAO.
            SET STATUS-SAL-OK        TO TRUE
            OPEN INPUT SAL-DAT
            IF STATUS-SAL-OK THEN
                MOVE WS-SALA-NOVA    TO CD-SALA
                READ SAL-DAT
                    KEY IS CD-SALA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-CAP-CONFERE GREATER LUGARES-SALA
                            DISPLAY 'AVISO: CAPACIDADE DO CURSO '
                                    WS-CAP-CONFERE ' PASSA DOS '
                                    LUGARES-SALA
                                    ' LUGARES DA SALA ' CD-SALA
                        END-IF
                END-READ
                CLOSE SAL-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P354-EXCLUI-HORARIO: exclui a faixa de horario do curso pela
      * sequencia informada.
      *----------------------------------------------------------------
                DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
            END-IF
            .
      *----------------------------------------------------------------
      * P370-MENU-REQUISITOS: manutencao dos pre-requisitos de um
      * curso (listar, incluir, excluir).
      *----------------------------------------------------------------
       P370-MENU-REQUISITOS.
            DISPLAY 'Codigo do curso: '
            ACCEPT WS-CD-CURSO

            MOVE WS-CD-CURSO         TO CD-CUR-DAT
            READ CRS-DAT
                KEY IS CD-CUR-DAT
                INVALID KEY
                    DISPLAY 'CURSO NAO EXISTE EM CRS.DAT.'
                NOT INVALID KEY
                    DISPLAY 'Curso: ' CD-CUR-DAT ' - ' DS-CUR-DAT
                    MOVE SPACE       TO WS-OPCAO-PRQ
                    PERFORM UNTIL PRQ-FIM
                        DISPLAY 'Requisitos: (L)istar, (I)ncluir, '
                                '(E)xcluir ou (F)im?'
                        ACCEPT WS-OPCAO-PRQ
                        EVALUATE TRUE
                            WHEN PRQ-LISTAR
                                PERFORM P372-LISTA-REQUISITOS
                            WHEN PRQ-INCLUIR
                                PERFORM P374-INCLUI-REQUISITO
                            WHEN PRQ-EXCLUIR
                                PERFORM P376-EXCLUI-REQUISITO
                            WHEN PRQ-FIM
                                CONTINUE
                            WHEN OTHER
                                MOVE 'F' TO WS-OPCAO-PRQ
                        END-EVALUATE
                    END-PERFORM
            END-READ
            .
      *----------------------------------------------------------------
      * P372-LISTA-REQUISITOS: exibe os pre-requisitos do curso, com
      * a descricao do curso requerido resolvida contra CRS.DAT.
      *----------------------------------------------------------------
       P372-LISTA-REQUISITOS.
            MOVE ZEROS               TO WS-CONT-PRQ
            SET EOF-PRQ-OK           TO FALSE
            SET STATUS-PRQ-OK        TO TRUE

            OPEN INPUT PRQ-DAT

            IF WS-STATUS-PRQ EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-PRQ-OK THEN
                    MOVE WS-CD-CURSO TO CD-CUR-PRQ
                    MOVE ZEROS       TO CD-REQ-PRQ
                    START PRQ-DAT KEY IS NOT LESS THAN CHAVE-PRQ
                        INVALID KEY
                            SET EOF-PRQ-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-PRQ-OK
                        READ PRQ-DAT NEXT RECORD
                            AT END
                                SET EOF-PRQ-OK TO TRUE
                            NOT AT END
                                IF CD-CUR-PRQ EQUAL WS-CD-CURSO
                                    ADD 1 TO WS-CONT-PRQ
                                    PERFORM P373-EXIBE-REQUISITO
                                ELSE
                                    SET EOF-PRQ-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PRQ-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REQUISITOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-PRQ
                END-IF
            END-IF

            IF WS-CONT-PRQ EQUAL ZEROS
                DISPLAY '    SEM PRE-REQUISITO.'
            END-IF
            .
      *----------------------------------------------------------------
      * P373-EXIBE-REQUISITO: exibe o pre-requisito corrente.
      *----------------------------------------------------------------
       P373-EXIBE-REQUISITO.
            MOVE CD-REQ-PRQ          TO CD-CUR-DAT
            READ CRS-DAT
                KEY IS CD-CUR-DAT
                INVALID KEY
                    MOVE '(CURSO NAO EXISTE MAIS)' TO DS-CUR-DAT
            END-READ

            IF MEDIA-MIN-PRQ EQUAL ZEROS
                DISPLAY '    REQUER ' CD-REQ-PRQ ' - ' DS-CUR-DAT
                        ' (MEDIA DE CORTE)'
            ELSE
                MOVE MEDIA-MIN-PRQ   TO WS-MEDIA-EXIB
                DISPLAY '    REQUER ' CD-REQ-PRQ ' - ' DS-CUR-DAT
                        ' (MEDIA MINIMA ' WS-MEDIA-EXIB ')'
            END-IF
            .
      *----------------------------------------------------------------
      * P374-INCLUI-REQUISITO: grava um pre-requisito do curso. O
      * curso requerido tem de existir em CRS.DAT e ser outro curso;
      * media minima vazia vale o corte de aprovacao.
      *----------------------------------------------------------------
       P374-INCLUI-REQUISITO.
            DISPLAY 'Curso requerido: '
            ACCEPT WS-CD-REQUERIDO
            MOVE ZEROS               TO WS-MEDIA-MINIMA
            DISPLAY 'Media final minima (vazio = corte): '
            ACCEPT WS-MEDIA-MINIMA

            MOVE WS-CD-REQUERIDO     TO CD-CUR-DAT
            EVALUATE TRUE
                WHEN WS-CD-REQUERIDO EQUAL WS-CD-CURSO
                    DISPLAY 'O CURSO NAO PODE SER REQUISITO DELE '
                            'MESMO.'
                WHEN WS-MEDIA-MINIMA GREATER 10
                    DISPLAY 'MEDIA MINIMA ACIMA DE 10,00.'
                WHEN OTHER
                    READ CRS-DAT
                        KEY IS CD-CUR-DAT
                        INVALID KEY
                            DISPLAY 'CURSO REQUERIDO NAO EXISTE EM '
                                    'CRS.DAT.'
                        NOT INVALID KEY
                            PERFORM P375-GRAVA-REQUISITO
                    END-READ
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P375-GRAVA-REQUISITO: grava o par curso/requerido em PRQ.DAT.
      *----------------------------------------------------------------
       P375-GRAVA-REQUISITO.
            SET STATUS-PRQ-OK        TO TRUE
            OPEN I-O PRQ-DAT

            IF WS-STATUS-PRQ EQUAL 35 THEN
                OPEN OUTPUT PRQ-DAT
                CLOSE PRQ-DAT
                OPEN I-O PRQ-DAT
            END-IF

            IF STATUS-PRQ-OK THEN
                MOVE WS-CD-CURSO     TO CD-CUR-PRQ
                MOVE WS-CD-REQUERIDO TO CD-REQ-PRQ
                MOVE WS-MEDIA-MINIMA TO MEDIA-MIN-PRQ
                WRITE REG-PREREQ
                    INVALID KEY
                        DISPLAY 'ESSE REQUISITO JA ESTA CADASTRADO.'
                    NOT INVALID KEY
                        DISPLAY 'Requisito gravado: ' DS-CUR-DAT
                END-WRITE
                CLOSE PRQ-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REQUISITOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-PRQ
            END-IF
            .
      *----------------------------------------------------------------
      * P376-EXCLUI-REQUISITO: exclui um pre-requisito do curso pelo
      * curso requerido informado.
      *----------------------------------------------------------------
       P376-EXCLUI-REQUISITO.
            DISPLAY 'Curso requerido a excluir: '
            ACCEPT WS-CD-REQUERIDO

            SET STATUS-PRQ-OK        TO TRUE
            OPEN I-O PRQ-DAT

            IF STATUS-PRQ-OK THEN
                MOVE WS-CD-CURSO     TO CD-CUR-PRQ
                MOVE WS-CD-REQUERIDO TO CD-REQ-PRQ
                READ PRQ-DAT
                    KEY IS CHAVE-PRQ
                    INVALID KEY
                        DISPLAY 'REQUISITO NAO EXISTE.'
                    NOT INVALID KEY
                        DELETE PRQ-DAT RECORD
                        DISPLAY 'Requisito excluido.'
                END-READ
                CLOSE PRQ-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE REQUISITOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-PRQ
            END-IF
            .

       P900-FIM.

