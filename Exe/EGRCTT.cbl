      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CONVERSAO DOS CONCLUINTES DE UM TERMO FECHADO EM
      *          CONTATOS DE EX-ALUNOS: PARA O CD-TERMO DE TRM.DAT,
      *          TODO ESTUDANTE COM AO MENOS UMA MATRICULA ENCERRADA
      *          NO TERMO E MEDIA FINAL PONDERADA (AVL.DAT, CORTE
      *          AVAL_CORTE, COMO AVALEST) APROVADA E PROCURADO EM
      *          COT.DAT PELO CRITERIO DE DUPLICIDADE DE CADCONTT
      *          (NOME NORMALIZADO SEM ESPACOS E PONTUACAO, ATE UMA
      *          LETRA DE DIFERENCA). ACHADO, O CONTATO EXISTENTE E
      *          REAPROVEITADO; SENAO, E INCLUIDO NO DEPARTAMENTO
      *          ALUMNI EM COT.TXT E COT.DAT, COM A LINHA INCLUSAO NO
      *          CONTLOG. EM AMBOS OS CASOS O CONTATO ENTRA NO GRUPO
      *          ALUMNI (GRM.DAT) E O VINCULO ESTUDANTE-CONTATO DO
      *          TIPO 'A' EGRESSO E GRAVADO EM VNC.DAT, O QUE FAZ UMA
      *          NOVA RODADA PULAR O ESTUDANTE. O DEPARTAMENTO E O
      *          GRUPO ALUMNI SAO CRIADOS QUANDO FALTAM. COM
      *          EGRCTT_MODO = 'B' RODA SEM PERGUNTAS (PASSO DA
      *          CADEIA DE FIM DE TERMO DE BATCHCTT): O TERMO VEM DE
      *          EGRCTT_TERMO OU, VAZIO, E O ULTIMO TERMO FECHADO, E
      *          O NOME QUASE IDENTICO (UMA LETRA DE DIFERENCA) FICA
      *          DE FORA PARA CONFERENCIA, EM VEZ DE SER DECIDIDO POR
      *          ADIVINHACAO. RODA ATRAS DA TRAVA DE GRAVACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COT ASSIGN TO WS-CAMINHO-COT
            ORGANIZATION IS SEQUENTIAL
            ACCESS  MODE IS SEQUENTIAL
            FILE STATUS  IS WS-STATUS-FS.

            SELECT COT-DAT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-COT-DAT
            ALTERNATE RECORD KEY IS NM-COT-DAT
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-COT-DAT
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-DAT.

            SELECT DEP-DAT ASSIGN TO WS-CAMINHO-DEP-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-DEPTO
            FILE STATUS  IS WS-STATUS-DEP.

            SELECT GRP-DAT ASSIGN TO WS-CAMINHO-GRP-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-GRUPO
            FILE STATUS  IS WS-STATUS-GRP.

            SELECT GRM-DAT ASSIGN TO WS-CAMINHO-GRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MEMBRO
            FILE STATUS  IS WS-STATUS-GRM.

            SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-VNC
            ALTERNATE RECORD KEY IS ID-CONT-VNC WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-VNC.

            SELECT ST ASSIGN TO WS-CAMINHO-ST-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-STUDENT
            FILE STATUS  IS WS-STATUS-ST.

            SELECT MTR-DAT ASSIGN TO WS-CAMINHO-MTR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MATR
            FILE STATUS  IS WS-STATUS-MTR.

            SELECT AVL-DAT ASSIGN TO WS-CAMINHO-AVL-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-AVAL
            FILE STATUS  IS WS-STATUS-AVL.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
          COPY FD_CONTT.

       FD COT-DAT.
          COPY FD_CONTT REPLACING REG-CONTATOS   BY REG-COT-DAT
                                   ID-CONTATO     BY ID-COT-DAT
                                   NM-CONTATO     BY NM-COT-DAT
                                   TEL-CONTATO    BY TEL-COT-DAT
                                   EMAIL-CONTATO  BY EMAIL-COT-DAT
                                   DEPTO-CONTATO  BY DEPTO-COT-DAT
                                   DT-CADASTRO    BY DT-CAD-COT-DAT
                                   DT-ALTERACAO   BY DT-ALT-COT-DAT
                                   STATUS-CONTATO BY STATUS-COT-DAT
                                   CONTATO-ATIVO  BY COT-DAT-ATIVO
                                   CONTATO-INATIVO BY COT-DAT-INATIVO
                                   RESP-CONTATO   BY RESP-COT-DAT.

       FD DEP-DAT.
          COPY FD_DEPTO.

       FD GRP-DAT.
          COPY FD_GRUPO.

       FD GRM-DAT.
          COPY FD_GRPMEM.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD ST.
          COPY FD_EST.

       FD MTR-DAT.
          COPY FD_MATR.

       FD AVL-DAT.
          COPY FD_AVAL.

       FD TRM-DAT.
          COPY FD_TERMO.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT                   PIC X(80).
       01 WS-CAMINHO-COT-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.TXT'.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-DEP-DAT               PIC X(80).
       01 WS-CAMINHO-DEP-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DEP.DAT'.
       01 WS-CAMINHO-GRP-DAT               PIC X(80).
       01 WS-CAMINHO-GRP-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRP.DAT'.
       01 WS-CAMINHO-GRM-DAT               PIC X(80).
       01 WS-CAMINHO-GRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 WS-CAMINHO-VNC-DAT               PIC X(80).
       01 WS-CAMINHO-VNC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-AVL-DAT               PIC X(80).
       01 WS-CAMINHO-AVL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.

       77 WS-STATUS-FS                     PIC 99.
          88 STATUS-OK                     VALUE 0.
       77 WS-STATUS-DAT                    PIC 99.
          88 STATUS-DAT-OK                 VALUE 0.
       77 WS-STATUS-DEP                    PIC 99.
          88 STATUS-DEP-OK                 VALUE 0.
       77 WS-STATUS-GRP                    PIC 99.
          88 STATUS-GRP-OK                 VALUE 0.
       77 WS-STATUS-GRM                    PIC 99.
          88 STATUS-GRM-OK                 VALUE 0.
       77 WS-STATUS-VNC                    PIC 99.
          88 STATUS-VNC-OK                 VALUE 0.
       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-AVL                    PIC 99.
          88 STATUS-AVL-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVL                       PIC X.
          88 EOF-AVL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-VNC                       PIC X.
          88 EOF-VNC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-AVL-ABERTO                    PIC X    VALUE 'N'.
          88 AVL-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-ARQUIVOS-ABERTOS              PIC X    VALUE 'N'.
          88 ARQUIVOS-ABERTOS              VALUE 'S' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-JA-CONVERTIDO                 PIC X    VALUE 'N'.
          88 JA-CONVERTIDO                 VALUE 'S' FALSE 'N'.
       77 WS-MODO-EXECUCAO                 PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH           VALUE 'B'.
       77 WS-ACHADO                        PIC X(01) VALUE SPACE.
          88 ACHADO-IGUAL                  VALUE 'I'.
          88 ACHADO-PARECIDO               VALUE 'P'.
          88 ACHADO-NENHUM                 VALUE SPACE.
       77 WS-DECISAO                       PIC X(01) VALUE SPACE.
          88 DECISAO-USA                   VALUE 'U'.
          88 DECISAO-NOVO                  VALUE 'N'.
       77 WS-CONFIRM                       PIC X    VALUE SPACE.
       77 WS-TERMO-TXT                     PIC X(06) VALUE SPACES.
       77 WS-TERMO-FECHADO                 PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-CORTE                         PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-TXT                     PIC X(03) VALUE SPACES.
       77 WS-CORTE-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA                         PIC 9(02)V99 VALUE ZEROS.
       77 WS-PROX-ID                       PIC 9(06) VALUE ZEROS.
       77 WS-ID-ACHADO                     PIC 9(06) VALUE ZEROS.
       77 WS-NM-ACHADO                     PIC X(20) VALUE SPACES.
       77 WS-ID-EGRESSO                    PIC 9(06) VALUE ZEROS.
       77 WS-IDX-EST                       PIC 9(05) COMP VALUE ZEROS.
       77 WS-DEPTO-ALUMNI                  PIC X(15) VALUE 'ALUMNI'.
       77 WS-GRUPO-ALUMNI                  PIC X(08) VALUE 'ALUMNI'.
       77 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-CONT-CONCLUINTES              PIC 9(05) VALUE ZEROS.
       77 WS-CONT-JA-CONVERTIDOS           PIC 9(05) VALUE ZEROS.
       77 WS-CONT-INCLUIDOS                PIC 9(05) VALUE ZEROS.
       77 WS-CONT-REAPROVEITADOS           PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CONFERIR                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-CADASTRO             PIC 9(05) VALUE ZEROS.
       77 WS-COMP-ENTRADA                  PIC X(20) VALUE SPACES.
       77 WS-COMP-SAIDA                    PIC X(20) VALUE SPACES.
       77 WS-COMP-NOVO                     PIC X(20) VALUE SPACES.
       77 WS-COMP-POS                      PIC 9(03) COMP VALUE ZEROS.
       77 WS-COMP-POS-SAI                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-COMP-CHAR                     PIC X    VALUE SPACE.
       77 WS-COMP-DIFERENCAS               PIC 9(03) COMP VALUE ZEROS.
       77 WS-LOG-RESULTADO                 PIC X(01) VALUE SPACE.
       77 WS-LOG-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-LOG-HORA                      PIC 9(08) VALUE ZEROS.
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

       01 TAB-CONCLUINTES.
          03 TC-CONCLUIU            PIC X(01) OCCURS 99999.
             88 EST-CONCLUIU        VALUE 'S'.

          COPY WS_NORMNOME.

       77 WS-TRAVA-ACAO             PIC X(01) VALUE SPACE.
       77 WS-NOME-PROGRAMA          PIC X(08) VALUE 'EGRCTT'.
       77 WS-TRAVA-RESULT           PIC X(01) VALUE SPACE.
       77 WS-TRAVA-DETENTOR         PIC X(30) VALUE SPACES.
       77 WS-TRAVA-OBTIDA           PIC X(01) VALUE 'N'.
          88 TRAVA-OBTIDA           VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** CONVERSAO DE CONCLUINTES EM EX-ALUNOS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS
            PERFORM P150-OBTEM-TRAVA

            IF TRAVA-OBTIDA THEN
                PERFORM P300-CONVERSAO     THRU P300-FIM UNTIL EXIT-OK
            ELSE
                IF MODO-EXECUCAO-BATCH
                    MOVE 8               TO RETURN-CODE
                END-IF
            END-IF
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente COT_TXT, COT_DAT, DEP_DAT, GRP_DAT,
      * GRM_DAT, VNC_DAT, ST_DAT, MTR_DAT, AVL_DAT e TRM_DAT, usando
      * o caminho tradicional como valor padrao quando a variavel nao
      * estiver definida. Tambem le AVAL_CORTE, o operador da sessao
      * (OPERADOR) e o modo batch EGRCTT_MODO.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-COT-DFL      TO WS-CAMINHO-COT
            DISPLAY 'COT_TXT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DFL  TO WS-CAMINHO-COT
            END-IF

            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF

            MOVE WS-CAMINHO-DEP-DAT-DFL  TO WS-CAMINHO-DEP-DAT
            DISPLAY 'DEP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-DEP-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-DEP-DAT EQUAL SPACES
                MOVE WS-CAMINHO-DEP-DAT-DFL TO WS-CAMINHO-DEP-DAT
            END-IF

            MOVE WS-CAMINHO-GRP-DAT-DFL  TO WS-CAMINHO-GRP-DAT
            DISPLAY 'GRP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-GRP-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-GRP-DAT EQUAL SPACES
                MOVE WS-CAMINHO-GRP-DAT-DFL TO WS-CAMINHO-GRP-DAT
            END-IF

            MOVE WS-CAMINHO-GRM-DAT-DFL  TO WS-CAMINHO-GRM-DAT
            DISPLAY 'GRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-GRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-GRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-GRM-DAT-DFL TO WS-CAMINHO-GRM-DAT
            END-IF

            MOVE WS-CAMINHO-VNC-DAT-DFL  TO WS-CAMINHO-VNC-DAT
            DISPLAY 'VNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-VNC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-VNC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-VNC-DAT-DFL TO WS-CAMINHO-VNC-DAT
            END-IF

            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
            DISPLAY 'ST_DAT'             UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ST-DAT     FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-ST-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
            END-IF

            MOVE WS-CAMINHO-MTR-DAT-DFL  TO WS-CAMINHO-MTR-DAT
            DISPLAY 'MTR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-MTR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-MTR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-MTR-DAT-DFL TO WS-CAMINHO-MTR-DAT
            END-IF

            MOVE WS-CAMINHO-AVL-DAT-DFL  TO WS-CAMINHO-AVL-DAT
            DISPLAY 'AVL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-AVL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-AVL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-AVL-DAT-DFL TO WS-CAMINHO-AVL-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE SPACES                  TO WS-CORTE-TXT
            DISPLAY 'AVAL_CORTE'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CORTE-TXT          FROM ENVIRONMENT-VALUE
            IF WS-CORTE-TXT IS NUMERIC
                MOVE WS-CORTE-TXT        TO WS-CORTE-NUM
                COMPUTE WS-CORTE = WS-CORTE-NUM / 100
            END-IF

            MOVE SPACES                  TO WS-LOG-OPERADOR
            DISPLAY 'OPERADOR'           UPON ENVIRONMENT-NAME
            ACCEPT WS-LOG-OPERADOR       FROM ENVIRONMENT-VALUE

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'EGRCTT_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
            .

       P300-CONVERSAO.
            MOVE ZEROS              TO WS-CONT-CONCLUINTES
                                       WS-CONT-JA-CONVERTIDOS
                                       WS-CONT-INCLUIDOS
                                       WS-CONT-REAPROVEITADOS
                                       WS-CONT-CONFERIR
                                       WS-CONT-SEM-CADASTRO
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD

            PERFORM P370-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P310-SELECIONA-CONCLUINTES
                PERFORM P305-PREPARA-ALUMNI
                PERFORM P320-ABRE-ARQUIVOS

                IF ARQUIVOS-ABERTOS THEN
                    PERFORM P355-PROXIMO-ID
                    PERFORM P330-CONVERTE-ESTUDANTE
                        VARYING WS-IDX-EST FROM 1 BY 1
                        UNTIL WS-IDX-EST > 99999
                    PERFORM P325-FECHA-ARQUIVOS

                    DISPLAY ' '
                    DISPLAY 'TERMO ' WS-TERMO
                    DISPLAY 'CONCLUINTES APROVADOS.........: '
                            WS-CONT-CONCLUINTES
                    DISPLAY 'JA CONVERTIDOS ANTES..........: '
                            WS-CONT-JA-CONVERTIDOS
                    DISPLAY 'CONTATOS INCLUIDOS (ALUMNI)...: '
                            WS-CONT-INCLUIDOS
                    DISPLAY 'CONTATOS EXISTENTES VINCULADOS: '
                            WS-CONT-REAPROVEITADOS
                    DISPLAY 'NOME PARECIDO, A CONFERIR.....: '
                            WS-CONT-CONFERIR
                    DISPLAY 'SEM CADASTRO EM ST.DAT........: '
                            WS-CONT-SEM-CADASTRO
                END-IF
            END-IF

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
                IF NOT TERMO-VALIDO OR NOT ARQUIVOS-ABERTOS
                    MOVE 8               TO RETURN-CODE
                END-IF
            ELSE
                DISPLAY
                   'TECLE: '
                   '<QUALQUER TECLA> para continuar '
                   'ou <F> para finalizar'
                ACCEPT WS-EXIT
            END-IF
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P305-PREPARA-ALUMNI: garante o departamento ALUMNI em DEP.DAT
      * (enquanto a tabela nao existir, o departamento segue livre,
      * como em CADCONTT) e o grupo ALUMNI em GRP.DAT, criando o
      * arquivo de grupos na primeira vez.
      *----------------------------------------------------------------
       P305-PREPARA-ALUMNI.
            SET STATUS-DEP-OK        TO TRUE
            OPEN I-O DEP-DAT

            IF WS-STATUS-DEP EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-DEP-OK THEN
                    MOVE WS-DEPTO-ALUMNI TO CD-DEPTO
                    READ DEP-DAT
                        KEY IS CD-DEPTO
                        INVALID KEY
                            MOVE 'EX-ALUNOS (EGRESSOS)' TO DS-DEPTO
                            SET DEPTO-ATIVO    TO TRUE
                            WRITE REG-DEPTOS
                            DISPLAY 'Departamento ALUMNI criado.'
                        NOT INVALID KEY
                            IF DEPTO-INATIVO
                                DISPLAY 'ATENCAO: DEPARTAMENTO ALUMNI '
                                        'INATIVO EM DEP.DAT.'
                            END-IF
                    END-READ
                    CLOSE DEP-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DEPARTAMENTOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-DEP
                END-IF
            END-IF

            SET STATUS-GRP-OK        TO TRUE
            OPEN I-O GRP-DAT

            IF WS-STATUS-GRP EQUAL 35 THEN
                OPEN OUTPUT GRP-DAT
                CLOSE GRP-DAT
                OPEN I-O GRP-DAT
            END-IF

            IF STATUS-GRP-OK THEN
                MOVE WS-GRUPO-ALUMNI TO CD-GRUPO
                READ GRP-DAT
                    KEY IS CD-GRUPO
                    INVALID KEY
                        MOVE 'EX-ALUNOS (EGRESSOS)' TO DS-GRUPO
                        WRITE REG-GRUPOS
                        DISPLAY 'Grupo ALUMNI criado.'
                END-READ
                CLOSE GRP-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-GRP
            END-IF
            .
      *----------------------------------------------------------------
      * P310-SELECIONA-CONCLUINTES: marca na tabela os estudantes com
      * ao menos uma matricula ENCERRADA no termo e media final
      * aprovada pelo corte. Matricula cancelada ou sem nota nao
      * conta como conclusao.
      *----------------------------------------------------------------
       P310-SELECIONA-CONCLUINTES.
            MOVE ALL 'N'            TO TAB-CONCLUINTES
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            SET STATUS-AVL-OK       TO TRUE
            SET AVL-ABERTO          TO FALSE
            OPEN INPUT AVL-DAT
            IF STATUS-AVL-OK
                SET AVL-ABERTO      TO TRUE
            END-IF

            OPEN INPUT MTR-DAT

            IF STATUS-MTR-OK THEN
                MOVE ZEROS          TO CD-EST-MATR CD-CUR-MATR
                START MTR-DAT KEY IS NOT LESS THAN CHAVE-MATR
                    INVALID KEY
                        SET EOF-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-OK
                    READ MTR-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            PERFORM P315-CONFERE-MATRICULA
                    END-READ
                END-PERFORM
                CLOSE MTR-DAT
            ELSE
                IF WS-STATUS-MTR NOT EQUAL 35
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
                END-IF
            END-IF

            IF AVL-ABERTO
                CLOSE AVL-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P315-CONFERE-MATRICULA: marca o estudante da matricula
      * corrente quando ela e do termo, esta ENCERRADA e foi aprovada.
      *----------------------------------------------------------------
       P315-CONFERE-MATRICULA.
            IF CD-TRM-MATR EQUAL WS-TERMO
               AND MATR-ENCERRADA
               AND CD-EST-MATR GREATER ZEROS
               AND NOT EST-CONCLUIU (CD-EST-MATR)
                PERFORM P360-CALCULA-MEDIA
                IF WS-SOMA-PESOS GREATER ZEROS
                   AND WS-MEDIA NOT LESS WS-CORTE
                    MOVE 'S'        TO TC-CONCLUIU (CD-EST-MATR)
                    ADD 1           TO WS-CONT-CONCLUINTES
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P320-ABRE-ARQUIVOS: abre os arquivos gravados na conversao,
      * criando GRM.DAT, VNC.DAT e COT.DAT na primeira vez.
      *----------------------------------------------------------------
       P320-ABRE-ARQUIVOS.
            SET ARQUIVOS-ABERTOS    TO FALSE

            SET STATUS-DAT-OK       TO TRUE
            OPEN I-O COT-DAT
            IF WS-STATUS-DAT EQUAL 35 THEN
                OPEN OUTPUT COT-DAT
                CLOSE COT-DAT
                OPEN I-O COT-DAT
            END-IF

            SET STATUS-GRM-OK       TO TRUE
            OPEN I-O GRM-DAT
            IF WS-STATUS-GRM EQUAL 35 THEN
                OPEN OUTPUT GRM-DAT
                CLOSE GRM-DAT
                OPEN I-O GRM-DAT
            END-IF

            SET STATUS-VNC-OK       TO TRUE
            OPEN I-O VNC-DAT
            IF WS-STATUS-VNC EQUAL 35 THEN
                OPEN OUTPUT VNC-DAT
                CLOSE VNC-DAT
                OPEN I-O VNC-DAT
            END-IF

            SET STATUS-ST-OK        TO TRUE
            OPEN INPUT ST

            IF STATUS-DAT-OK AND STATUS-GRM-OK AND STATUS-VNC-OK
               AND STATUS-ST-OK
                SET ARQUIVOS-ABERTOS TO TRUE
            ELSE
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA CONVERSAO'
                DISPLAY 'FILE STATUS COT.DAT: ' WS-STATUS-DAT
                        ' GRM.DAT: ' WS-STATUS-GRM
                        ' VNC.DAT: ' WS-STATUS-VNC
                        ' ST.DAT: ' WS-STATUS-ST
                PERFORM P325-FECHA-ARQUIVOS
            END-IF
            .
      *----------------------------------------------------------------
      * P325-FECHA-ARQUIVOS: fecha os arquivos abertos em P320.
      *----------------------------------------------------------------
       P325-FECHA-ARQUIVOS.
            IF STATUS-DAT-OK
                CLOSE COT-DAT
            END-IF
            IF STATUS-GRM-OK
                CLOSE GRM-DAT
            END-IF
            IF STATUS-VNC-OK
                CLOSE VNC-DAT
            END-IF
            IF STATUS-ST-OK
                CLOSE ST
            END-IF
            .
      *----------------------------------------------------------------
      * P330-CONVERTE-ESTUDANTE: para o estudante WS-IDX-EST marcado
      * como concluinte e ainda sem vinculo de egresso, acha ou
      * inclui o contato, poe no grupo ALUMNI e grava o vinculo.
      *----------------------------------------------------------------
       P330-CONVERTE-ESTUDANTE.
            IF EST-CONCLUIU (WS-IDX-EST) THEN
                PERFORM P332-VERIFICA-EGRESSO
                IF JA-CONVERTIDO THEN
                    ADD 1 TO WS-CONT-JA-CONVERTIDOS
                ELSE
                    MOVE WS-IDX-EST      TO CD-STUDENT
                    READ ST
                        KEY IS CD-STUDENT
                        INVALID KEY
                            ADD 1 TO WS-CONT-SEM-CADASTRO
                            DISPLAY 'ESTUDANTE SEM CADASTRO: '
                                    WS-IDX-EST
                        NOT INVALID KEY
                            PERFORM P335-PROCURA-CONTATO
                            PERFORM P338-DECIDE-CONTATO
                    END-READ
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P332-VERIFICA-EGRESSO: procura em VNC.DAT um vinculo do tipo
      * egresso para o estudante WS-IDX-EST.
      *----------------------------------------------------------------
       P332-VERIFICA-EGRESSO.
            SET JA-CONVERTIDO       TO FALSE
            SET EOF-VNC-OK          TO FALSE
            MOVE WS-IDX-EST         TO CD-EST-VNC
            MOVE ZEROS              TO ID-CONT-VNC
            START VNC-DAT KEY IS NOT LESS THAN CHAVE-VNC
                INVALID KEY
                    SET EOF-VNC-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-VNC-OK OR JA-CONVERTIDO
                READ VNC-DAT NEXT RECORD
                    AT END
                        SET EOF-VNC-OK TO TRUE
                    NOT AT END
                        IF CD-EST-VNC EQUAL WS-IDX-EST
                            IF VNC-EGRESSO
                                SET JA-CONVERTIDO TO TRUE
                            END-IF
                        ELSE
                            SET EOF-VNC-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P335-PROCURA-CONTATO: confronta o nome do estudante com toda a
      * base pelo criterio de CADCONTT/DEDUPCTT (nome normalizado sem
      * espacos e pontuacao). Nome igual encerra a busca; nome com uma
      * letra de diferenca fica guardado como parecido, caso nenhum
      * igual apareca.
      *----------------------------------------------------------------
       P335-PROCURA-CONTATO.
            SET ACHADO-NENHUM       TO TRUE
            MOVE ZEROS              TO WS-ID-ACHADO
            MOVE SPACES             TO WS-NM-ACHADO
            SET EOF-OK              TO FALSE

            MOVE NM-STUDENT         TO WS-COMP-ENTRADA
            PERFORM P279-NORMALIZA-COMPARA
            MOVE WS-COMP-SAIDA      TO WS-COMP-NOVO

            MOVE ZEROS              TO ID-COT-DAT
            START COT-DAT KEY IS NOT LESS THAN ID-COT-DAT
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK OR ACHADO-IGUAL
                READ COT-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM P337-COMPARA-NOME
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P337-COMPARA-NOME: conta as letras diferentes entre o nome
      * do registro corrente de COT.DAT e o do estudante.
      *----------------------------------------------------------------
       P337-COMPARA-NOME.
            MOVE NM-COT-DAT         TO WS-COMP-ENTRADA
            PERFORM P279-NORMALIZA-COMPARA
            MOVE ZEROS              TO WS-COMP-DIFERENCAS
            PERFORM VARYING WS-COMP-POS FROM 1 BY 1
                    UNTIL WS-COMP-POS GREATER 20
                IF WS-COMP-SAIDA (WS-COMP-POS:1) NOT EQUAL
                   WS-COMP-NOVO (WS-COMP-POS:1)
                    ADD 1 TO WS-COMP-DIFERENCAS
                END-IF
            END-PERFORM

            EVALUATE TRUE
                WHEN WS-COMP-DIFERENCAS EQUAL ZEROS
                    SET ACHADO-IGUAL    TO TRUE
                    MOVE ID-COT-DAT     TO WS-ID-ACHADO
                    MOVE NM-COT-DAT     TO WS-NM-ACHADO
                WHEN WS-COMP-DIFERENCAS EQUAL 1
                     AND ACHADO-NENHUM
                    SET ACHADO-PARECIDO TO TRUE
                    MOVE ID-COT-DAT     TO WS-ID-ACHADO
                    MOVE NM-COT-DAT     TO WS-NM-ACHADO
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P338-DECIDE-CONTATO: nome igual reaproveita o contato; nenhum
      * parecido inclui um contato novo. Nome parecido e perguntado ao
      * operador, como na triagem de CADCONTT; no modo batch fica de
      * fora, listado para conferencia, e entra na proxima rodada.
      *----------------------------------------------------------------
       P338-DECIDE-CONTATO.
            MOVE SPACE              TO WS-DECISAO

            EVALUATE TRUE
                WHEN ACHADO-IGUAL
                    SET DECISAO-USA     TO TRUE
                WHEN ACHADO-NENHUM
                    SET DECISAO-NOVO    TO TRUE
                WHEN MODO-EXECUCAO-BATCH
                    DISPLAY 'A CONFERIR: ESTUDANTE ' CD-STUDENT ' '
                            NM-STUDENT ' X CONTATO ' WS-ID-ACHADO
                            ' ' WS-NM-ACHADO
                WHEN OTHER
                    DISPLAY ' '
                    DISPLAY 'ESTUDANTE ' CD-STUDENT ' - ' NM-STUDENT
                    DISPLAY 'POSSIVEL CONTATO JA CADASTRADO: '
                            WS-ID-ACHADO ' - ' WS-NM-ACHADO
                    DISPLAY '(U)sar o existente, incluir (N)ovo ou '
                            '<QUALQUER TECLA> para deixar de fora?'
                    ACCEPT WS-DECISAO
            END-EVALUATE

            EVALUATE TRUE
                WHEN DECISAO-USA
                    MOVE WS-ID-ACHADO   TO WS-ID-EGRESSO
                    ADD 1 TO WS-CONT-REAPROVEITADOS
                    DISPLAY 'Estudante ' CD-STUDENT
                            ' vinculado ao contato ' WS-ID-EGRESSO
                    PERFORM P345-INCLUI-GRUPO
                    PERFORM P350-GRAVA-VINCULO
                WHEN DECISAO-NOVO
                    PERFORM P340-INCLUI-CONTATO
                    IF STATUS-DAT-OK
                        PERFORM P345-INCLUI-GRUPO
                        PERFORM P350-GRAVA-VINCULO
                    END-IF
                WHEN OTHER
                    ADD 1 TO WS-CONT-CONFERIR
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P340-INCLUI-CONTATO: inclui o egresso como contato novo do
      * departamento ALUMNI, em COT.DAT e em COT.TXT, com o operador
      * da sessao como responsavel e a linha INCLUSAO no CONTLOG,
      * como no cadastro de CADCONTT.
      *----------------------------------------------------------------
       P340-INCLUI-CONTATO.
            MOVE WS-PROX-ID         TO WS-ID-EGRESSO

            MOVE WS-ID-EGRESSO      TO ID-COT-DAT
            MOVE NM-STUDENT         TO NM-COT-DAT
            MOVE SPACES             TO TEL-COT-DAT EMAIL-COT-DAT
            MOVE WS-DEPTO-ALUMNI    TO DEPTO-COT-DAT
            MOVE WS-DATA-HOJE       TO DT-CAD-COT-DAT
            MOVE ZEROS              TO DT-ALT-COT-DAT
            SET COT-DAT-ATIVO       TO TRUE
            MOVE WS-LOG-OPERADOR    TO RESP-COT-DAT

            WRITE REG-COT-DAT
                INVALID KEY
                    DISPLAY 'ID JA EXISTE EM COT.DAT: ' WS-ID-EGRESSO
            END-WRITE

            IF STATUS-DAT-OK THEN
                ADD 1 TO WS-PROX-ID
                ADD 1 TO WS-CONT-INCLUIDOS

                SET STATUS-OK       TO TRUE
                OPEN EXTEND COT
                IF WS-STATUS-FS EQUAL 35 THEN
                    OPEN OUTPUT COT
                END-IF
                IF STATUS-OK THEN
                    MOVE REG-COT-DAT TO REG-CONTATOS
                    WRITE REG-CONTATOS
                    CLOSE COT
                ELSE
                    DISPLAY 'ERRO AO GRAVAR COT.TXT. FILE STATUS: '
                            WS-STATUS-FS
                END-IF

                DISPLAY 'Contato incluido: ' WS-ID-EGRESSO ' - '
                        NM-STUDENT
                MOVE 'INCLUSAO'     TO WS-LOG-OPERACAO
                MOVE WS-ID-EGRESSO  TO WS-LOG-ID
                MOVE SPACES         TO WS-LOG-NOME-ANTES
                MOVE NM-STUDENT     TO WS-LOG-NOME-DEPOIS
                PERFORM P280-GRAVA-LOG
            END-IF
            .
      *----------------------------------------------------------------
      * P345-INCLUI-GRUPO: poe o contato do egresso no grupo ALUMNI.
      * Quem ja e membro fica como esta.
      *----------------------------------------------------------------
       P345-INCLUI-GRUPO.
            MOVE WS-GRUPO-ALUMNI    TO GM-GRUPO
            MOVE WS-ID-EGRESSO      TO GM-ID
            WRITE REG-GRP-MEMBROS
                INVALID KEY
                    CONTINUE
            END-WRITE
            .
      *----------------------------------------------------------------
      * P350-GRAVA-VINCULO: grava o vinculo de egresso estudante-
      * contato. Se o par ja existia com outro tipo (o ex-aluno ja
      * era, por exemplo, contato de emergencia de si mesmo), passa a
      * egresso, que e o que marca o estudante como convertido.
      *----------------------------------------------------------------
       P350-GRAVA-VINCULO.
            MOVE WS-IDX-EST         TO CD-EST-VNC
            MOVE WS-ID-EGRESSO      TO ID-CONT-VNC
            SET VNC-EGRESSO         TO TRUE
            MOVE WS-DATA-HOJE       TO DT-VNC

            WRITE REG-VINCULOS
                INVALID KEY
                    REWRITE REG-VINCULOS
            END-WRITE
            .
      *----------------------------------------------------------------
      * P355-PROXIMO-ID: o proximo ID livre e o maior de COT.DAT mais
      * um, como em CADCONTT; a conversao segue dali em diante.
      *----------------------------------------------------------------
       P355-PROXIMO-ID.
            MOVE ZEROS              TO WS-PROX-ID
            SET EOF-OK              TO FALSE

            MOVE ZEROS              TO ID-COT-DAT
            START COT-DAT KEY IS NOT LESS THAN ID-COT-DAT
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ COT-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE ID-COT-DAT TO WS-PROX-ID
                END-READ
            END-PERFORM

            ADD 1                   TO WS-PROX-ID
            .
      *----------------------------------------------------------------
      * P360-CALCULA-MEDIA: media final ponderada do par estudante/
      * curso da matricula corrente em AVL.DAT, pela mesma regra de
      * AVALEST. Sem nota, WS-SOMA-PESOS fica em zeros.
      *----------------------------------------------------------------
       P360-CALCULA-MEDIA.
            MOVE ZEROS              TO WS-SOMA-PONDERADA
                                       WS-SOMA-PESOS
                                       WS-MEDIA
            IF AVL-ABERTO
                SET EOF-AVL-OK      TO FALSE
                MOVE CD-EST-MATR    TO CD-EST-AVAL
                MOVE CD-CUR-MATR    TO CD-CUR-AVAL
                MOVE ZEROS          TO SEQ-AVAL
                START AVL-DAT KEY IS NOT LESS THAN CHAVE-AVAL
                    INVALID KEY
                        SET EOF-AVL-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-AVL-OK
                    READ AVL-DAT NEXT RECORD
                        AT END
                            SET EOF-AVL-OK TO TRUE
                        NOT AT END
                            IF CD-EST-AVAL EQUAL CD-EST-MATR
                               AND CD-CUR-AVAL EQUAL CD-CUR-MATR
                                COMPUTE WS-SOMA-PONDERADA =
                                    WS-SOMA-PONDERADA +
                                    NOTA-AVAL * PESO-AVAL
                                ADD PESO-AVAL TO WS-SOMA-PESOS
                            ELSE
                                SET EOF-AVL-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                IF WS-SOMA-PESOS GREATER ZEROS
                    COMPUTE WS-MEDIA ROUNDED =
                        WS-SOMA-PONDERADA / WS-SOMA-PESOS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: o termo vem de EGRCTT_TERMO ou, fora do
      * modo batch, e pedido ao operador; vazio = ultimo termo
      * fechado de TRM.DAT. Termo ainda aberto e recusado: so depois
      * do fechamento em CADTRM as matriculas estao ENCERRADAS.
      *----------------------------------------------------------------
       P370-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P375-TERMO-FECHADO

            MOVE SPACES             TO WS-TERMO-TXT
            DISPLAY 'EGRCTT_TERMO'  UPON ENVIRONMENT-NAME
            ACCEPT WS-TERMO-TXT     FROM ENVIRONMENT-VALUE

            IF WS-TERMO-TXT IS NUMERIC
                MOVE WS-TERMO-TXT   TO WS-TERMO
            ELSE
                MOVE ZEROS          TO WS-TERMO
                IF NOT MODO-EXECUCAO-BATCH
                    DISPLAY 'Termo (vazio = ' WS-TERMO-FECHADO '): '
                    ACCEPT WS-TERMO
                END-IF
            END-IF
            IF WS-TERMO EQUAL ZEROS
                MOVE WS-TERMO-FECHADO TO WS-TERMO
            END-IF

            SET STATUS-TRM-OK       TO TRUE
            OPEN INPUT TRM-DAT

            IF STATUS-TRM-OK THEN
                MOVE WS-TERMO       TO CD-TERMO
                READ TRM-DAT
                    KEY IS CD-TERMO
                    INVALID KEY
                        DISPLAY 'TERMO NAO EXISTE EM TRM.DAT: '
                                WS-TERMO
                    NOT INVALID KEY
                        IF TERMO-FECHADO
                            SET TERMO-VALIDO TO TRUE
                        ELSE
                            DISPLAY 'TERMO ' WS-TERMO ' AINDA ABERTO. '
                                    'FECHE-O ANTES EM CADTRM.'
                        END-IF
                END-READ
                CLOSE TRM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-TRM
            END-IF
            .
      *----------------------------------------------------------------
      * P375-TERMO-FECHADO: localiza em TRM.DAT o termo fechado de
      * maior codigo. Sem termo fechado, fica em zeros.
      *----------------------------------------------------------------
       P375-TERMO-FECHADO.
            SET EOF-TRM-OK          TO FALSE
            SET STATUS-TRM-OK       TO TRUE
            MOVE ZEROS              TO WS-TERMO-FECHADO

            OPEN INPUT TRM-DAT

            IF WS-STATUS-TRM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-TRM-OK THEN
                    MOVE ZEROS      TO CD-TERMO
                    START TRM-DAT KEY IS NOT LESS THAN CD-TERMO
                        INVALID KEY
                            SET EOF-TRM-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-TRM-OK
                        READ TRM-DAT NEXT RECORD
                            AT END
                                SET EOF-TRM-OK TO TRUE
                            NOT AT END
                                IF TERMO-FECHADO
                                    MOVE CD-TERMO
                                        TO WS-TERMO-FECHADO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TRM-DAT
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P279-NORMALIZA-COMPARA: reduz WS-COMP-ENTRADA a
      * WS-COMP-SAIDA no criterio de DEDUPCTT: maiusculas sem acento
      * (P297) e depois so letras e digitos, descartando espacos e
      * pontuacao.
      *----------------------------------------------------------------
       P279-NORMALIZA-COMPARA.
            MOVE WS-COMP-ENTRADA        TO WS-NORM-ENTRADA
            PERFORM P297-NORMALIZA-NOME

            MOVE SPACES                 TO WS-COMP-SAIDA
            MOVE ZEROS                  TO WS-COMP-POS-SAI
            PERFORM VARYING WS-COMP-POS FROM 1 BY 1
                    UNTIL WS-COMP-POS GREATER 20
                MOVE WS-NORM-SAIDA (WS-COMP-POS:1) TO WS-COMP-CHAR
                IF (WS-COMP-CHAR NOT LESS 'A'
                    AND WS-COMP-CHAR NOT GREATER 'Z')
                   OR (WS-COMP-CHAR NOT LESS '0'
                       AND WS-COMP-CHAR NOT GREATER '9')
                    ADD 1 TO WS-COMP-POS-SAI
                    MOVE WS-COMP-CHAR
                        TO WS-COMP-SAIDA (WS-COMP-POS-SAI:1)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P280-GRAVA-LOG: registra a operacao na trilha de auditoria
      * CONTLOG atraves do subprograma LOGCTT. Espera que o chamador
      * ja tenha preenchido WS-LOG-OPERACAO, WS-LOG-ID,
      * WS-LOG-NOME-ANTES e WS-LOG-NOME-DEPOIS.
      *----------------------------------------------------------------
       P280-GRAVA-LOG.
            ACCEPT WS-LOG-DATA       FROM DATE YYYYMMDD
            ACCEPT WS-LOG-HORA       FROM TIME
            MOVE WS-LOG-DATA         TO WS-LOG-DT
            MOVE WS-LOG-HORA(1:6)    TO WS-LOG-HR

            CALL 'LOGCTT' USING WS-LOG-REGISTRO WS-LOG-RESULTADO

            IF WS-LOG-RESULTADO NOT EQUAL '0' THEN
                DISPLAY 'ERRO AO GRAVAR A TRILHA DE AUDITORIA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P297-NORMALIZA-NOME: normaliza um nome (maiusculas, sem
      * acento) para comparacao, via COPY PR_NORMNOME.
      *----------------------------------------------------------------
          COPY PR_NORMNOME.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
      *----------------------------------------------------------------
       P150-OBTEM-TRAVA.
            SET TRAVA-OBTIDA         TO FALSE
            MOVE 'O'                 TO WS-TRAVA-ACAO
            CALL 'TRAVACTT' USING WS-TRAVA-ACAO WS-NOME-PROGRAMA
                                  WS-TRAVA-RESULT WS-TRAVA-DETENTOR
            IF WS-TRAVA-RESULT EQUAL '0' THEN
                SET TRAVA-OBTIDA     TO TRUE
            ELSE
                DISPLAY 'BASE DE CONTATOS EM USO POR: '
                        WS-TRAVA-DETENTOR
                DISPLAY 'TENTE MAIS TARDE OU VERIFIQUE A TRAVA EM '
                        'TRVCTT.'
            END-IF
            .

       P900-FIM.

            IF TRAVA-OBTIDA THEN
                MOVE 'L'             TO WS-TRAVA-ACAO
                CALL 'TRAVACTT' USING WS-TRAVA-ACAO WS-NOME-PROGRAMA
                                      WS-TRAVA-RESULT
                                      WS-TRAVA-DETENTOR
            END-IF

            GOBACK.
       END PROGRAM EGRCTT.
