      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: GRADE HORARIA SEMANAL (GRADE.TXT): QUADRO DE SEGUNDA
      *          A SABADO POR HORA, COM CODIGO E DESCRICAO DO CURSO EM
      *          CADA CELULA, MONTADO A PARTIR DAS FAIXAS DE HOR.DAT.
      *          (E)STUDANTE: CURSOS DAS MATRICULAS ATIVAS DO
      *          ESTUDANTE NO TERMO EM MTR.DAT. (S)ALA: FAIXAS DA
      *          SALA DOS CURSOS COM TURMA NO TERMO. (T)ODOS: A GRADE
      *          DE CADA ESTUDANTE COM MATRICULA ATIVA NO TERMO, EM
      *          UM UNICO ARQUIVO, PARA ENTREGA NO INICIO DO TERMO.
      *          AS LINHAS SEGUEM A JANELA DIARIA SALA_JANELA
      *          (HHMMHHMM, PADRAO 07002200) DE RELSALA; CELULA COM
      *          MAIS DE UM CURSO SAI MARCADA COM '*'. COM
      *          GRADEST_MODO = 'B', OU QUANDO CHAMADO POR BATCHCTT
      *          COM PARAMETRO DE PASSO (BATCH_PARAM) PREENCHIDO, RODA
      *          SEM PERGUNTAS A OPCAO (T)ODOS PARA O TERMO ABERTO
      *          CORRENTE (OU O DE GRADEST_TERMO), NO INICIO DO TERMO,
      *          E TERMINA COM RETURN-CODE 8 SE FALHAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEST.

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

            SELECT CRS-DAT ASSIGN TO WS-CAMINHO-CRS-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-CUR-DAT
            FILE STATUS  IS WS-STATUS-CRS.

            SELECT MTR-DAT ASSIGN TO WS-CAMINHO-MTR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MATR
            FILE STATUS  IS WS-STATUS-MTR.

            SELECT HOR-DAT ASSIGN TO WS-CAMINHO-HOR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-HOR
            FILE STATUS  IS WS-STATUS-HOR.

            SELECT SAL-DAT ASSIGN TO WS-CAMINHO-SAL-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-SALA
            FILE STATUS  IS WS-STATUS-SAL.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT REL-GRADE ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
          COPY FD_EST REPLACING REG-ESTUDANTES BY REG-ST-DAT
                                 CD-STUDENT     BY CD-EST-DAT
                                 NM-STUDENT     BY NM-EST-DAT.

       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                  CD-CURSO         BY CD-CUR-DAT
                                  DS-CURSO         BY DS-CUR-DAT
                                  CAPACIDADE-CURSO BY CAP-CUR-DAT.

       FD MTR-DAT.
          COPY FD_MATR.

       FD HOR-DAT.
          COPY FD_HORARIO.

       FD SAL-DAT.
          COPY FD_SALA.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD REL-GRADE.
       01 REL-LINHA                        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-HOR-DAT               PIC X(80).
       01 WS-CAMINHO-HOR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HOR.DAT'.
       01 WS-CAMINHO-SAL-DAT               PIC X(80).
       01 WS-CAMINHO-SAL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SAL.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRADE.TX
      -    'T'.

       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-HOR                    PIC 99.
          88 STATUS-HOR-OK                 VALUE 0.
       77 WS-STATUS-SAL                    PIC 99.
          88 STATUS-SAL-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-HOR                       PIC X.
          88 EOF-HOR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-ST-ABERTO                     PIC X    VALUE 'N'.
          88 ST-ABERTO                     VALUE 'S' FALSE 'N'.
       77 WS-CRS-ABERTO                    PIC X    VALUE 'N'.
          88 CRS-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-HOR-ABERTO                    PIC X    VALUE 'N'.
          88 HOR-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-ESTUDANTE               VALUE 'E'.
          88 OPCAO-SALA                    VALUE 'S'.
          88 OPCAO-TODOS                   VALUE 'T'.
       77 WS-MODO-EXECUCAO                 PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH           VALUE 'B'.
       77 WS-BATCH-PARAM                   PIC X(08) VALUE SPACES.
       77 WS-TERMO-TXT                     PIC X(06) VALUE SPACES.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-DS-TERMO                      PIC X(20) VALUE SPACES.
       77 WS-CD-ESTUDANTE                  PIC 9(05) VALUE ZEROS.
       77 WS-FILTRO-ESTUDANTE              PIC 9(05) VALUE ZEROS.
       77 WS-ESTUDANTE-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-CD-SALA                       PIC X(08) VALUE SPACES.
       77 WS-CD-CURSO                      PIC 9(04) VALUE ZEROS.
       77 WS-DS-CURSO                      PIC X(30) VALUE SPACES.
       77 WS-JANELA-TXT                    PIC X(08) VALUE SPACES.
       01 WS-JANELA                        PIC 9(08) VALUE 07002200.
       01 FILLER REDEFINES WS-JANELA.
          03 WS-JANELA-INI                 PIC 9(04).
          03 WS-JANELA-FIM                 PIC 9(04).
       77 WS-HORA-INI                      PIC 9(02) VALUE ZEROS.
       77 WS-HORA-FIM                      PIC 9(02) VALUE ZEROS.
       77 WS-HORA                          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-HORA                      PIC 9(02) COMP VALUE ZEROS.
       77 WS-IDX-LEG                       PIC 9(02) COMP VALUE ZEROS.
       77 WS-QTD-LEGENDA                   PIC 9(02) COMP VALUE ZEROS.
       77 WS-QTD-MARCAS                    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRADES                    PIC 9(05) VALUE ZEROS.
       77 WS-LEG-ACHADA                    PIC X    VALUE 'N'.
          88 LEG-ACHADA                    VALUE 'S' FALSE 'N'.

       01 TAB-MATRICULADOS.
          03 TAB-MTR-CURSO          OCCURS 9999 PIC 9(04).

       01 TAB-GRADE.
          03 GR-LINHA               OCCURS 24.
             05 GR-CELULA           OCCURS 6.
                07 GR-CD-CURSO      PIC X(04).
                07 FILLER           PIC X(01).
                07 GR-DS-CURSO      PIC X(15).
                07 GR-CHOQUE        PIC X(01).

       01 TAB-LEGENDA.
          03 LG-ITEM                OCCURS 50.
             05 LG-CD-CURSO         PIC 9(04).
             05 LG-DS-CURSO         PIC X(30).

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'GRADE HORARIA SEMANAL'.
          03 FILLER                 PIC X(06) VALUE 'DATA: '.
          03 WS-CAB-DIA             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-MES             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-ANO             PIC 9(04).
       01 WS-CAB-ESTUDANTE.
          03 FILLER                 PIC X(11) VALUE 'ESTUDANTE: '.
          03 WS-CAB-EST-CODIGO      PIC 9(05).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-CAB-EST-NOME        PIC X(20).
          03 FILLER                 PIC X(09) VALUE '  TERMO: '.
          03 WS-CAB-EST-TERMO       PIC 9(06).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-CAB-EST-DS-TERMO    PIC X(20).
       01 WS-CAB-SALA.
          03 FILLER                 PIC X(06) VALUE 'SALA: '.
          03 WS-CAB-SALA-CODIGO     PIC X(08).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-CAB-SALA-DESCRICAO  PIC X(30).
          03 FILLER                 PIC X(09) VALUE '  TERMO: '.
          03 WS-CAB-SALA-TERMO      PIC 9(06).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-CAB-SALA-DS-TERMO   PIC X(20).
       01 WS-CAB-DIAS.
          03 FILLER                 PIC X(06) VALUE 'HORA'.
          03 FILLER                 PIC X(21) VALUE 'SEGUNDA'.
          03 FILLER                 PIC X(21) VALUE 'TERCA'.
          03 FILLER                 PIC X(21) VALUE 'QUARTA'.
          03 FILLER                 PIC X(21) VALUE 'QUINTA'.
          03 FILLER                 PIC X(21) VALUE 'SEXTA'.
          03 FILLER                 PIC X(21) VALUE 'SABADO'.
       01 WS-LIN-TRACOS             PIC X(132) VALUE ALL '-'.
       01 WS-LIN-SEPARA             PIC X(132) VALUE ALL '='.
       01 WS-LIN-GRADE.
          03 WS-LIN-HORA            PIC 9(02).
          03 FILLER                 PIC X(04) VALUE ':00 '.
          03 WS-LIN-CELULAS         PIC X(126).
       01 WS-LIN-LEGENDA.
          03 FILLER                 PIC X(06) VALUE SPACES.
          03 WS-LIN-LEG-CURSO       PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-LEG-DESCRICAO   PIC X(30).
       01 WS-LIN-SEM-HORARIO.
          03 FILLER                 PIC X(06) VALUE SPACES.
          03 FILLER                 PIC X(40) VALUE
             '(NENHUMA FAIXA DE HORARIO NO TERMO)'.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(18) VALUE
             'GRADES IMPRESSAS: '.
          03 WS-TOT-LIN-GRADES      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** GRADE HORARIA SEMANAL ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-GRADE         THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente ST_DAT, CRS_DAT, MTR_DAT, HOR_DAT,
      * SAL_DAT, TRM_DAT e GRADE_PATH, usando o caminho tradicional
      * como valor padrao quando a variavel nao estiver definida.
      * SALA_JANELA (HHMMHHMM) define as horas impressas na grade.
      * Verifica GRADEST_MODO e BATCH_PARAM, o parametro do passo
      * exportado por BATCHCTT: preenchido, o modo e batch.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
            DISPLAY 'ST_DAT'             UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ST-DAT     FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-ST-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
            END-IF

            MOVE WS-CAMINHO-CRS-DAT-DFL  TO WS-CAMINHO-CRS-DAT
            DISPLAY 'CRS_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CRS-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CRS-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CRS-DAT-DFL TO WS-CAMINHO-CRS-DAT
            END-IF

            MOVE WS-CAMINHO-MTR-DAT-DFL  TO WS-CAMINHO-MTR-DAT
            DISPLAY 'MTR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-MTR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-MTR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-MTR-DAT-DFL TO WS-CAMINHO-MTR-DAT
            END-IF

            MOVE WS-CAMINHO-HOR-DAT-DFL  TO WS-CAMINHO-HOR-DAT
            DISPLAY 'HOR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-HOR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-HOR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-HOR-DAT-DFL TO WS-CAMINHO-HOR-DAT
            END-IF

            MOVE WS-CAMINHO-SAL-DAT-DFL  TO WS-CAMINHO-SAL-DAT
            DISPLAY 'SAL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SAL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SAL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SAL-DAT-DFL TO WS-CAMINHO-SAL-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'GRADE_PATH'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF

            MOVE SPACES                  TO WS-JANELA-TXT
            DISPLAY 'SALA_JANELA'        UPON ENVIRONMENT-NAME
            ACCEPT WS-JANELA-TXT         FROM ENVIRONMENT-VALUE
            IF WS-JANELA-TXT IS NUMERIC
                MOVE WS-JANELA-TXT       TO WS-JANELA
            END-IF

            DIVIDE WS-JANELA-INI BY 100 GIVING WS-HORA-INI
            COMPUTE WS-HORA-FIM = (WS-JANELA-FIM + 99) / 100
            IF WS-HORA-FIM GREATER 24
                MOVE 24                  TO WS-HORA-FIM
            END-IF
            IF WS-HORA-FIM NOT GREATER WS-HORA-INI
                MOVE 07                  TO WS-HORA-INI
                MOVE 22                  TO WS-HORA-FIM
            END-IF

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'GRADEST_MODO'       UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE

            MOVE SPACES                  TO WS-BATCH-PARAM
            DISPLAY 'BATCH_PARAM'        UPON ENVIRONMENT-NAME
            ACCEPT WS-BATCH-PARAM        FROM ENVIRONMENT-VALUE
            IF WS-BATCH-PARAM NOT EQUAL SPACES
                MOVE 'B'                 TO WS-MODO-EXECUCAO
            END-IF
            .

       P300-GRADE.
            ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
            MOVE SPACE              TO WS-OPCAO
            IF MODO-EXECUCAO-BATCH THEN
                MOVE 'T'            TO WS-OPCAO
            ELSE
                DISPLAY 'Grade do (E)studante, da (S)ala ou de '
                        '(T)odos os estudantes?'
                ACCEPT WS-OPCAO
            END-IF

            IF OPCAO-ESTUDANTE OR OPCAO-SALA OR OPCAO-TODOS
                PERFORM P370-ESCOLHE-TERMO
                IF TERMO-VALIDO
                    EVALUATE TRUE
                        WHEN OPCAO-ESTUDANTE
                            PERFORM P310-GRADE-ESTUDANTE
                                THRU P310-SAIDA
                        WHEN OPCAO-SALA
                            PERFORM P320-GRADE-SALA
                                THRU P320-SAIDA
                        WHEN OPCAO-TODOS
                            PERFORM P330-GRADE-TODOS
                                THRU P330-SAIDA
                    END-EVALUATE
                END-IF
            ELSE
                DISPLAY 'OPCAO INVALIDA.'
            END-IF

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
                IF NOT TERMO-VALIDO OR NOT FS-REL-OK
                    DISPLAY 'TERMINO ANORMAL'
                    MOVE 8           TO RETURN-CODE
                END-IF
            ELSE
                DISPLAY
                   'TECLE: '
                   '<QUALQUER TECLA> para continuar ou <F> para '
                   'finalizar'
                ACCEPT WS-EXIT
            END-IF
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-GRADE-ESTUDANTE: grade de um estudante com as matriculas
      * ativas do termo.
      *----------------------------------------------------------------
       P310-GRADE-ESTUDANTE.
            DISPLAY 'Matricula do estudante: '
            ACCEPT WS-CD-ESTUDANTE

            PERFORM P380-ABRE-ARQUIVOS THRU P380-SAIDA
            IF NOT FS-REL-OK
                GO TO P310-SAIDA
            END-IF

            IF ST-ABERTO
                MOVE WS-CD-ESTUDANTE TO CD-EST-DAT
                READ ST-DAT
                    KEY IS CD-EST-DAT
                    INVALID KEY
                        DISPLAY 'ESTUDANTE NAO CADASTRADO.'
                        PERFORM P385-FECHA-ARQUIVOS
                        GO TO P310-SAIDA
                END-READ
            END-IF

            MOVE WS-CD-ESTUDANTE    TO WS-FILTRO-ESTUDANTE
            PERFORM P340-PERCORRE-MATRICULAS

            IF WS-QTD-GRADES EQUAL ZEROS
                DISPLAY 'ESTUDANTE SEM MATRICULA ATIVA NO TERMO '
                        WS-TERMO '.'
            END-IF

            PERFORM P385-FECHA-ARQUIVOS
            DISPLAY 'GRADE GRAVADA EM ' WS-CAMINHO-REL
            .
       P310-SAIDA.
      *----------------------------------------------------------------
      * P320-GRADE-SALA: grade de uma sala com as faixas de HOR.DAT
      * dos cursos que tem matricula ativa ou encerrada no termo.
      *----------------------------------------------------------------
       P320-GRADE-SALA.
            MOVE SPACES             TO WS-CD-SALA
            DISPLAY 'Codigo da sala: '
            ACCEPT WS-CD-SALA

            PERFORM P360-CONTA-MATRICULADOS

            PERFORM P380-ABRE-ARQUIVOS THRU P380-SAIDA
            IF NOT FS-REL-OK
                GO TO P320-SAIDA
            END-IF

            MOVE WS-CD-SALA         TO WS-CAB-SALA-CODIGO
            MOVE '(NAO CADASTRADA)' TO WS-CAB-SALA-DESCRICAO
            SET STATUS-SAL-OK       TO TRUE
            OPEN INPUT SAL-DAT
            IF STATUS-SAL-OK
                MOVE WS-CD-SALA     TO CD-SALA
                READ SAL-DAT
                    KEY IS CD-SALA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DS-SALA TO WS-CAB-SALA-DESCRICAO
                END-READ
                CLOSE SAL-DAT
            END-IF

            PERFORM P355-ZERA-GRADE

            IF HOR-ABERTO
                SET EOF-HOR-OK      TO FALSE
                MOVE ZEROS          TO CD-CUR-HOR SEQ-HOR
                START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                    INVALID KEY
                        SET EOF-HOR-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-HOR-OK
                    READ HOR-DAT NEXT RECORD
                        AT END
                            SET EOF-HOR-OK TO TRUE
                        NOT AT END
                            IF SALA-HOR EQUAL WS-CD-SALA
                               AND CD-CUR-HOR GREATER ZEROS
                               AND TAB-MTR-CURSO (CD-CUR-HOR)
                                   GREATER ZEROS
                                MOVE CD-CUR-HOR TO WS-CD-CURSO
                                PERFORM P346-DESCRICAO-CURSO
                                PERFORM P347-MARCA-FAIXA
                            END-IF
                    END-READ
                END-PERFORM
            END-IF

            MOVE WS-TERMO           TO WS-CAB-SALA-TERMO
            MOVE WS-DS-TERMO        TO WS-CAB-SALA-DS-TERMO
            MOVE WS-CAB-SALA        TO REL-LINHA
            PERFORM P350-IMPRIME-GRADE

            PERFORM P385-FECHA-ARQUIVOS
            DISPLAY 'GRADE GRAVADA EM ' WS-CAMINHO-REL
            .
       P320-SAIDA.
      *----------------------------------------------------------------
      * P330-GRADE-TODOS: uma grade por estudante com matricula ativa
      * no termo, todas no mesmo arquivo, separadas por linha dupla.
      *----------------------------------------------------------------
       P330-GRADE-TODOS.
            PERFORM P380-ABRE-ARQUIVOS THRU P380-SAIDA
            IF NOT FS-REL-OK
                GO TO P330-SAIDA
            END-IF

            MOVE ZEROS              TO WS-FILTRO-ESTUDANTE
            PERFORM P340-PERCORRE-MATRICULAS

            MOVE WS-QTD-GRADES      TO WS-TOT-LIN-GRADES
            MOVE WS-LIN-TOTAL       TO REL-LINHA
            WRITE REL-LINHA

            PERFORM P385-FECHA-ARQUIVOS
            DISPLAY 'GRADES GRAVADAS EM ' WS-CAMINHO-REL
            DISPLAY WS-LIN-TOTAL
            .
       P330-SAIDA.
      *----------------------------------------------------------------
      * P340-PERCORRE-MATRICULAS: percorre MTR.DAT na ordem da chave
      * (estudante primeiro) a partir de WS-FILTRO-ESTUDANTE (zeros =
      * todos) e marca na grade os cursos das matriculas ativas do
      * termo; na troca de estudante, imprime a grade do anterior.
      *----------------------------------------------------------------
       P340-PERCORRE-MATRICULAS.
            MOVE ZEROS              TO WS-ESTUDANTE-ATUAL WS-QTD-GRADES
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            OPEN INPUT MTR-DAT

            IF WS-STATUS-MTR EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-MTR-OK THEN
                    MOVE WS-FILTRO-ESTUDANTE TO CD-EST-MATR
                    MOVE ZEROS      TO CD-CUR-MATR
                    START MTR-DAT KEY IS NOT LESS THAN CHAVE-MATR
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ MTR-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF WS-FILTRO-ESTUDANTE NOT EQUAL ZEROS
                                   AND CD-EST-MATR NOT EQUAL
                                       WS-FILTRO-ESTUDANTE
                                    SET EOF-OK TO TRUE
                                ELSE
                                    IF MATR-ATIVA
                                       AND CD-TRM-MATR EQUAL WS-TERMO
                                        PERFORM P342-MATRICULA-DO-TERMO
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE MTR-DAT

                    IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                        PERFORM P344-FECHA-ESTUDANTE
                    END-IF
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P342-MATRICULA-DO-TERMO: na troca de estudante imprime a grade
      * do anterior e zera a grade; marca as faixas do curso.
      *----------------------------------------------------------------
       P342-MATRICULA-DO-TERMO.
            IF CD-EST-MATR NOT EQUAL WS-ESTUDANTE-ATUAL
                IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                    PERFORM P344-FECHA-ESTUDANTE
                END-IF
                MOVE CD-EST-MATR    TO WS-ESTUDANTE-ATUAL
                PERFORM P355-ZERA-GRADE
            END-IF

            MOVE CD-CUR-MATR        TO WS-CD-CURSO
            PERFORM P345-MARCA-CURSO
            .
      *----------------------------------------------------------------
      * P344-FECHA-ESTUDANTE: cabecalho com o nome de ST.DAT e a grade
      * do estudante corrente.
      *----------------------------------------------------------------
       P344-FECHA-ESTUDANTE.
            MOVE WS-ESTUDANTE-ATUAL TO WS-CAB-EST-CODIGO
            MOVE '(NAO EXISTE MAIS)' TO WS-CAB-EST-NOME
            IF ST-ABERTO
                MOVE WS-ESTUDANTE-ATUAL TO CD-EST-DAT
                READ ST-DAT
                    KEY IS CD-EST-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-EST-DAT TO WS-CAB-EST-NOME
                END-READ
            END-IF
            MOVE WS-TERMO           TO WS-CAB-EST-TERMO
            MOVE WS-DS-TERMO        TO WS-CAB-EST-DS-TERMO

            IF WS-QTD-GRADES GREATER ZEROS
                MOVE WS-LIN-SEPARA  TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            ADD 1                   TO WS-QTD-GRADES

            MOVE WS-CAB-ESTUDANTE   TO REL-LINHA
            PERFORM P350-IMPRIME-GRADE
            .
      *----------------------------------------------------------------
      * P345-MARCA-CURSO: marca na grade todas as faixas de HOR.DAT do
      * curso WS-CD-CURSO.
      *----------------------------------------------------------------
       P345-MARCA-CURSO.
            PERFORM P346-DESCRICAO-CURSO

            IF HOR-ABERTO
                SET EOF-HOR-OK      TO FALSE
                MOVE WS-CD-CURSO    TO CD-CUR-HOR
                MOVE ZEROS          TO SEQ-HOR
                START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                    INVALID KEY
                        SET EOF-HOR-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-HOR-OK
                    READ HOR-DAT NEXT RECORD
                        AT END
                            SET EOF-HOR-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-HOR EQUAL WS-CD-CURSO
                                PERFORM P347-MARCA-FAIXA
                            ELSE
                                SET EOF-HOR-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P346-DESCRICAO-CURSO: descricao de WS-CD-CURSO em CRS.DAT e
      * inclusao do curso na legenda da grade.
      *----------------------------------------------------------------
       P346-DESCRICAO-CURSO.
            MOVE '(CURSO NAO CADASTRADO)' TO WS-DS-CURSO
            IF CRS-ABERTO
                MOVE WS-CD-CURSO    TO CD-CUR-DAT
                READ CRS-DAT
                    KEY IS CD-CUR-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DS-CUR-DAT TO WS-DS-CURSO
                END-READ
            END-IF

            SET LEG-ACHADA          TO FALSE
            PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                    UNTIL WS-IDX-LEG GREATER WS-QTD-LEGENDA
                       OR LEG-ACHADA
                IF LG-CD-CURSO (WS-IDX-LEG) EQUAL WS-CD-CURSO
                    SET LEG-ACHADA  TO TRUE
                END-IF
            END-PERFORM
            IF NOT LEG-ACHADA AND WS-QTD-LEGENDA LESS 50
                ADD 1               TO WS-QTD-LEGENDA
                MOVE WS-CD-CURSO    TO LG-CD-CURSO (WS-QTD-LEGENDA)
                MOVE WS-DS-CURSO    TO LG-DS-CURSO (WS-QTD-LEGENDA)
            END-IF
            .
      *----------------------------------------------------------------
      * P347-MARCA-FAIXA: ocupa, no dia da faixa corrente de HOR.DAT
      * (1=SEG ... 6=SAB; domingo fica fora da grade), cada hora da
      * janela que a faixa toca. Celula ja ocupada por outro curso
      * recebe a marca de choque.
      *----------------------------------------------------------------
       P347-MARCA-FAIXA.
            IF DIA-HOR GREATER ZEROS AND DIA-HOR LESS 7
                PERFORM VARYING WS-HORA FROM WS-HORA-INI BY 1
                        UNTIL WS-HORA NOT LESS WS-HORA-FIM
                    IF HR-INI-HOR LESS (WS-HORA + 1) * 100
                       AND HR-FIM-HOR GREATER WS-HORA * 100
                        COMPUTE WS-IDX-HORA = WS-HORA + 1
                        ADD 1       TO WS-QTD-MARCAS
                        IF GR-CD-CURSO (WS-IDX-HORA, DIA-HOR)
                           EQUAL SPACES
                            MOVE WS-CD-CURSO
                              TO GR-CD-CURSO (WS-IDX-HORA, DIA-HOR)
                            MOVE WS-DS-CURSO
                              TO GR-DS-CURSO (WS-IDX-HORA, DIA-HOR)
                        ELSE
                            IF GR-CD-CURSO (WS-IDX-HORA, DIA-HOR)
                               NOT EQUAL WS-CD-CURSO
                                MOVE '*'
                                  TO GR-CHOQUE (WS-IDX-HORA, DIA-HOR)
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P350-IMPRIME-GRADE: grava o cabecalho ja montado em REL-LINHA,
      * o quadro das horas da janela e a legenda dos cursos.
      *----------------------------------------------------------------
       P350-IMPRIME-GRADE.
            WRITE REL-LINHA
            MOVE WS-LIN-TRACOS      TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CAB-DIAS        TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-LIN-TRACOS      TO REL-LINHA
            WRITE REL-LINHA

            PERFORM VARYING WS-HORA FROM WS-HORA-INI BY 1
                    UNTIL WS-HORA NOT LESS WS-HORA-FIM
                COMPUTE WS-IDX-HORA = WS-HORA + 1
                MOVE WS-HORA        TO WS-LIN-HORA
                MOVE GR-LINHA (WS-IDX-HORA) TO WS-LIN-CELULAS
                MOVE WS-LIN-GRADE   TO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM

            MOVE WS-LIN-TRACOS      TO REL-LINHA
            WRITE REL-LINHA

            IF WS-QTD-MARCAS EQUAL ZEROS
                MOVE WS-LIN-SEM-HORARIO TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            PERFORM VARYING WS-IDX-LEG FROM 1 BY 1
                    UNTIL WS-IDX-LEG GREATER WS-QTD-LEGENDA
                MOVE LG-CD-CURSO (WS-IDX-LEG) TO WS-LIN-LEG-CURSO
                MOVE LG-DS-CURSO (WS-IDX-LEG) TO WS-LIN-LEG-DESCRICAO
                MOVE WS-LIN-LEGENDA TO REL-LINHA
                WRITE REL-LINHA
            END-PERFORM
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P355-ZERA-GRADE: limpa o quadro e a legenda.
      *----------------------------------------------------------------
       P355-ZERA-GRADE.
            MOVE SPACES             TO TAB-GRADE
            MOVE ZEROS              TO WS-QTD-LEGENDA WS-QTD-MARCAS
            .
      *----------------------------------------------------------------
      * P360-CONTA-MATRICULADOS: uma passada em MTR.DAT conta, por
      * curso, as matriculas ativas ou encerradas do termo, como em
      * RELSALA; so as faixas dos cursos com turma no termo entram
      * na grade da sala.
      *----------------------------------------------------------------
       P360-CONTA-MATRICULADOS.
            INITIALIZE TAB-MATRICULADOS
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            OPEN INPUT MTR-DAT

            IF WS-STATUS-MTR EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-MTR-OK THEN
                    MOVE ZEROS      TO CD-EST-MATR CD-CUR-MATR
                    START MTR-DAT KEY IS NOT LESS THAN CHAVE-MATR
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ MTR-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF CD-TRM-MATR EQUAL WS-TERMO
                                   AND NOT MATR-CANCELADA
                                   AND CD-CUR-MATR GREATER ZEROS
                                    ADD 1 TO
                                        TAB-MTR-CURSO (CD-CUR-MATR)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE MTR-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: pede o termo da grade (vazio = termo
      * aberto corrente de TRM.DAT) e confere que existe. GRADEST_TERMO
      * preenchida dispensa a pergunta; em batch, sem ela, vale o
      * termo aberto corrente.
      *----------------------------------------------------------------
       P370-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P375-TERMO-CORRENTE

            MOVE SPACES             TO WS-TERMO-TXT
            DISPLAY 'GRADEST_TERMO' UPON ENVIRONMENT-NAME
            ACCEPT WS-TERMO-TXT     FROM ENVIRONMENT-VALUE

            IF WS-TERMO-TXT IS NUMERIC
                MOVE WS-TERMO-TXT   TO WS-TERMO
            ELSE
                MOVE ZEROS          TO WS-TERMO
                IF NOT MODO-EXECUCAO-BATCH
                    DISPLAY 'Termo (vazio = ' WS-TERMO-CORRENTE '): '
                    ACCEPT WS-TERMO
                END-IF
            END-IF
            IF WS-TERMO EQUAL ZEROS
                MOVE WS-TERMO-CORRENTE TO WS-TERMO
            END-IF

            SET STATUS-TRM-OK       TO TRUE
            OPEN INPUT TRM-DAT

            IF STATUS-TRM-OK THEN
                MOVE WS-TERMO       TO CD-TERMO
                READ TRM-DAT
                    KEY IS CD-TERMO
                    INVALID KEY
                        DISPLAY 'TERMO NAO EXISTE EM TRM.DAT.'
                    NOT INVALID KEY
                        SET TERMO-VALIDO TO TRUE
                        MOVE DS-TERMO    TO WS-DS-TERMO
                END-READ
                CLOSE TRM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-TRM
            END-IF
            .
      *----------------------------------------------------------------
      * P375-TERMO-CORRENTE: localiza em TRM.DAT o termo aberto de
      * maior codigo, como MATEST. Sem termo aberto, fica em zeros.
      *----------------------------------------------------------------
       P375-TERMO-CORRENTE.
            SET EOF-TRM-OK          TO FALSE
            SET STATUS-TRM-OK       TO TRUE
            MOVE ZEROS              TO WS-TERMO-CORRENTE

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
                                IF TERMO-ABERTO
                                    MOVE CD-TERMO
                                        TO WS-TERMO-CORRENTE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TRM-DAT
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P380-ABRE-ARQUIVOS: abre o arquivo da grade, com o cabecalho
      * do relatorio, e os cadastros de consulta (ST.DAT, CRS.DAT e
      * HOR.DAT). Cadastro ausente so deixa de ser consultado.
      *----------------------------------------------------------------
       P380-ABRE-ARQUIVOS.
            SET FS-REL-OK           TO TRUE
            OPEN OUTPUT REL-GRADE
            IF NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
                GO TO P380-SAIDA
            END-IF

            MOVE WS-DATA-DIA        TO WS-CAB-DIA
            MOVE WS-DATA-MES        TO WS-CAB-MES
            MOVE WS-DATA-ANO        TO WS-CAB-ANO
            MOVE WS-CABECALHO-1     TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA

            SET ST-ABERTO           TO FALSE
            SET STATUS-ST-OK        TO TRUE
            OPEN INPUT ST-DAT
            IF STATUS-ST-OK
                SET ST-ABERTO       TO TRUE
            END-IF

            SET CRS-ABERTO          TO FALSE
            SET STATUS-CRS-OK       TO TRUE
            OPEN INPUT CRS-DAT
            IF STATUS-CRS-OK
                SET CRS-ABERTO      TO TRUE
            END-IF

            SET HOR-ABERTO          TO FALSE
            SET STATUS-HOR-OK       TO TRUE
            OPEN INPUT HOR-DAT
            IF STATUS-HOR-OK
                SET HOR-ABERTO      TO TRUE
            END-IF
            .
       P380-SAIDA.
      *----------------------------------------------------------------
      * P385-FECHA-ARQUIVOS: fecha o que P380-ABRE-ARQUIVOS abriu.
      *----------------------------------------------------------------
       P385-FECHA-ARQUIVOS.
            CLOSE REL-GRADE
            IF ST-ABERTO
                CLOSE ST-DAT
            END-IF
            IF CRS-ABERTO
                CLOSE CRS-DAT
            END-IF
            IF HOR-ABERTO
                CLOSE HOR-DAT
            END-IF
            .

       P900-FIM.

            GOBACK.
       END PROGRAM GRADEST.
