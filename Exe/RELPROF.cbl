      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE CARGA HORARIA DOS PROFESSORES POR TERMO
      *          LETIVO (CARGPRF.TXT): PARA O CD-TERMO ESCOLHIDO EM
      *          TRM.DAT (VAZIO = TERMO ABERTO CORRENTE), CADA
      *          PROFESSOR DE PRF.DAT COM OS CURSOS QUE DA NO TERMO
      *          (CURSOS COM MATRICULA ATIVA OU ENCERRADA NO TERMO EM
      *          MTR.DAT E COM FAIXA DE HORARIO DO PROFESSOR EM
      *          HOR.DAT, OU DOS QUAIS E O TITULAR EM CRS.DAT), AS
      *          HORAS SEMANAIS SOMADAS DE HR-INI-HOR/HR-FIM-HOR DAS
      *          SUAS FAIXAS E O NUMERO DE MATRICULADOS, COM O TOTAL
      *          DO PROFESSOR E O TOTAL GERAL NO FINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROF.

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
            FILE STATUS  IS WS-STATUS-PRF.

            SELECT CRS-DAT ASSIGN TO WS-CAMINHO-CRS-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-CUR-DAT
            FILE STATUS  IS WS-STATUS-CRS.

            SELECT HOR-DAT ASSIGN TO WS-CAMINHO-HOR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-HOR
            FILE STATUS  IS WS-STATUS-HOR.

            SELECT MTR-DAT ASSIGN TO WS-CAMINHO-MTR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MATR
            FILE STATUS  IS WS-STATUS-MTR.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT REL-CARGA ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PRF-DAT.
          COPY FD_PROF.

       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                   CD-CURSO         BY CD-CUR-DAT
                                   DS-CURSO         BY DS-CUR-DAT
                                   CAPACIDADE-CURSO BY CAP-CUR-DAT
                                   CD-PROF-CURSO    BY PRF-CUR-DAT.

       FD HOR-DAT.
          COPY FD_HORARIO.

       FD MTR-DAT.
          COPY FD_MATR.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD REL-CARGA.
       01 REL-LINHA                        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-PRF-DAT               PIC X(80).
       01 WS-CAMINHO-PRF-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRF.DAT'.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-HOR-DAT               PIC X(80).
       01 WS-CAMINHO-HOR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HOR.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CARGPRF.
      -    'TXT'.

       77 WS-STATUS-PRF                    PIC 99.
          88 STATUS-PRF-OK                 VALUE 0.
       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-HOR                    PIC 99.
          88 STATUS-HOR-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-PRF                       PIC X.
          88 EOF-PRF-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-CRS                       PIC X.
          88 EOF-CRS-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-HOR                       PIC X.
          88 EOF-HOR-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-DS-TERMO                      PIC X(20) VALUE SPACES.
       77 WS-IDX-CUR                       PIC 9(04) COMP VALUE ZEROS.
       77 WS-QTD-FAIXAS                    PIC 9(03) VALUE ZEROS.
       77 WS-MIN-CURSO                     PIC 9(05) VALUE ZEROS.
       77 WS-MIN-PROF                      PIC 9(05) VALUE ZEROS.
       77 WS-MIN-GERAL                     PIC 9(07) VALUE ZEROS.
       77 WS-MIN-INI                       PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FIM                       PIC 9(04) VALUE ZEROS.
       77 WS-HORAS                         PIC 9(05) VALUE ZEROS.
       77 WS-MINUTOS                       PIC 9(02) VALUE ZEROS.
       77 WS-CURSOS-PROF                   PIC 9(03) VALUE ZEROS.
       77 WS-ALUNOS-PROF                   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-PROFESSORES              PIC 9(04) VALUE ZEROS.
       77 WS-CONT-CURSOS                   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-ALUNOS                   PIC 9(06) VALUE ZEROS.

       01 TAB-MATRICULADOS.
          03 TAB-MTR-CURSO          OCCURS 9999 PIC 9(04).

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'RELATORIO DE CARGA HORARIA DOS PROFESSORES'.
          03 FILLER                 PIC X(06) VALUE 'DATA: '.
          03 WS-CAB-DIA             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-MES             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-ANO             PIC 9(04).
       01 WS-CABECALHO-2.
          03 FILLER                 PIC X(07) VALUE 'TERMO: '.
          03 WS-CAB-TERMO           PIC 9(06).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-CAB-DS-TERMO        PIC X(20).
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(04) VALUE SPACES.
          03 FILLER                 PIC X(37) VALUE 'CURSO'.
          03 FILLER                 PIC X(08) VALUE 'FAIXAS'.
          03 FILLER                 PIC X(12) VALUE 'H/SEMANA'.
          03 FILLER                 PIC X(12) VALUE 'MATRICULADOS'.
       01 WS-LIN-PROFESSOR.
          03 FILLER                 PIC X(11) VALUE 'PROFESSOR: '.
          03 WS-LIN-CD-PROF         PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-NM-PROF         PIC X(30).
          03 WS-LIN-SIT-PROF        PIC X(10).
       01 WS-LIN-CURSO.
          03 FILLER                 PIC X(04) VALUE SPACES.
          03 WS-LIN-CD-CURSO        PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-DS-CURSO        PIC X(30).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-FAIXAS          PIC ZZ9.
          03 FILLER                 PIC X(05) VALUE SPACES.
          03 WS-LIN-HORAS           PIC ZZZZ9.
          03 FILLER                 PIC X(01) VALUE ':'.
          03 WS-LIN-MINUTOS         PIC 9(02).
          03 FILLER                 PIC X(08) VALUE SPACES.
          03 WS-LIN-ALUNOS          PIC ZZZ9.
       01 WS-LIN-SUBTOTAL.
          03 FILLER                 PIC X(12) VALUE '  CURSOS: '.
          03 WS-SUB-CURSOS          PIC ZZ9.
          03 FILLER                 PIC X(20) VALUE
             '  CARGA SEMANAL: '.
          03 WS-SUB-HORAS           PIC ZZZZ9.
          03 FILLER                 PIC X(01) VALUE ':'.
          03 WS-SUB-MINUTOS         PIC 9(02).
          03 FILLER                 PIC X(16) VALUE
             '  MATRICULADOS: '.
          03 WS-SUB-ALUNOS          PIC ZZZZ9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(20) VALUE
             'TOTAL PROFESSORES: '.
          03 WS-TOT-PROF            PIC ZZZ9.
          03 FILLER                 PIC X(10) VALUE '  CURSOS: '.
          03 WS-TOT-CURSOS          PIC ZZZZ9.
          03 FILLER                 PIC X(17) VALUE
             '  HORAS/SEMANA: '.
          03 WS-TOT-HORAS           PIC ZZZZ9.
          03 FILLER                 PIC X(01) VALUE ':'.
          03 WS-TOT-MINUTOS         PIC 9(02).
          03 FILLER                 PIC X(16) VALUE
             '  MATRICULADOS: '.
          03 WS-TOT-ALUNOS          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** CARGA HORARIA DOS PROFESSORES ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente PRF_DAT, CRS_DAT, HOR_DAT, MTR_DAT,
      * TRM_DAT e CARGPRF_PATH, usando o caminho tradicional como
      * valor padrao quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-PRF-DAT-DFL  TO WS-CAMINHO-PRF-DAT
            DISPLAY 'PRF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRF-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRF-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRF-DAT-DFL TO WS-CAMINHO-PRF-DAT
            END-IF

            MOVE WS-CAMINHO-CRS-DAT-DFL  TO WS-CAMINHO-CRS-DAT
            DISPLAY 'CRS_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CRS-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CRS-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CRS-DAT-DFL TO WS-CAMINHO-CRS-DAT
            END-IF

            MOVE WS-CAMINHO-HOR-DAT-DFL  TO WS-CAMINHO-HOR-DAT
            DISPLAY 'HOR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-HOR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-HOR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-HOR-DAT-DFL TO WS-CAMINHO-HOR-DAT
            END-IF

            MOVE WS-CAMINHO-MTR-DAT-DFL  TO WS-CAMINHO-MTR-DAT
            DISPLAY 'MTR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-MTR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-MTR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-MTR-DAT-DFL TO WS-CAMINHO-MTR-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'CARGPRF_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF
            .

       P300-RELATORIO.
            PERFORM P350-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P310-CONTA-MATRICULADOS
                PERFORM P320-IMPRIME
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-CONTA-MATRICULADOS: uma passada em MTR.DAT conta, por
      * curso, as matriculas ativas ou encerradas do termo (as
      * canceladas nao contam). A tabela e indexada pelo proprio
      * CD-CURSO.
      *----------------------------------------------------------------
       P310-CONTA-MATRICULADOS.
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
      * P320-IMPRIME: percorre PRF.DAT em ordem de codigo e imprime,
      * para cada professor, os cursos do termo, com o total do
      * professor, e o total geral no final. Professor inativo sem
      * carga no termo nao aparece.
      *----------------------------------------------------------------
       P320-IMPRIME.
            MOVE ZEROS              TO WS-CONT-PROFESSORES
                                       WS-CONT-CURSOS
                                       WS-CONT-ALUNOS
                                       WS-MIN-GERAL
            SET FS-REL-OK           TO TRUE
            SET STATUS-PRF-OK       TO TRUE
            SET STATUS-CRS-OK       TO TRUE
            SET STATUS-HOR-OK       TO TRUE

            OPEN INPUT PRF-DAT
            OPEN INPUT CRS-DAT
            OPEN INPUT HOR-DAT

            IF NOT STATUS-PRF-OK OR NOT STATUS-CRS-OK
               OR NOT STATUS-HOR-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO.'
                DISPLAY 'PRF: ' WS-STATUS-PRF ' CRS: ' WS-STATUS-CRS
                        ' HOR: ' WS-STATUS-HOR
            ELSE
                OPEN OUTPUT REL-CARGA
            END-IF

            IF STATUS-PRF-OK AND STATUS-CRS-OK AND STATUS-HOR-OK
               AND NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
            END-IF

            IF STATUS-PRF-OK AND STATUS-CRS-OK AND STATUS-HOR-OK
               AND FS-REL-OK THEN
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WS-DATA-DIA    TO WS-CAB-DIA
                MOVE WS-DATA-MES    TO WS-CAB-MES
                MOVE WS-DATA-ANO    TO WS-CAB-ANO
                MOVE WS-TERMO       TO WS-CAB-TERMO
                MOVE WS-DS-TERMO    TO WS-CAB-DS-TERMO
                MOVE WS-CABECALHO-1 TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-CABECALHO-2 TO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES         TO REL-LINHA
                WRITE REL-LINHA

                SET EOF-PRF-OK      TO FALSE
                MOVE ZEROS          TO CD-PROF
                START PRF-DAT KEY IS NOT LESS THAN CD-PROF
                    INVALID KEY
                        SET EOF-PRF-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-PRF-OK
                    READ PRF-DAT NEXT RECORD
                        AT END
                            SET EOF-PRF-OK TO TRUE
                        NOT AT END
                            PERFORM P330-PROFESSOR
                    END-READ
                END-PERFORM

                DIVIDE WS-MIN-GERAL BY 60 GIVING WS-HORAS
                                          REMAINDER WS-MINUTOS
                MOVE WS-CONT-PROFESSORES TO WS-TOT-PROF
                MOVE WS-CONT-CURSOS TO WS-TOT-CURSOS
                MOVE WS-HORAS       TO WS-TOT-HORAS
                MOVE WS-MINUTOS     TO WS-TOT-MINUTOS
                MOVE WS-CONT-ALUNOS TO WS-TOT-ALUNOS
                MOVE SPACES         TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-LIN-TOTAL   TO REL-LINHA
                WRITE REL-LINHA

                CLOSE REL-CARGA
                DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-REL
                DISPLAY WS-LIN-TOTAL
            END-IF

            CLOSE PRF-DAT
            CLOSE CRS-DAT
            CLOSE HOR-DAT
            .
      *----------------------------------------------------------------
      * P330-PROFESSOR: percorre CRS.DAT procurando os cursos do
      * termo do professor corrente - os que tem faixa de horario
      * dele ou dos quais e o titular - e imprime o bloco do
      * professor com o subtotal.
      *----------------------------------------------------------------
       P330-PROFESSOR.
            MOVE ZEROS              TO WS-CURSOS-PROF
                                       WS-ALUNOS-PROF
                                       WS-MIN-PROF
            SET EOF-CRS-OK          TO FALSE
            MOVE ZEROS              TO CD-CUR-DAT
            START CRS-DAT KEY IS NOT LESS THAN CD-CUR-DAT
                INVALID KEY
                    SET EOF-CRS-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-CRS-OK
                READ CRS-DAT NEXT RECORD
                    AT END
                        SET EOF-CRS-OK TO TRUE
                    NOT AT END
                        IF CD-CUR-DAT GREATER ZEROS
                           AND TAB-MTR-CURSO (CD-CUR-DAT)
                               GREATER ZEROS
                            PERFORM P340-CURSO-PROFESSOR
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CURSOS-PROF GREATER ZEROS OR PROF-ATIVO
                IF WS-CURSOS-PROF EQUAL ZEROS
                    PERFORM P337-LINHA-PROFESSOR
                    MOVE '    SEM CARGA NO TERMO.' TO REL-LINHA
                    WRITE REL-LINHA
                ELSE
                    DIVIDE WS-MIN-PROF BY 60 GIVING WS-HORAS
                                             REMAINDER WS-MINUTOS
                    MOVE WS-CURSOS-PROF TO WS-SUB-CURSOS
                    MOVE WS-HORAS       TO WS-SUB-HORAS
                    MOVE WS-MINUTOS     TO WS-SUB-MINUTOS
                    MOVE WS-ALUNOS-PROF TO WS-SUB-ALUNOS
                    MOVE WS-LIN-SUBTOTAL TO REL-LINHA
                    WRITE REL-LINHA
                END-IF
                MOVE SPACES         TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .
      *----------------------------------------------------------------
      * P340-CURSO-PROFESSOR: soma as faixas de HOR.DAT do curso
      * corrente dadas pelo professor corrente. Com faixa dele, ou
      * sendo ele o titular, o curso entra na carga: a primeira
      * linha de curso do professor leva o cabecalho das colunas.
      *----------------------------------------------------------------
       P340-CURSO-PROFESSOR.
            MOVE ZEROS              TO WS-QTD-FAIXAS WS-MIN-CURSO
            SET EOF-HOR-OK          TO FALSE
            MOVE CD-CUR-DAT         TO CD-CUR-HOR
            MOVE ZEROS              TO SEQ-HOR
            START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                INVALID KEY
                    SET EOF-HOR-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-HOR-OK
                READ HOR-DAT NEXT RECORD
                    AT END
                        SET EOF-HOR-OK TO TRUE
                    NOT AT END
                        IF CD-CUR-HOR NOT EQUAL CD-CUR-DAT
                            SET EOF-HOR-OK TO TRUE
                        ELSE
                            IF CD-PROF-HOR EQUAL CD-PROF
                                ADD 1 TO WS-QTD-FAIXAS
                                PERFORM P345-MINUTOS-FAIXA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-QTD-FAIXAS GREATER ZEROS
               OR PRF-CUR-DAT EQUAL CD-PROF
                IF WS-CURSOS-PROF EQUAL ZEROS
                    PERFORM P335-CABECALHO-PROFESSOR
                END-IF
                ADD 1               TO WS-CURSOS-PROF WS-CONT-CURSOS
                ADD TAB-MTR-CURSO (CD-CUR-DAT) TO WS-ALUNOS-PROF
                                                  WS-CONT-ALUNOS
                ADD WS-MIN-CURSO    TO WS-MIN-PROF WS-MIN-GERAL

                DIVIDE WS-MIN-CURSO BY 60 GIVING WS-HORAS
                                          REMAINDER WS-MINUTOS
                MOVE CD-CUR-DAT     TO WS-LIN-CD-CURSO
                MOVE DS-CUR-DAT     TO WS-LIN-DS-CURSO
                MOVE WS-QTD-FAIXAS  TO WS-LIN-FAIXAS
                MOVE WS-HORAS       TO WS-LIN-HORAS
                MOVE WS-MINUTOS     TO WS-LIN-MINUTOS
                MOVE TAB-MTR-CURSO (CD-CUR-DAT) TO WS-LIN-ALUNOS
                MOVE WS-LIN-CURSO   TO REL-LINHA
                WRITE REL-LINHA
            END-IF
            .
      *----------------------------------------------------------------
      * P335-CABECALHO-PROFESSOR: imprime o nome do professor e o
      * cabecalho das colunas antes do primeiro curso dele.
      *----------------------------------------------------------------
       P335-CABECALHO-PROFESSOR.
            PERFORM P337-LINHA-PROFESSOR
            MOVE WS-CABECALHO-3     TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P337-LINHA-PROFESSOR: imprime a linha de identificacao do
      * professor corrente e o conta no total geral.
      *----------------------------------------------------------------
       P337-LINHA-PROFESSOR.
            ADD 1                   TO WS-CONT-PROFESSORES
            MOVE CD-PROF            TO WS-LIN-CD-PROF
            MOVE NM-PROF            TO WS-LIN-NM-PROF
            IF PROF-ATIVO
                MOVE SPACES         TO WS-LIN-SIT-PROF
            ELSE
                MOVE ' (INATIVO)'   TO WS-LIN-SIT-PROF
            END-IF
            MOVE WS-LIN-PROFESSOR   TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P345-MINUTOS-FAIXA: soma em WS-MIN-CURSO a duracao da faixa
      * corrente, convertendo HR-INI-HOR e HR-FIM-HOR (HHMM) em
      * minutos do dia.
      *----------------------------------------------------------------
       P345-MINUTOS-FAIXA.
            DIVIDE HR-INI-HOR BY 100 GIVING WS-HORAS
                                     REMAINDER WS-MINUTOS
            COMPUTE WS-MIN-INI = WS-HORAS * 60 + WS-MINUTOS
            DIVIDE HR-FIM-HOR BY 100 GIVING WS-HORAS
                                     REMAINDER WS-MINUTOS
            COMPUTE WS-MIN-FIM = WS-HORAS * 60 + WS-MINUTOS

            IF WS-MIN-FIM GREATER WS-MIN-INI
                COMPUTE WS-MIN-CURSO = WS-MIN-CURSO
                                     + WS-MIN-FIM - WS-MIN-INI
            END-IF
            .
      *----------------------------------------------------------------
      * P350-ESCOLHE-TERMO: pede o termo do relatorio (vazio = termo
      * aberto corrente de TRM.DAT) e confere que existe. Termo
      * fechado e aceito: a carga de termos passados continua
      * consultavel.
      *----------------------------------------------------------------
       P350-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P355-TERMO-CORRENTE

            MOVE WS-TERMO-CORRENTE  TO WS-TERMO
            DISPLAY 'Termo (vazio = ' WS-TERMO-CORRENTE '): '
            ACCEPT WS-TERMO
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
      * P355-TERMO-CORRENTE: localiza em TRM.DAT o termo aberto de
      * maior codigo, como MATEST. Sem termo aberto, fica em zeros.
      *----------------------------------------------------------------
       P355-TERMO-CORRENTE.
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

       P900-FIM.

            GOBACK.
       END PROGRAM RELPROF.
