      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ESTATISTICA ACADEMICA DO TERMO: PARA UM CD-TERMO DE
      *          TRM.DAT, POR CURSO, AS MATRICULAS DO TERMO EM MTR.DAT
      *          (TOTAL, CANCELADAS E ENCERRADAS), APROVADOS E
      *          REPROVADOS PELO CORTE AVAL_CORTE SOBRE A MEDIA FINAL
      *          PONDERADA DE AVL.DAT (COMO AVALEST), A MEDIA FINAL
      *          DO CURSO, A FREQUENCIA MEDIA DE FRQ.DAT NO PERIODO DO
      *          TERMO E OS ESTUDANTES AINDA NA FILA DE ESPERA.DAT,
      *          COM SUBTOTAL POR PROFESSOR (CD-PROF-CURSO) E TOTAL
      *          DO TERMO. A QUEBRA SEGUE O RELDEP, E O RELATORIO SAI
      *          EM GERACAO DATADA (RELTRM_AAAAMMDD_HHMMSS.TXT EM
      *          REL_DIR) CATALOGADA EM RELCAT.TXT. COM RELTRM_MODO =
      *          'B' RODA SEM PERGUNTAS, DEPOIS QUE CADTRM FECHA O
      *          TERMO: O TERMO VEM DE RELTRM_TERMO OU, VAZIO, E O
      *          ULTIMO TERMO FECHADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTRM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CRS-DAT ASSIGN TO WS-CAMINHO-CRS-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-CUR-DAT
            FILE STATUS  IS WS-STATUS-CRS.

            SELECT PRF-DAT ASSIGN TO WS-CAMINHO-PRF-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-PROF
            FILE STATUS  IS WS-STATUS-PRF.

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

            SELECT FRQ-DAT ASSIGN TO WS-CAMINHO-FRQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-FREQ
            FILE STATUS  IS WS-STATUS-FRQ.

            SELECT ESP-DAT ASSIGN TO WS-CAMINHO-ESP-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-ESP
            FILE STATUS  IS WS-STATUS-ESP.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT REL-TRM ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

            SELECT SRT-TRM ASSIGN TO WS-CAMINHO-SRT.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                  CD-CURSO         BY CD-CUR-DAT
                                  DS-CURSO         BY DS-CUR-DAT
                                  CAPACIDADE-CURSO BY CAP-CUR-DAT
                                  CD-PROF-CURSO    BY PRF-CUR-DAT.

       FD PRF-DAT.
          COPY FD_PROF.

       FD MTR-DAT.
          COPY FD_MATR.

       FD AVL-DAT.
          COPY FD_AVAL.

       FD FRQ-DAT.
          COPY FD_FREQ.

       FD ESP-DAT.
          COPY FD_ESPERA.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD REL-TRM.
       01 REL-LINHA                        PIC X(132).

       FD RELCAT.
       01 CAT-LINHA                        PIC X(115).

       SD SRT-TRM.
       01 SRT-REGISTRO.
          03 SRT-PROF                      PIC 9(04).
          03 SRT-CURSO                     PIC 9(04).
          03 SRT-DESCRICAO                 PIC X(30).
          03 SRT-MATRICULAS                PIC 9(05).
          03 SRT-CANCELADAS                PIC 9(05).
          03 SRT-ENCERRADAS                PIC 9(05).
          03 SRT-APROVADOS                 PIC 9(05).
          03 SRT-REPROVADOS                PIC 9(05).
          03 SRT-SEM-NOTA                  PIC 9(05).
          03 SRT-SOMA-MEDIAS               PIC 9(07)V99.
          03 SRT-PRESENCAS                 PIC 9(07).
          03 SRT-CHAMADAS                  PIC 9(07).
          03 SRT-ESPERA                    PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-PRF-DAT               PIC X(80).
       01 WS-CAMINHO-PRF-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PRF.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-AVL-DAT               PIC X(80).
       01 WS-CAMINHO-AVL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 WS-CAMINHO-FRQ-DAT               PIC X(80).
       01 WS-CAMINHO-FRQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\FRQ.DAT'.
       01 WS-CAMINHO-ESP-DAT               PIC X(80).
       01 WS-CAMINHO-ESP-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ESP.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-DIR-REL                       PIC X(80).
       01 WS-DIR-REL-DFL                   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.
       01 WS-CAMINHO-CAT                   PIC X(80).
       01 WS-CAMINHO-CAT-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       01 WS-CAMINHO-SRT                   PIC X(80).
       01 WS-CAMINHO-SRT-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.

       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-PRF                    PIC 99.
          88 STATUS-PRF-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-AVL                    PIC 99.
          88 STATUS-AVL-OK                 VALUE 0.
       77 WS-STATUS-FRQ                    PIC 99.
          88 STATUS-FRQ-OK                 VALUE 0.
       77 WS-STATUS-ESP                    PIC 99.
          88 STATUS-ESP-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-CAT                    PIC 99.
          88 STATUS-CAT-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVL                       PIC X.
          88 EOF-AVL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT                       PIC X.
          88 EOF-SRT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-PRIMEIRO                      PIC X    VALUE 'S'.
          88 PRIMEIRO-REGISTRO             VALUE 'S' FALSE 'N'.
       77 WS-AVL-ABERTO                    PIC X    VALUE 'N'.
          88 AVL-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-PRF-ABERTO                    PIC X    VALUE 'N'.
          88 PRF-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-MODO-EXECUCAO                 PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH           VALUE 'B'.
       77 WS-TERMO-TXT                     PIC X(06) VALUE SPACES.
       77 WS-TERMO-FECHADO                 PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-DS-TERMO                      PIC X(20) VALUE SPACES.
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-CORTE                         PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-TXT                     PIC X(03) VALUE SPACES.
       77 WS-CORTE-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA                         PIC 9(02)V99 VALUE ZEROS.
       77 WS-MEDIA-CALC                    PIC 9(02)V99 VALUE ZEROS.
       77 WS-PCT-CALC                      PIC 9(03)V9 VALUE ZEROS.
       77 WS-COM-NOTA                      PIC 9(06) VALUE ZEROS.
       77 WS-PROF-ANT                      PIC 9(04) VALUE ZEROS.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-DIR-REL-LEN                   PIC 9(03) VALUE ZEROS.
       77 WS-CONT-CURSOS                   PIC 9(06) VALUE ZEROS.
       77 WS-TOT-PROFS                     PIC 9(04) VALUE ZEROS.

       01 TAB-CURSOS-TERMO.
          03 TC-ITEM                OCCURS 9999.
             05 TC-MATRICULAS       PIC 9(05) COMP.
             05 TC-CANCELADAS       PIC 9(05) COMP.
             05 TC-ENCERRADAS       PIC 9(05) COMP.
             05 TC-APROVADOS        PIC 9(05) COMP.
             05 TC-REPROVADOS       PIC 9(05) COMP.
             05 TC-SEM-NOTA         PIC 9(05) COMP.
             05 TC-SOMA-MEDIAS      PIC 9(07)V99 COMP-3.
             05 TC-PRESENCAS        PIC 9(07) COMP.
             05 TC-CHAMADAS         PIC 9(07) COMP.
             05 TC-ESPERA           PIC 9(05) COMP.

       01 WS-ACUMULADORES.
          03 WS-SUB.
             05 WS-SUB-MATRICULAS   PIC 9(06).
             05 WS-SUB-CANCELADAS   PIC 9(06).
             05 WS-SUB-ENCERRADAS   PIC 9(06).
             05 WS-SUB-APROVADOS    PIC 9(06).
             05 WS-SUB-REPROVADOS   PIC 9(06).
             05 WS-SUB-SEM-NOTA     PIC 9(06).
             05 WS-SUB-SOMA-MEDIAS  PIC 9(08)V99.
             05 WS-SUB-PRESENCAS    PIC 9(08).
             05 WS-SUB-CHAMADAS     PIC 9(08).
             05 WS-SUB-ESPERA       PIC 9(06).
          03 WS-TOT.
             05 WS-TOT-MATRICULAS   PIC 9(06).
             05 WS-TOT-CANCELADAS   PIC 9(06).
             05 WS-TOT-ENCERRADAS   PIC 9(06).
             05 WS-TOT-APROVADOS    PIC 9(06).
             05 WS-TOT-REPROVADOS   PIC 9(06).
             05 WS-TOT-SEM-NOTA     PIC 9(06).
             05 WS-TOT-SOMA-MEDIAS  PIC 9(08)V99.
             05 WS-TOT-PRESENCAS    PIC 9(08).
             05 WS-TOT-CHAMADAS     PIC 9(08).
             05 WS-TOT-ESPERA       PIC 9(06).

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'ESTATISTICA ACADEMICA DO TERMO'.
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
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-CAB-DT-INI          PIC 9(08).
          03 FILLER                 PIC X(03) VALUE ' A '.
          03 WS-CAB-DT-FIM          PIC 9(08).
          03 FILLER                 PIC X(09) VALUE '  CORTE: '.
          03 WS-CAB-CORTE           PIC Z9,99.
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(28) VALUE '  CURSO'.
          03 FILLER                 PIC X(07) VALUE '  MATR'.
          03 FILLER                 PIC X(07) VALUE '  CANC'.
          03 FILLER                 PIC X(07) VALUE '  ENCE'.
          03 FILLER                 PIC X(07) VALUE '  APRO'.
          03 FILLER                 PIC X(07) VALUE '  REPR'.
          03 FILLER                 PIC X(07) VALUE ' S/NOT'.
          03 FILLER                 PIC X(07) VALUE ' MEDIA'.
          03 FILLER                 PIC X(08) VALUE '  FREQ%'.
          03 FILLER                 PIC X(07) VALUE ' FILA'.
       01 WS-LIN-PROF.
          03 FILLER                 PIC X(11) VALUE 'PROFESSOR: '.
          03 WS-LIN-PROF-CODIGO     PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-PROF-NOME       PIC X(30).
       01 WS-LIN-DETALHE.
          03 WS-LIN-ROTULO.
             05 FILLER              PIC X(02).
             05 WS-LIN-CURSO        PIC 9(04).
             05 FILLER              PIC X(01).
             05 WS-LIN-DESCRICAO    PIC X(20).
             05 FILLER              PIC X(01).
          03 WS-LIN-MATRICULAS      PIC ZZZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-CANCELADAS      PIC ZZZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-ENCERRADAS      PIC ZZZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-APROVADOS       PIC ZZZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-REPROVADOS      PIC ZZZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-SEM-NOTA        PIC ZZZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-MEDIA           PIC Z9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-FREQ            PIC ZZ9,9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-ESPERA          PIC ZZZZZ9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(20) VALUE
             'CURSOS NO RELATORIO:'.
          03 WS-TOT-LIN-CURSOS      PIC ZZZZZ9.
          03 FILLER                 PIC X(14) VALUE '  PROFESSORES:'.
          03 WS-TOT-LIN-PROFS       PIC ZZZ9.

       01 CAT-REGISTRO.
          03 CAT-PROGRAMA           PIC X(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-DATA               PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-HORA               PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-CONTAGEM           PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 CAT-CAMINHO            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** ESTATISTICA ACADEMICA DO TERMO ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente CRS_DAT, PRF_DAT, MTR_DAT, AVL_DAT,
      * FRQ_DAT, ESP_DAT, TRM_DAT, REL_DIR, RELCAT_PATH e SRT_PATH,
      * usando o caminho tradicional como valor padrao quando a
      * variavel nao estiver definida. Tambem le AVAL_CORTE e o modo
      * batch RELTRM_MODO, no mesmo padrao de RELDEP_MODO.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-CRS-DAT-DFL  TO WS-CAMINHO-CRS-DAT
            DISPLAY 'CRS_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CRS-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CRS-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CRS-DAT-DFL TO WS-CAMINHO-CRS-DAT
            END-IF

            MOVE WS-CAMINHO-PRF-DAT-DFL  TO WS-CAMINHO-PRF-DAT
            DISPLAY 'PRF_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PRF-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PRF-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PRF-DAT-DFL TO WS-CAMINHO-PRF-DAT
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

            MOVE WS-CAMINHO-FRQ-DAT-DFL  TO WS-CAMINHO-FRQ-DAT
            DISPLAY 'FRQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-FRQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-FRQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-FRQ-DAT-DFL TO WS-CAMINHO-FRQ-DAT
            END-IF

            MOVE WS-CAMINHO-ESP-DAT-DFL  TO WS-CAMINHO-ESP-DAT
            DISPLAY 'ESP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ESP-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-ESP-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ESP-DAT-DFL TO WS-CAMINHO-ESP-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-DIR-REL-DFL          TO WS-DIR-REL
            DISPLAY 'REL_DIR'            UPON ENVIRONMENT-NAME
            ACCEPT WS-DIR-REL            FROM ENVIRONMENT-VALUE
            IF WS-DIR-REL EQUAL SPACES
                MOVE WS-DIR-REL-DFL      TO WS-DIR-REL
            END-IF

            MOVE 80                      TO WS-DIR-REL-LEN
            PERFORM VARYING WS-DIR-REL-LEN FROM 80 BY -1
                    UNTIL WS-DIR-REL-LEN = 0
                       OR WS-DIR-REL(WS-DIR-REL-LEN:1) NOT = SPACE
            END-PERFORM

            MOVE WS-CAMINHO-CAT-DFL      TO WS-CAMINHO-CAT
            DISPLAY 'RELCAT_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CAT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CAT EQUAL SPACES
                MOVE WS-CAMINHO-CAT-DFL  TO WS-CAMINHO-CAT
            END-IF

            MOVE WS-CAMINHO-SRT-DFL      TO WS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SRT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SRT EQUAL SPACES
                MOVE WS-CAMINHO-SRT-DFL  TO WS-CAMINHO-SRT
            END-IF

            MOVE SPACES                  TO WS-CORTE-TXT
            DISPLAY 'AVAL_CORTE'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CORTE-TXT          FROM ENVIRONMENT-VALUE
            IF WS-CORTE-TXT IS NUMERIC
                MOVE WS-CORTE-TXT        TO WS-CORTE-NUM
                COMPUTE WS-CORTE = WS-CORTE-NUM / 100
            END-IF

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'RELTRM_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
            .

       P300-RELATORIO.
            PERFORM P370-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P330-ACUMULA-MATRICULAS
                PERFORM P335-ACUMULA-FREQUENCIA
                PERFORM P338-ACUMULA-ESPERA
                PERFORM P310-ABRE-RELATORIO

                IF FS-REL-OK THEN
                    SET PRIMEIRO-REGISTRO TO TRUE
                    MOVE ZEROS           TO WS-TOT WS-CONT-CURSOS
                                            WS-TOT-PROFS
                    SORT SRT-TRM
                        ON ASCENDING KEY SRT-PROF
                        ON ASCENDING KEY SRT-CURSO
                        INPUT PROCEDURE IS P341-SELECIONA-CURSOS
                        OUTPUT PROCEDURE IS P342-IMPRIME-QUEBRADO

                    PERFORM P320-FECHA-RELATORIO
                END-IF
            END-IF

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
                IF NOT TERMO-VALIDO OR NOT FS-REL-OK
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
      * P310-ABRE-RELATORIO: abre a geracao datada do relatorio em
      * REL_DIR e grava o cabecalho com o termo e o corte.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'RELTRM_'
                   WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-TRM

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO
                MOVE WS-TERMO           TO WS-CAB-TERMO
                MOVE WS-DS-TERMO        TO WS-CAB-DS-TERMO
                MOVE WS-DT-INI-TERMO    TO WS-CAB-DT-INI
                MOVE WS-DT-FIM-TERMO    TO WS-CAB-DT-FIM
                MOVE WS-CORTE           TO WS-CAB-CORTE

                WRITE REL-LINHA         FROM WS-CABECALHO-1
                WRITE REL-LINHA         FROM WS-CABECALHO-2
                MOVE SPACES             TO REL-LINHA
                WRITE REL-LINHA
                WRITE REL-LINHA         FROM WS-CABECALHO-3
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY ' FILE STATUS: ' WS-FS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P320-FECHA-RELATORIO: grava o subtotal do ultimo professor e
      * o total do termo, fecha e cataloga o relatorio.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            IF NOT PRIMEIRO-REGISTRO THEN
                PERFORM P350-IMPRIME-SUBTOTAL
            END-IF

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-TOT              TO WS-SUB
            MOVE SPACES              TO WS-LIN-ROTULO
            MOVE 'TOTAL DO TERMO'    TO WS-LIN-ROTULO
            PERFORM P365-MONTA-LINHA-SOMA
            WRITE REL-LINHA          FROM WS-LIN-DETALHE

            MOVE WS-CONT-CURSOS      TO WS-TOT-LIN-CURSOS
            MOVE WS-TOT-PROFS        TO WS-TOT-LIN-PROFS
            WRITE REL-LINHA          FROM WS-LIN-TOTAL

            CLOSE REL-TRM
            PERFORM P325-CATALOGA-RELATORIO
            DISPLAY 'RELATORIO GRAVADO: ' WS-CAMINHO-REL
            .
      *----------------------------------------------------------------
      * P325-CATALOGA-RELATORIO: registra a geracao recem gravada no
      * catalogo de relatorios RELCAT.TXT, de onde SPOOLCTT lista e
      * reexibe os relatorios passados.
      *----------------------------------------------------------------
       P325-CATALOGA-RELATORIO.
            SET STATUS-CAT-OK        TO TRUE

            OPEN EXTEND RELCAT

            IF WS-STATUS-CAT EQUAL 35 THEN
                OPEN OUTPUT RELCAT
            END-IF

            IF STATUS-CAT-OK THEN
                MOVE 'RELTRM'             TO CAT-PROGRAMA
                MOVE WS-DATA-SISTEMA      TO CAT-DATA
                MOVE WS-HORA-SISTEMA(1:6) TO CAT-HORA
                MOVE WS-CONT-CURSOS       TO CAT-CONTAGEM
                MOVE WS-CAMINHO-REL       TO CAT-CAMINHO
                MOVE SPACES               TO CAT-LINHA
                MOVE CAT-REGISTRO         TO CAT-LINHA
                WRITE CAT-LINHA
                CLOSE RELCAT
            ELSE
                DISPLAY 'ERRO AO GRAVAR O CATALOGO DE RELATORIOS. '
                        'STATUS: ' WS-STATUS-CAT
            END-IF
            .
      *----------------------------------------------------------------
      * P330-ACUMULA-MATRICULAS: uma passada em MTR.DAT acumula, por
      * curso, as matriculas do termo por situacao e, para as nao
      * canceladas, o resultado pela media final de AVL.DAT.
      *----------------------------------------------------------------
       P330-ACUMULA-MATRICULAS.
            INITIALIZE TAB-CURSOS-TERMO
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            SET AVL-ABERTO          TO FALSE
            SET STATUS-AVL-OK       TO TRUE
            OPEN INPUT AVL-DAT
            IF STATUS-AVL-OK
                SET AVL-ABERTO      TO TRUE
            END-IF

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
                                   AND CD-CUR-MATR GREATER ZEROS
                                    PERFORM P332-CONTA-MATRICULA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE MTR-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
                END-IF
            END-IF

            IF AVL-ABERTO
                CLOSE AVL-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P332-CONTA-MATRICULA: conta a matricula corrente no curso;
      * as nao canceladas entram como aprovado, reprovado ou sem nota.
      *----------------------------------------------------------------
       P332-CONTA-MATRICULA.
            ADD 1                   TO TC-MATRICULAS (CD-CUR-MATR)

            EVALUATE TRUE
                WHEN MATR-CANCELADA
                    ADD 1           TO TC-CANCELADAS (CD-CUR-MATR)
                WHEN OTHER
                    IF MATR-ENCERRADA
                        ADD 1       TO TC-ENCERRADAS (CD-CUR-MATR)
                    END-IF
                    PERFORM P360-CALCULA-MEDIA
                    IF WS-SOMA-PESOS EQUAL ZEROS
                        ADD 1       TO TC-SEM-NOTA (CD-CUR-MATR)
                    ELSE
                        ADD WS-MEDIA
                                    TO TC-SOMA-MEDIAS (CD-CUR-MATR)
                        IF WS-MEDIA NOT LESS WS-CORTE
                            ADD 1   TO TC-APROVADOS (CD-CUR-MATR)
                        ELSE
                            ADD 1   TO TC-REPROVADOS (CD-CUR-MATR)
                        END-IF
                    END-IF
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P335-ACUMULA-FREQUENCIA: uma passada em FRQ.DAT soma, por
      * curso, as presencas e as chamadas registradas entre o inicio
      * e o fim do termo.
      *----------------------------------------------------------------
       P335-ACUMULA-FREQUENCIA.
            SET EOF-OK              TO FALSE
            SET STATUS-FRQ-OK       TO TRUE

            OPEN INPUT FRQ-DAT

            IF WS-STATUS-FRQ EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-FRQ-OK THEN
                    MOVE ZEROS      TO CD-CUR-FRQ DT-FRQ CD-EST-FRQ
                    START FRQ-DAT KEY IS NOT LESS THAN CHAVE-FREQ
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ FRQ-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF CD-CUR-FRQ GREATER ZEROS
                                   AND DT-FRQ NOT LESS WS-DT-INI-TERMO
                                   AND DT-FRQ NOT GREATER
                                       WS-DT-FIM-TERMO
                                    ADD 1 TO TC-CHAMADAS (CD-CUR-FRQ)
                                    IF FRQ-PRESENTE
                                        ADD 1 TO
                                            TC-PRESENCAS (CD-CUR-FRQ)
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE FRQ-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-FRQ
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P338-ACUMULA-ESPERA: conta, por curso, quem ainda esta na
      * fila de espera de ESP.DAT.
      *----------------------------------------------------------------
       P338-ACUMULA-ESPERA.
            SET EOF-OK              TO FALSE
            SET STATUS-ESP-OK       TO TRUE

            OPEN INPUT ESP-DAT

            IF WS-STATUS-ESP EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-ESP-OK THEN
                    MOVE ZEROS      TO CD-CUR-ESP SEQ-ESP
                    START ESP-DAT KEY IS NOT LESS THAN CHAVE-ESP
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ ESP-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF CD-CUR-ESP GREATER ZEROS
                                    ADD 1 TO TC-ESPERA (CD-CUR-ESP)
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE ESP-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESPERA'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-ESP
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P341-SELECIONA-CURSOS: percorre CRS.DAT e envia ao SORT os
      * cursos com matricula no termo ou fila de espera, com os
      * acumuladores do curso, para a quebra por professor.
      *----------------------------------------------------------------
       P341-SELECIONA-CURSOS.
            SET EOF-OK              TO FALSE
            SET STATUS-CRS-OK       TO TRUE

            OPEN INPUT CRS-DAT

            IF STATUS-CRS-OK THEN
                MOVE ZEROS          TO CD-CUR-DAT
                START CRS-DAT KEY IS NOT LESS THAN CD-CUR-DAT
                    INVALID KEY
                        SET EOF-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-OK
                    READ CRS-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-DAT GREATER ZEROS
                               AND (TC-MATRICULAS (CD-CUR-DAT)
                                        GREATER ZEROS
                                    OR TC-ESPERA (CD-CUR-DAT)
                                        GREATER ZEROS)
                                PERFORM P343-LIBERA-CURSO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CRS-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-CRS
            END-IF
            .
      *----------------------------------------------------------------
      * P342-IMPRIME-QUEBRADO: devolve os cursos ja classificados por
      * professor e imprime uma secao por professor, com subtotal em
      * cada quebra.
      *----------------------------------------------------------------
       P342-IMPRIME-QUEBRADO.
            SET PRF-ABERTO          TO FALSE
            SET STATUS-PRF-OK       TO TRUE
            OPEN INPUT PRF-DAT
            IF STATUS-PRF-OK
                SET PRF-ABERTO      TO TRUE
            END-IF

            SET EOF-SRT-OK          TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-TRM
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        IF PRIMEIRO-REGISTRO
                         OR SRT-PROF NOT EQUAL WS-PROF-ANT
                            IF NOT PRIMEIRO-REGISTRO
                                PERFORM P350-IMPRIME-SUBTOTAL
                            END-IF
                            PERFORM P345-IMPRIME-CABEC-PROF
                        END-IF
                        PERFORM P355-IMPRIME-CURSO
                END-RETURN
            END-PERFORM

            IF PRF-ABERTO
                CLOSE PRF-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P343-LIBERA-CURSO: monta o registro do SORT com os
      * acumuladores do curso corrente de CRS.DAT.
      *----------------------------------------------------------------
       P343-LIBERA-CURSO.
            MOVE PRF-CUR-DAT        TO SRT-PROF
            MOVE CD-CUR-DAT         TO SRT-CURSO
            MOVE DS-CUR-DAT         TO SRT-DESCRICAO
            MOVE TC-MATRICULAS (CD-CUR-DAT)  TO SRT-MATRICULAS
            MOVE TC-CANCELADAS (CD-CUR-DAT)  TO SRT-CANCELADAS
            MOVE TC-ENCERRADAS (CD-CUR-DAT)  TO SRT-ENCERRADAS
            MOVE TC-APROVADOS (CD-CUR-DAT)   TO SRT-APROVADOS
            MOVE TC-REPROVADOS (CD-CUR-DAT)  TO SRT-REPROVADOS
            MOVE TC-SEM-NOTA (CD-CUR-DAT)    TO SRT-SEM-NOTA
            MOVE TC-SOMA-MEDIAS (CD-CUR-DAT) TO SRT-SOMA-MEDIAS
            MOVE TC-PRESENCAS (CD-CUR-DAT)   TO SRT-PRESENCAS
            MOVE TC-CHAMADAS (CD-CUR-DAT)    TO SRT-CHAMADAS
            MOVE TC-ESPERA (CD-CUR-DAT)      TO SRT-ESPERA
            RELEASE SRT-REGISTRO
            .
      *----------------------------------------------------------------
      * P345-IMPRIME-CABEC-PROF: abre a secao de um professor, com o
      * nome de PRF.DAT, e reinicia os subtotais da quebra.
      *----------------------------------------------------------------
       P345-IMPRIME-CABEC-PROF.
            SET PRIMEIRO-REGISTRO    TO FALSE
            MOVE SRT-PROF            TO WS-PROF-ANT
            MOVE ZEROS               TO WS-SUB
            ADD 1                    TO WS-TOT-PROFS

            MOVE SRT-PROF            TO WS-LIN-PROF-CODIGO
            EVALUATE TRUE
                WHEN SRT-PROF EQUAL ZEROS
                    MOVE '(SEM PROFESSOR)'   TO WS-LIN-PROF-NOME
                WHEN NOT PRF-ABERTO
                    MOVE '(NAO CADASTRADO)'  TO WS-LIN-PROF-NOME
                WHEN OTHER
                    MOVE SRT-PROF            TO CD-PROF
                    READ PRF-DAT
                        KEY IS CD-PROF
                        INVALID KEY
                            MOVE '(NAO CADASTRADO)'
                                             TO WS-LIN-PROF-NOME
                        NOT INVALID KEY
                            MOVE NM-PROF     TO WS-LIN-PROF-NOME
                    END-READ
            END-EVALUATE

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA          FROM WS-LIN-PROF
            .
      *----------------------------------------------------------------
      * P350-IMPRIME-SUBTOTAL: grava o subtotal do professor que
      * acabou de fechar e o acumula no total do termo.
      *----------------------------------------------------------------
       P350-IMPRIME-SUBTOTAL.
            MOVE SPACES              TO WS-LIN-ROTULO
            MOVE '  SUBTOTAL'        TO WS-LIN-ROTULO
            PERFORM P365-MONTA-LINHA-SOMA
            WRITE REL-LINHA          FROM WS-LIN-DETALHE

            ADD WS-SUB-MATRICULAS    TO WS-TOT-MATRICULAS
            ADD WS-SUB-CANCELADAS    TO WS-TOT-CANCELADAS
            ADD WS-SUB-ENCERRADAS    TO WS-TOT-ENCERRADAS
            ADD WS-SUB-APROVADOS     TO WS-TOT-APROVADOS
            ADD WS-SUB-REPROVADOS    TO WS-TOT-REPROVADOS
            ADD WS-SUB-SEM-NOTA      TO WS-TOT-SEM-NOTA
            ADD WS-SUB-SOMA-MEDIAS   TO WS-TOT-SOMA-MEDIAS
            ADD WS-SUB-PRESENCAS     TO WS-TOT-PRESENCAS
            ADD WS-SUB-CHAMADAS      TO WS-TOT-CHAMADAS
            ADD WS-SUB-ESPERA        TO WS-TOT-ESPERA
            .
      *----------------------------------------------------------------
      * P355-IMPRIME-CURSO: grava a linha do curso corrente do SORT e
      * o acumula no subtotal do professor.
      *----------------------------------------------------------------
       P355-IMPRIME-CURSO.
            ADD 1                    TO WS-CONT-CURSOS

            MOVE SPACES              TO WS-LIN-ROTULO
            MOVE SRT-CURSO           TO WS-LIN-CURSO
            MOVE SRT-DESCRICAO       TO WS-LIN-DESCRICAO
            MOVE SRT-MATRICULAS      TO WS-LIN-MATRICULAS
            MOVE SRT-CANCELADAS      TO WS-LIN-CANCELADAS
            MOVE SRT-ENCERRADAS      TO WS-LIN-ENCERRADAS
            MOVE SRT-APROVADOS       TO WS-LIN-APROVADOS
            MOVE SRT-REPROVADOS      TO WS-LIN-REPROVADOS
            MOVE SRT-SEM-NOTA        TO WS-LIN-SEM-NOTA
            MOVE SRT-ESPERA          TO WS-LIN-ESPERA

            COMPUTE WS-COM-NOTA = SRT-APROVADOS + SRT-REPROVADOS
            MOVE ZEROS               TO WS-MEDIA-CALC WS-PCT-CALC
            IF WS-COM-NOTA GREATER ZEROS
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    SRT-SOMA-MEDIAS / WS-COM-NOTA
            END-IF
            IF SRT-CHAMADAS GREATER ZEROS
                COMPUTE WS-PCT-CALC ROUNDED =
                    SRT-PRESENCAS * 100 / SRT-CHAMADAS
            END-IF
            MOVE WS-MEDIA-CALC       TO WS-LIN-MEDIA
            MOVE WS-PCT-CALC         TO WS-LIN-FREQ
            WRITE REL-LINHA          FROM WS-LIN-DETALHE

            ADD SRT-MATRICULAS       TO WS-SUB-MATRICULAS
            ADD SRT-CANCELADAS       TO WS-SUB-CANCELADAS
            ADD SRT-ENCERRADAS       TO WS-SUB-ENCERRADAS
            ADD SRT-APROVADOS        TO WS-SUB-APROVADOS
            ADD SRT-REPROVADOS       TO WS-SUB-REPROVADOS
            ADD SRT-SEM-NOTA         TO WS-SUB-SEM-NOTA
            ADD SRT-SOMA-MEDIAS      TO WS-SUB-SOMA-MEDIAS
            ADD SRT-PRESENCAS        TO WS-SUB-PRESENCAS
            ADD SRT-CHAMADAS         TO WS-SUB-CHAMADAS
            ADD SRT-ESPERA           TO WS-SUB-ESPERA
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
      * P365-MONTA-LINHA-SOMA: monta em WS-LIN-DETALHE os numeros de
      * WS-SUB (subtotal ou, copiado para ele, o total do termo),
      * com a media e a frequencia recalculadas sobre as somas.
      *----------------------------------------------------------------
       P365-MONTA-LINHA-SOMA.
            MOVE WS-SUB-MATRICULAS   TO WS-LIN-MATRICULAS
            MOVE WS-SUB-CANCELADAS   TO WS-LIN-CANCELADAS
            MOVE WS-SUB-ENCERRADAS   TO WS-LIN-ENCERRADAS
            MOVE WS-SUB-APROVADOS    TO WS-LIN-APROVADOS
            MOVE WS-SUB-REPROVADOS   TO WS-LIN-REPROVADOS
            MOVE WS-SUB-SEM-NOTA     TO WS-LIN-SEM-NOTA
            MOVE WS-SUB-ESPERA       TO WS-LIN-ESPERA

            COMPUTE WS-COM-NOTA = WS-SUB-APROVADOS + WS-SUB-REPROVADOS
            MOVE ZEROS               TO WS-MEDIA-CALC WS-PCT-CALC
            IF WS-COM-NOTA GREATER ZEROS
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    WS-SUB-SOMA-MEDIAS / WS-COM-NOTA
            END-IF
            IF WS-SUB-CHAMADAS GREATER ZEROS
                COMPUTE WS-PCT-CALC ROUNDED =
                    WS-SUB-PRESENCAS * 100 / WS-SUB-CHAMADAS
            END-IF
            MOVE WS-MEDIA-CALC       TO WS-LIN-MEDIA
            MOVE WS-PCT-CALC         TO WS-LIN-FREQ
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: o termo vem de RELTRM_TERMO ou, fora do
      * modo batch, e pedido ao operador; vazio = ultimo termo
      * fechado de TRM.DAT. Guarda o periodo do termo para a
      * frequencia.
      *----------------------------------------------------------------
       P370-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P375-TERMO-FECHADO

            MOVE SPACES             TO WS-TERMO-TXT
            DISPLAY 'RELTRM_TERMO'  UPON ENVIRONMENT-NAME
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
                        SET TERMO-VALIDO TO TRUE
                        MOVE DS-TERMO     TO WS-DS-TERMO
                        MOVE DT-INI-TERMO TO WS-DT-INI-TERMO
                        MOVE DT-FIM-TERMO TO WS-DT-FIM-TERMO
                        IF TERMO-ABERTO
                            DISPLAY 'ATENCAO: TERMO ' WS-TERMO
                                    ' AINDA ABERTO. NUMEROS PARCIAIS.'
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

       P900-FIM.

            GOBACK.
       END PROGRAM RELTRM.
