      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: FECHAMENTO ACADEMICO DO TERMO: PARA UM CD-TERMO DE
      *          TRM.DAT, CALCULA A MEDIA DO TERMO DE CADA ESTUDANTE
      *          (MEDIA DAS MEDIAS FINAIS PONDERADAS DE AVL.DAT NOS
      *          CURSOS EM QUE ESTA MATRICULADO NO TERMO EM MTR.DAT),
      *          GRAVA A SITUACAO EM SAC.DAT (COPYBOOK FD_SITAC) E
      *          IMPRIME EM SITACAD.TXT A LISTA DE HONRA E A LISTA
      *          DE PROBATORIO. PROBATORIO ABAIXO DO CORTE
      *          AVAL_CORTE DE AVALEST; HONRA COM MEDIA A PARTIR DE
      *          AVAL_HONRA (CENTESIMOS, PADRAO 900) E NENHUM CURSO
      *          ABAIXO DO CORTE. O SEGUNDO TERMO SEGUIDO EM
      *          PROBATORIO E SINALIZADO PARA A COORDENACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITACAD.

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

            SELECT SAC-DAT ASSIGN TO WS-CAMINHO-SAC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-SAC
            FILE STATUS  IS WS-STATUS-SAC.

            SELECT REL-SIT ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
          COPY FD_EST REPLACING REG-ESTUDANTES BY REG-ST-DAT
                                 CD-STUDENT     BY CD-EST-DAT
                                 NM-STUDENT     BY NM-EST-DAT.

       FD MTR-DAT.
          COPY FD_MATR.

       FD AVL-DAT.
          COPY FD_AVAL.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD SAC-DAT.
          COPY FD_SITAC.

       FD REL-SIT.
       01 REL-LINHA                        PIC X(132).

       WORKING-STORAGE SECTION.
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
       01 WS-CAMINHO-SAC-DAT               PIC X(80).
       01 WS-CAMINHO-SAC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SAC.DAT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SITACAD.
      -    'TXT'.

       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-AVL                    PIC 99.
          88 STATUS-AVL-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-SAC                    PIC 99.
          88 STATUS-SAC-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-AVL                       PIC X.
          88 EOF-AVL-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-ST-ABERTO                     PIC X    VALUE 'N'.
          88 ST-ABERTO                     VALUE 'S' FALSE 'N'.
       77 WS-AVL-ABERTO                    PIC X    VALUE 'N'.
          88 AVL-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-CALCULO-OK                    PIC X    VALUE 'N'.
          88 CALCULO-OK                    VALUE 'S' FALSE 'N'.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-TERMO-ANTERIOR                PIC 9(06) VALUE ZEROS.
       77 WS-CORTE                         PIC 9(02)V99 VALUE 7.
       77 WS-CORTE-TXT                     PIC X(03) VALUE SPACES.
       77 WS-CORTE-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-HONRA                         PIC 9(02)V99 VALUE 9.
       77 WS-HONRA-TXT                     PIC X(03) VALUE SPACES.
       77 WS-HONRA-NUM                     PIC 9(03) VALUE ZEROS.
       77 WS-CORTE-EXIB                    PIC Z9,99.
       77 WS-HONRA-EXIB                    PIC Z9,99.
       77 WS-ESTUDANTE-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-PONDERADA                PIC 9(06)V99 VALUE ZEROS.
       77 WS-SOMA-PESOS                    PIC 9(04) VALUE ZEROS.
       77 WS-MEDIA                         PIC 9(02)V99 VALUE ZEROS.
       77 WS-SOMA-MEDIAS                   PIC 9(04)V99 VALUE ZEROS.
       77 WS-MEDIA-TERMO                   PIC 9(02)V99 VALUE ZEROS.
       77 WS-QTD-MATR                      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CURSOS                    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ABAIXO                    PIC 9(02) VALUE ZEROS.
       77 WS-COD-SITUACAO                  PIC X(01) VALUE SPACE.
       77 WS-ALERTA                        PIC X(01) VALUE SPACE.
       77 WS-COD-LISTA                     PIC X(01) VALUE SPACE.
       77 WS-QTD-LISTA                     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ESTUDANTES                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-HONRA                     PIC 9(05) VALUE ZEROS.
       77 WS-TOT-REGULAR                   PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PROBATORIO                PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SEM-NOTA                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ALERTA                    PIC 9(05) VALUE ZEROS.

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'SITUACAO ACADEMICA - FECHAMENTO DO TERMO'.
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
          03 FILLER                 PIC X(09) VALUE '  CORTE: '.
          03 WS-CAB-CORTE           PIC Z9,99.
          03 FILLER                 PIC X(09) VALUE '  HONRA: '.
          03 WS-CAB-HONRA           PIC Z9,99.
       01 WS-CAB-LISTA-HONRA.
          03 FILLER                 PIC X(40) VALUE
             '*** LISTA DE HONRA ***'.
       01 WS-CAB-LISTA-PROB.
          03 FILLER                 PIC X(40) VALUE
             '*** LISTA DE PROBATORIO ***'.
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(29) VALUE
             'ESTUDANTE'.
          03 FILLER                 PIC X(08) VALUE 'CURSOS'.
          03 FILLER                 PIC X(08) VALUE 'ABAIXO'.
          03 FILLER                 PIC X(08) VALUE ' MEDIA'.
       01 WS-LIN-ESTUDANTE.
          03 WS-LIN-EST-CODIGO      PIC 9(05).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-EST-NOME        PIC X(20).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-CURSOS          PIC Z9.
          03 FILLER                 PIC X(06) VALUE SPACES.
          03 WS-LIN-ABAIXO          PIC Z9.
          03 FILLER                 PIC X(04) VALUE SPACES.
          03 WS-LIN-MEDIA           PIC Z9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-ALERTA          PIC X(50).
       01 WS-LIN-QTD-LISTA.
          03 FILLER                 PIC X(22) VALUE
             'ESTUDANTES NA LISTA: '.
          03 WS-LIN-QTD             PIC ZZZZ9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(12) VALUE 'ESTUDANTES: '.
          03 WS-TOT-LIN-EST         PIC ZZZZ9.
          03 FILLER                 PIC X(09) VALUE '  HONRA: '.
          03 WS-TOT-LIN-HONRA       PIC ZZZZ9.
          03 FILLER                 PIC X(11) VALUE '  REGULAR: '.
          03 WS-TOT-LIN-REGULAR     PIC ZZZZ9.
          03 FILLER                 PIC X(14) VALUE '  PROBATORIO: '.
          03 WS-TOT-LIN-PROB        PIC ZZZZ9.
          03 FILLER                 PIC X(12) VALUE '  SEM NOTA: '.
          03 WS-TOT-LIN-SEM-NOTA    PIC ZZZZ9.
          03 FILLER                 PIC X(23) VALUE
             '  ALERTAS COORDENACAO: '.
          03 WS-TOT-LIN-ALERTA      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** FECHAMENTO ACADEMICO DO TERMO ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-FECHAMENTO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente ST_DAT, MTR_DAT, AVL_DAT, TRM_DAT,
      * SAC_DAT e SITACAD_PATH, usando o caminho tradicional como
      * valor padrao quando a variavel nao estiver definida, e le os
      * limites AVAL_CORTE e AVAL_HONRA (centesimos).
      *----------------------------------------------------------------
       P100-CAMINHOS.
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

            MOVE WS-CAMINHO-SAC-DAT-DFL  TO WS-CAMINHO-SAC-DAT
            DISPLAY 'SAC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SAC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SAC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SAC-DAT-DFL TO WS-CAMINHO-SAC-DAT
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'SITACAD_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF

            MOVE SPACES                  TO WS-CORTE-TXT
            DISPLAY 'AVAL_CORTE'         UPON ENVIRONMENT-NAME
            ACCEPT WS-CORTE-TXT          FROM ENVIRONMENT-VALUE
            IF WS-CORTE-TXT IS NUMERIC
                MOVE WS-CORTE-TXT        TO WS-CORTE-NUM
                COMPUTE WS-CORTE = WS-CORTE-NUM / 100
            END-IF

            MOVE SPACES                  TO WS-HONRA-TXT
            DISPLAY 'AVAL_HONRA'         UPON ENVIRONMENT-NAME
            ACCEPT WS-HONRA-TXT          FROM ENVIRONMENT-VALUE
            IF WS-HONRA-TXT IS NUMERIC
                MOVE WS-HONRA-TXT        TO WS-HONRA-NUM
                COMPUTE WS-HONRA = WS-HONRA-NUM / 100
            END-IF
            .

       P300-FECHAMENTO.
            ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
            MOVE WS-CORTE           TO WS-CORTE-EXIB
            MOVE WS-HONRA           TO WS-HONRA-EXIB
            DISPLAY 'CORTE: ' WS-CORTE-EXIB '  HONRA: ' WS-HONRA-EXIB

            PERFORM P370-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P310-CALCULA   THRU P310-SAIDA
                IF CALCULO-OK THEN
                    PERFORM P340-IMPRIME THRU P340-SAIDA
                END-IF
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-CALCULA: percorre MTR.DAT na ordem da chave (estudante
      * primeiro), acumula a media final de cada curso matriculado
      * no termo e, na quebra de estudante, grava a situacao em
      * SAC.DAT. Rodar de novo o mesmo termo regrava a situacao.
      *----------------------------------------------------------------
       P310-CALCULA.
            SET CALCULO-OK          TO FALSE
            MOVE ZEROS              TO WS-ESTUDANTE-ATUAL
                                       WS-TOT-ESTUDANTES WS-TOT-HONRA
                                       WS-TOT-REGULAR WS-TOT-PROBATORIO
                                       WS-TOT-SEM-NOTA WS-TOT-ALERTA
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE
            SET STATUS-SAC-OK       TO TRUE

            OPEN INPUT MTR-DAT
            IF WS-STATUS-MTR EQUAL 35 THEN
                DISPLAY 'NENHUMA MATRICULA CADASTRADA.'
                GO TO P310-SAIDA
            END-IF
            IF NOT STATUS-MTR-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
                GO TO P310-SAIDA
            END-IF

            OPEN I-O SAC-DAT
            IF WS-STATUS-SAC EQUAL 35 THEN
                OPEN OUTPUT SAC-DAT
                CLOSE SAC-DAT
                OPEN I-O SAC-DAT
            END-IF
            IF NOT STATUS-SAC-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SITUACAO ACADEMICA'
                DISPLAY 'FILE STATUS: ' WS-STATUS-SAC
                CLOSE MTR-DAT
                GO TO P310-SAIDA
            END-IF

            SET AVL-ABERTO          TO FALSE
            SET STATUS-AVL-OK       TO TRUE
            OPEN INPUT AVL-DAT
            IF STATUS-AVL-OK
                SET AVL-ABERTO      TO TRUE
            END-IF

            MOVE ZEROS              TO CD-EST-MATR CD-CUR-MATR
            START MTR-DAT KEY IS NOT LESS THAN CHAVE-MATR
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ MTR-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-TRM-MATR EQUAL WS-TERMO
                           AND NOT MATR-CANCELADA
                            PERFORM P320-CURSO-DO-TERMO
                        END-IF
                END-READ
            END-PERFORM

            IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                PERFORM P330-GRAVA-SITUACAO
            END-IF

            CLOSE MTR-DAT
            CLOSE SAC-DAT
            IF AVL-ABERTO
                CLOSE AVL-DAT
            END-IF

            SET CALCULO-OK          TO TRUE
            .
       P310-SAIDA.
      *----------------------------------------------------------------
      * P320-CURSO-DO-TERMO: na troca de estudante, grava a situacao
      * do anterior e zera os acumuladores; soma a media final do
      * curso corrente quando houver nota lancada.
      *----------------------------------------------------------------
       P320-CURSO-DO-TERMO.
            IF CD-EST-MATR NOT EQUAL WS-ESTUDANTE-ATUAL
                IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                    PERFORM P330-GRAVA-SITUACAO
                END-IF
                MOVE CD-EST-MATR    TO WS-ESTUDANTE-ATUAL
                MOVE ZEROS          TO WS-QTD-MATR WS-QTD-CURSOS
                                       WS-QTD-ABAIXO WS-SOMA-MEDIAS
            END-IF

            ADD 1                   TO WS-QTD-MATR
            PERFORM P360-CALCULA-MEDIA THRU P360-SAIDA

            IF WS-SOMA-PESOS GREATER ZEROS
                ADD 1               TO WS-QTD-CURSOS
                ADD WS-MEDIA        TO WS-SOMA-MEDIAS
                IF WS-MEDIA LESS WS-CORTE
                    ADD 1           TO WS-QTD-ABAIXO
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P330-GRAVA-SITUACAO: media do termo e codigo de situacao do
      * estudante corrente: S sem nota, P abaixo do corte, H a partir
      * da media de honra sem curso abaixo do corte, R nos demais.
      * Probatorio tambem no termo anterior gera alerta para a
      * coordenacao.
      *----------------------------------------------------------------
       P330-GRAVA-SITUACAO.
            MOVE ZEROS              TO WS-MEDIA-TERMO
            MOVE SPACE              TO WS-ALERTA

            IF WS-QTD-CURSOS EQUAL ZEROS
                MOVE 'S'            TO WS-COD-SITUACAO
                ADD 1               TO WS-TOT-SEM-NOTA
            ELSE
                COMPUTE WS-MEDIA-TERMO ROUNDED =
                    WS-SOMA-MEDIAS / WS-QTD-CURSOS
                EVALUATE TRUE
                    WHEN WS-MEDIA-TERMO LESS WS-CORTE
                        MOVE 'P'    TO WS-COD-SITUACAO
                        ADD 1       TO WS-TOT-PROBATORIO
                        PERFORM P335-PROBATORIO-ANTERIOR
                    WHEN WS-MEDIA-TERMO NOT LESS WS-HONRA
                         AND WS-QTD-ABAIXO EQUAL ZEROS
                        MOVE 'H'    TO WS-COD-SITUACAO
                        ADD 1       TO WS-TOT-HONRA
                    WHEN OTHER
                        MOVE 'R'    TO WS-COD-SITUACAO
                        ADD 1       TO WS-TOT-REGULAR
                END-EVALUATE
            END-IF
            ADD 1                   TO WS-TOT-ESTUDANTES

            MOVE WS-ESTUDANTE-ATUAL TO CD-EST-SAC
            MOVE WS-TERMO           TO CD-TRM-SAC
            MOVE WS-MEDIA-TERMO     TO MEDIA-SAC
            MOVE WS-QTD-CURSOS      TO QT-CURSOS-SAC
            MOVE WS-QTD-ABAIXO      TO QT-ABAIXO-SAC
            MOVE WS-COD-SITUACAO    TO COD-SAC
            MOVE WS-ALERTA          TO ALERTA-SAC
            MOVE WS-DATA-SISTEMA    TO DT-CALC-SAC

            WRITE REG-SITACAD
                INVALID KEY
                    REWRITE REG-SITACAD
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR A SITUACAO DO '
                                    'ESTUDANTE ' WS-ESTUDANTE-ATUAL
                                    '. STATUS: ' WS-STATUS-SAC
                    END-REWRITE
            END-WRITE
            .
      *----------------------------------------------------------------
      * P335-PROBATORIO-ANTERIOR: consulta em SAC.DAT a situacao do
      * estudante no termo anterior; se tambem foi probatorio, marca
      * o alerta para a coordenacao.
      *----------------------------------------------------------------
       P335-PROBATORIO-ANTERIOR.
            IF WS-TERMO-ANTERIOR NOT EQUAL ZEROS
                MOVE WS-ESTUDANTE-ATUAL TO CD-EST-SAC
                MOVE WS-TERMO-ANTERIOR  TO CD-TRM-SAC
                READ SAC-DAT
                    KEY IS CHAVE-SAC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SAC-PROBATORIO
                            MOVE 'S' TO WS-ALERTA
                            ADD 1    TO WS-TOT-ALERTA
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P340-IMPRIME: grava SITACAD.TXT com a lista de honra e a
      * lista de probatorio do termo, lidas de SAC.DAT, e o resumo.
      *----------------------------------------------------------------
       P340-IMPRIME.
            SET STATUS-SAC-OK       TO TRUE
            SET FS-REL-OK           TO TRUE

            OPEN INPUT SAC-DAT
            IF NOT STATUS-SAC-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SITUACAO ACADEMICA'
                DISPLAY 'FILE STATUS: ' WS-STATUS-SAC
                GO TO P340-SAIDA
            END-IF

            OPEN OUTPUT REL-SIT
            IF NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
                CLOSE SAC-DAT
                GO TO P340-SAIDA
            END-IF

            SET ST-ABERTO           TO FALSE
            SET STATUS-ST-OK        TO TRUE
            OPEN INPUT ST-DAT
            IF STATUS-ST-OK
                SET ST-ABERTO       TO TRUE
            END-IF

            MOVE WS-DATA-DIA        TO WS-CAB-DIA
            MOVE WS-DATA-MES        TO WS-CAB-MES
            MOVE WS-DATA-ANO        TO WS-CAB-ANO
            MOVE WS-TERMO           TO WS-CAB-TERMO
            MOVE WS-CORTE           TO WS-CAB-CORTE
            MOVE WS-HONRA           TO WS-CAB-HONRA
            MOVE WS-CABECALHO-1     TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CABECALHO-2     TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-CAB-LISTA-HONRA TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'H'                TO WS-COD-LISTA
            PERFORM P345-LISTA

            MOVE WS-CAB-LISTA-PROB  TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'P'                TO WS-COD-LISTA
            PERFORM P345-LISTA

            MOVE WS-TOT-ESTUDANTES  TO WS-TOT-LIN-EST
            MOVE WS-TOT-HONRA       TO WS-TOT-LIN-HONRA
            MOVE WS-TOT-REGULAR     TO WS-TOT-LIN-REGULAR
            MOVE WS-TOT-PROBATORIO  TO WS-TOT-LIN-PROB
            MOVE WS-TOT-SEM-NOTA    TO WS-TOT-LIN-SEM-NOTA
            MOVE WS-TOT-ALERTA      TO WS-TOT-LIN-ALERTA
            MOVE WS-LIN-TOTAL       TO REL-LINHA
            WRITE REL-LINHA

            CLOSE SAC-DAT
            CLOSE REL-SIT
            IF ST-ABERTO
                CLOSE ST-DAT
            END-IF

            DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-REL
            DISPLAY WS-LIN-TOTAL
            .
       P340-SAIDA.
      *----------------------------------------------------------------
      * P345-LISTA: percorre SAC.DAT e grava os estudantes do termo
      * com o codigo de situacao WS-COD-LISTA, com o nome resolvido
      * contra ST.DAT e, no probatorio, o alerta da coordenacao.
      *----------------------------------------------------------------
       P345-LISTA.
            MOVE ZEROS              TO WS-QTD-LISTA
            MOVE WS-CABECALHO-3     TO REL-LINHA
            WRITE REL-LINHA

            SET EOF-OK              TO FALSE
            MOVE ZEROS              TO CD-EST-SAC CD-TRM-SAC
            START SAC-DAT KEY IS NOT LESS THAN CHAVE-SAC
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ SAC-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF CD-TRM-SAC EQUAL WS-TERMO
                           AND COD-SAC EQUAL WS-COD-LISTA
                            PERFORM P350-LINHA-ESTUDANTE
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-QTD-LISTA       TO WS-LIN-QTD
            MOVE WS-LIN-QTD-LISTA   TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P350-LINHA-ESTUDANTE: linha do estudante corrente de SAC.DAT.
      *----------------------------------------------------------------
       P350-LINHA-ESTUDANTE.
            ADD 1                   TO WS-QTD-LISTA
            MOVE CD-EST-SAC         TO WS-LIN-EST-CODIGO
            MOVE '(NAO EXISTE MAIS)' TO WS-LIN-EST-NOME
            IF ST-ABERTO
                MOVE CD-EST-SAC     TO CD-EST-DAT
                READ ST-DAT
                    KEY IS CD-EST-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-EST-DAT TO WS-LIN-EST-NOME
                END-READ
            END-IF

            MOVE QT-CURSOS-SAC      TO WS-LIN-CURSOS
            MOVE QT-ABAIXO-SAC      TO WS-LIN-ABAIXO
            MOVE MEDIA-SAC          TO WS-LIN-MEDIA
            MOVE SPACES             TO WS-LIN-ALERTA
            IF SAC-ALERTA-COORD
                MOVE '*** 2o TERMO SEGUIDO - ENCAMINHAR A COORDENACAO'
                                    TO WS-LIN-ALERTA
            END-IF
            MOVE WS-LIN-ESTUDANTE   TO REL-LINHA
            WRITE REL-LINHA
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
            IF NOT AVL-ABERTO
                GO TO P360-SAIDA
            END-IF

            SET EOF-AVL-OK          TO FALSE
            MOVE CD-EST-MATR        TO CD-EST-AVAL
            MOVE CD-CUR-MATR        TO CD-CUR-AVAL
            MOVE ZEROS              TO SEQ-AVAL
            START AVL-DAT KEY IS NOT LESS THAN CHAVE-AVAL
                INVALID KEY
                    SET EOF-AVL-OK  TO TRUE
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
            .
       P360-SAIDA.
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: pede o termo (vazio = termo aberto
      * corrente), confere que existe em TRM.DAT e localiza o termo
      * anterior (maior codigo abaixo dele) para o alerta de
      * probatorio seguido.
      *----------------------------------------------------------------
       P370-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P375-TERMO-CORRENTE

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
                        MOVE DS-TERMO TO WS-CAB-DS-TERMO
                END-READ
                CLOSE TRM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-TRM
            END-IF

            IF TERMO-VALIDO
                PERFORM P376-TERMO-ANTERIOR
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
      * P376-TERMO-ANTERIOR: localiza em TRM.DAT o termo de maior
      * codigo abaixo de WS-TERMO. Sem termo anterior, fica em zeros.
      *----------------------------------------------------------------
       P376-TERMO-ANTERIOR.
            SET EOF-TRM-OK          TO FALSE
            SET STATUS-TRM-OK       TO TRUE
            MOVE ZEROS              TO WS-TERMO-ANTERIOR

            OPEN INPUT TRM-DAT

            IF STATUS-TRM-OK THEN
                MOVE ZEROS          TO CD-TERMO
                START TRM-DAT KEY IS NOT LESS THAN CD-TERMO
                    INVALID KEY
                        SET EOF-TRM-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-TRM-OK
                    READ TRM-DAT NEXT RECORD
                        AT END
                            SET EOF-TRM-OK TO TRUE
                        NOT AT END
                            IF CD-TERMO LESS WS-TERMO
                                MOVE CD-TERMO TO WS-TERMO-ANTERIOR
                            ELSE
                                SET EOF-TRM-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRM-DAT
            END-IF
            .

       P900-FIM.

            GOBACK.
       END PROGRAM SITACAD.
