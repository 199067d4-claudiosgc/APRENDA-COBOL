      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DA PESQUISA DE AVALIACAO DE CURSO: PARA UM
      *          CD-TERMO DE TRM.DAT, POR CURSO, OS FORMULARIOS
      *          DIGITADOS EM PSQ.DAT (PESQCUR), OS MATRICULADOS NO
      *          TERMO (MTR.DAT, NAO CANCELADAS), A TAXA DE RESPOSTA,
      *          A MEDIA DE CADA QUESTAO (EM BRANCO FICA FORA) E A
      *          MEDIA GERAL DO CURSO, EM ORDEM DE CLASSIFICACAO PELA
      *          MEDIA GERAL (EMPATE DIVIDE A POSICAO); CURSO SEM
      *          FORMULARIO SAI NO FIM, SEM POSICAO. FECHA COM O
      *          TOTAL DO TERMO E A LEGENDA DAS QUESTOES (WS_PESQ). O
      *          RELATORIO SAI EM GERACAO DATADA
      *          (RELPESQ_AAAAMMDD_HHMMSS.TXT EM REL_DIR) CATALOGADA
      *          EM RELCAT.TXT, COMO O RELTRM. COM RELPESQ_MODO = 'B'
      *          RODA SEM PERGUNTAS: O TERMO VEM DE RELPESQ_TERMO OU,
      *          VAZIO, E O ULTIMO TERMO FECHADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPESQ.

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

            SELECT MTR-DAT ASSIGN TO WS-CAMINHO-MTR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MATR
            FILE STATUS  IS WS-STATUS-MTR.

            SELECT PSQ-DAT ASSIGN TO WS-CAMINHO-PSQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PSQ
            FILE STATUS  IS WS-STATUS-PSQ.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT REL-PSQ ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

            SELECT SRT-PSQ ASSIGN TO WS-CAMINHO-SRT.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                  CD-CURSO         BY CD-CUR-DAT
                                  DS-CURSO         BY DS-CUR-DAT
                                  CAPACIDADE-CURSO BY CAP-CUR-DAT.

       FD MTR-DAT.
          COPY FD_MATR.

       FD PSQ-DAT.
          COPY FD_PESQ.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD REL-PSQ.
       01 REL-LINHA                        PIC X(132).

       FD RELCAT.
       01 CAT-LINHA                        PIC X(115).

       SD SRT-PSQ.
       01 SRT-REGISTRO.
          03 SRT-GRUPO                     PIC 9(01).
          03 SRT-MEDIA                     PIC 9(01)V99.
          03 SRT-CURSO                     PIC 9(04).
          03 SRT-DESCRICAO                 PIC X(30).
          03 SRT-MATRICULADOS              PIC 9(05).
          03 SRT-FORMULARIOS               PIC 9(05).
          03 SRT-QUESTAO                   OCCURS 5.
             05 SRT-SOMA                   PIC 9(07).
             05 SRT-QTD                    PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-PSQ-DAT               PIC X(80).
       01 WS-CAMINHO-PSQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PSQ.DAT'.
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
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-PSQ                    PIC 99.
          88 STATUS-PSQ-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-CAT                    PIC 99.
          88 STATUS-CAT-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT                       PIC X.
          88 EOF-SRT-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
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
       77 WS-IDX                           PIC 9(01) VALUE ZEROS.
       77 WS-SOMA-GERAL                    PIC 9(08) VALUE ZEROS.
       77 WS-QTD-GERAL                     PIC 9(06) VALUE ZEROS.
       77 WS-MEDIA-CALC                    PIC 9(01)V99 VALUE ZEROS.
       77 WS-PCT-CALC                      PIC 9(03)V9 VALUE ZEROS.
       77 WS-MEDIA-ANT                     PIC 9(01)V99 VALUE ZEROS.
       77 WS-POSICAO                       PIC 9(04) VALUE ZEROS.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       77 WS-DIR-REL-LEN                   PIC 9(03) VALUE ZEROS.
       77 WS-CONT-CURSOS                   PIC 9(06) VALUE ZEROS.
       77 WS-CONT-AVALIADOS                PIC 9(06) VALUE ZEROS.

       01 TAB-CURSOS-PESQ.
          03 TC-ITEM                OCCURS 9999.
             05 TC-MATRICULADOS     PIC 9(05) COMP.
             05 TC-FORMULARIOS      PIC 9(05) COMP.
             05 TC-QUESTAO          OCCURS 5.
                07 TC-SOMA          PIC 9(07) COMP.
                07 TC-QTD           PIC 9(05) COMP.

       01 WS-TOT.
          03 WS-TOT-MATRICULADOS    PIC 9(06).
          03 WS-TOT-FORMULARIOS     PIC 9(06).
          03 WS-TOT-QUESTAO         OCCURS 5.
             05 WS-TOT-SOMA         PIC 9(08).
             05 WS-TOT-QTD          PIC 9(06).

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'AVALIACAO DE CURSOS PELOS ESTUDANTES'.
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
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-CAB-SITUACAO        PIC X(08).
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(32) VALUE
             '  POS CURSO'.
          03 FILLER                 PIC X(07) VALUE '  FORMS'.
          03 FILLER                 PIC X(07) VALUE '   MATR'.
          03 FILLER                 PIC X(07) VALUE '  TAXA%'.
          03 FILLER                 PIC X(06) VALUE '    Q1'.
          03 FILLER                 PIC X(06) VALUE '    Q2'.
          03 FILLER                 PIC X(06) VALUE '    Q3'.
          03 FILLER                 PIC X(06) VALUE '    Q4'.
          03 FILLER                 PIC X(06) VALUE '    Q5'.
          03 FILLER                 PIC X(07) VALUE '  GERAL'.
       01 WS-LIN-DETALHE.
          03 WS-LIN-ROTULO.
             05 FILLER              PIC X(01).
             05 WS-LIN-POSICAO      PIC ZZZ9.
             05 FILLER              PIC X(01).
             05 WS-LIN-CURSO        PIC 9(04).
             05 FILLER              PIC X(01).
             05 WS-LIN-DESCRICAO    PIC X(20).
             05 FILLER              PIC X(01).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-FORMULARIOS     PIC ZZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-MATRICULADOS    PIC ZZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-TAXA            PIC ZZ9,9.
          03 WS-LIN-QUESTAO         OCCURS 5.
             05 FILLER              PIC X(02).
             05 WS-LIN-MEDIA-Q      PIC 9,99.
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-MEDIA           PIC 9,99.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(20) VALUE
             'CURSOS NO RELATORIO:'.
          03 WS-TOT-LIN-CURSOS      PIC ZZZZZ9.
          03 FILLER                 PIC X(13) VALUE '  AVALIADOS:'.
          03 WS-TOT-LIN-AVALIADOS   PIC ZZZZZ9.
       01 WS-LIN-LEGENDA.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 FILLER                 PIC X(01) VALUE 'Q'.
          03 WS-LEG-NUMERO          PIC 9(01).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LEG-TEXTO           PIC X(40).

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

          COPY WS_PESQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** AVALIACAO DE CURSOS - RELATORIO ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente CRS_DAT, MTR_DAT, PSQ_DAT, TRM_DAT,
      * REL_DIR, RELCAT_PATH e SRT_PATH, usando o caminho tradicional
      * como valor padrao quando a variavel nao estiver definida.
      * Tambem le o modo batch RELPESQ_MODO.
      *----------------------------------------------------------------
       P100-CAMINHOS.
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

            MOVE WS-CAMINHO-PSQ-DAT-DFL  TO WS-CAMINHO-PSQ-DAT
            DISPLAY 'PSQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PSQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PSQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PSQ-DAT-DFL TO WS-CAMINHO-PSQ-DAT
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

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'RELPESQ_MODO'       UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
            .

       P300-RELATORIO.
            PERFORM P370-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P330-ACUMULA-MATRICULAS
                PERFORM P335-ACUMULA-PESQUISAS
                PERFORM P310-ABRE-RELATORIO

                IF FS-REL-OK THEN
                    MOVE ZEROS           TO WS-TOT WS-CONT-CURSOS
                                            WS-CONT-AVALIADOS
                                            WS-POSICAO
                    MOVE 9,99            TO WS-MEDIA-ANT
                    SORT SRT-PSQ
                        ON ASCENDING KEY SRT-GRUPO
                        ON DESCENDING KEY SRT-MEDIA
                        ON ASCENDING KEY SRT-CURSO
                        INPUT PROCEDURE IS P341-SELECIONA-CURSOS
                        OUTPUT PROCEDURE IS P342-IMPRIME-CLASSIFICADO

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
      * REL_DIR e grava o cabecalho com o termo.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'RELPESQ_'
                   WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-PSQ

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO
                MOVE WS-TERMO           TO WS-CAB-TERMO
                MOVE WS-DS-TERMO        TO WS-CAB-DS-TERMO
                MOVE WS-DT-INI-TERMO    TO WS-CAB-DT-INI
                MOVE WS-DT-FIM-TERMO    TO WS-CAB-DT-FIM

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
      * P320-FECHA-RELATORIO: grava o total do termo e a legenda das
      * questoes, fecha e cataloga o relatorio.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES              TO WS-LIN-ROTULO
            MOVE ' TOTAL DO TERMO'   TO WS-LIN-ROTULO
            MOVE WS-TOT-FORMULARIOS  TO WS-LIN-FORMULARIOS
            MOVE WS-TOT-MATRICULADOS TO WS-LIN-MATRICULADOS
            MOVE ZEROS               TO WS-PCT-CALC
            IF WS-TOT-MATRICULADOS GREATER ZEROS
                COMPUTE WS-PCT-CALC ROUNDED =
                    WS-TOT-FORMULARIOS * 100 / WS-TOT-MATRICULADOS
            END-IF
            MOVE WS-PCT-CALC         TO WS-LIN-TAXA

            MOVE ZEROS               TO WS-SOMA-GERAL WS-QTD-GERAL
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                MOVE ZEROS           TO WS-MEDIA-CALC
                IF WS-TOT-QTD (WS-IDX) GREATER ZEROS
                    COMPUTE WS-MEDIA-CALC ROUNDED =
                        WS-TOT-SOMA (WS-IDX) / WS-TOT-QTD (WS-IDX)
                END-IF
                MOVE WS-MEDIA-CALC   TO WS-LIN-MEDIA-Q (WS-IDX)
                ADD WS-TOT-SOMA (WS-IDX) TO WS-SOMA-GERAL
                ADD WS-TOT-QTD (WS-IDX)  TO WS-QTD-GERAL
            END-PERFORM
            MOVE ZEROS               TO WS-MEDIA-CALC
            IF WS-QTD-GERAL GREATER ZEROS
                COMPUTE WS-MEDIA-CALC ROUNDED =
                    WS-SOMA-GERAL / WS-QTD-GERAL
            END-IF
            MOVE WS-MEDIA-CALC       TO WS-LIN-MEDIA
            WRITE REL-LINHA          FROM WS-LIN-DETALHE

            MOVE WS-CONT-CURSOS      TO WS-TOT-LIN-CURSOS
            MOVE WS-CONT-AVALIADOS   TO WS-TOT-LIN-AVALIADOS
            WRITE REL-LINHA          FROM WS-LIN-TOTAL

            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            MOVE 'QUESTOES (1 A 5; EM BRANCO FORA DA MEDIA):'
                                     TO REL-LINHA
            WRITE REL-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                MOVE WS-IDX                   TO WS-LEG-NUMERO
                MOVE WS-PESQ-QUESTAO (WS-IDX) TO WS-LEG-TEXTO
                WRITE REL-LINHA               FROM WS-LIN-LEGENDA
            END-PERFORM

            CLOSE REL-PSQ
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
                MOVE 'RELPESQ'            TO CAT-PROGRAMA
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
      * P330-ACUMULA-MATRICULAS: uma passada em MTR.DAT conta, por
      * curso, os matriculados do termo que podiam responder: as
      * matriculas nao canceladas, a mesma regra de PESQCUR.
      *----------------------------------------------------------------
       P330-ACUMULA-MATRICULAS.
            INITIALIZE TAB-CURSOS-PESQ
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
                                   AND CD-CUR-MATR GREATER ZEROS
                                   AND NOT MATR-CANCELADA
                                    ADD 1 TO
                                        TC-MATRICULADOS (CD-CUR-MATR)
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
      * P335-ACUMULA-PESQUISAS: uma passada em PSQ.DAT soma, por
      * curso, os formularios do termo e, por questao, as notas e a
      * quantidade de respostas nao em branco.
      *----------------------------------------------------------------
       P335-ACUMULA-PESQUISAS.
            SET EOF-OK              TO FALSE
            SET STATUS-PSQ-OK       TO TRUE

            OPEN INPUT PSQ-DAT

            IF WS-STATUS-PSQ EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-PSQ-OK THEN
                    MOVE ZEROS      TO CD-CUR-PSQ CD-TRM-PSQ SEQ-PSQ
                    START PSQ-DAT KEY IS NOT LESS THAN CHAVE-PSQ
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ PSQ-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF CD-TRM-PSQ EQUAL WS-TERMO
                                   AND CD-CUR-PSQ GREATER ZEROS
                                    PERFORM P337-CONTA-FORMULARIO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE PSQ-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PESQUISAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-PSQ
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P337-CONTA-FORMULARIO: acumula o formulario corrente no curso.
      *----------------------------------------------------------------
       P337-CONTA-FORMULARIO.
            ADD 1                   TO TC-FORMULARIOS (CD-CUR-PSQ)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                IF RESP-PSQ (WS-IDX) GREATER ZEROS
                    ADD RESP-PSQ (WS-IDX)
                        TO TC-SOMA (CD-CUR-PSQ WS-IDX)
                    ADD 1 TO TC-QTD (CD-CUR-PSQ WS-IDX)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P341-SELECIONA-CURSOS: percorre CRS.DAT e envia ao SORT os
      * cursos com matriculados ou formularios no termo, com a media
      * geral do curso como chave da classificacao. Curso sem nenhuma
      * resposta vai para o grupo 2, depois dos classificados.
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
                               AND (TC-MATRICULADOS (CD-CUR-DAT)
                                        GREATER ZEROS
                                    OR TC-FORMULARIOS (CD-CUR-DAT)
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
      * P342-IMPRIME-CLASSIFICADO: devolve os cursos ja classificados
      * pela media geral e imprime uma linha por curso.
      *----------------------------------------------------------------
       P342-IMPRIME-CLASSIFICADO.
            SET EOF-SRT-OK          TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-PSQ
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        PERFORM P355-IMPRIME-CURSO
                END-RETURN
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P343-LIBERA-CURSO: monta o registro do SORT com os
      * acumuladores do curso corrente de CRS.DAT.
      *----------------------------------------------------------------
       P343-LIBERA-CURSO.
            MOVE CD-CUR-DAT         TO SRT-CURSO
            MOVE DS-CUR-DAT         TO SRT-DESCRICAO
            MOVE TC-MATRICULADOS (CD-CUR-DAT) TO SRT-MATRICULADOS
            MOVE TC-FORMULARIOS (CD-CUR-DAT)  TO SRT-FORMULARIOS

            MOVE ZEROS              TO WS-SOMA-GERAL WS-QTD-GERAL
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                MOVE TC-SOMA (CD-CUR-DAT WS-IDX) TO SRT-SOMA (WS-IDX)
                MOVE TC-QTD (CD-CUR-DAT WS-IDX)  TO SRT-QTD (WS-IDX)
                ADD TC-SOMA (CD-CUR-DAT WS-IDX)  TO WS-SOMA-GERAL
                ADD TC-QTD (CD-CUR-DAT WS-IDX)   TO WS-QTD-GERAL
            END-PERFORM

            MOVE ZEROS              TO SRT-MEDIA
            IF WS-QTD-GERAL GREATER ZEROS
                MOVE 1              TO SRT-GRUPO
                COMPUTE SRT-MEDIA ROUNDED =
                    WS-SOMA-GERAL / WS-QTD-GERAL
            ELSE
                MOVE 2              TO SRT-GRUPO
            END-IF
            RELEASE SRT-REGISTRO
            .
      *----------------------------------------------------------------
      * P355-IMPRIME-CURSO: grava a linha do curso corrente do SORT,
      * com a posicao na classificacao (media igual a anterior repete
      * a posicao), e o acumula no total do termo.
      *----------------------------------------------------------------
       P355-IMPRIME-CURSO.
            ADD 1                    TO WS-CONT-CURSOS

            MOVE SPACES              TO WS-LIN-ROTULO
            IF SRT-GRUPO EQUAL 1
                ADD 1                TO WS-CONT-AVALIADOS
                IF SRT-MEDIA NOT EQUAL WS-MEDIA-ANT
                    MOVE WS-CONT-AVALIADOS TO WS-POSICAO
                    MOVE SRT-MEDIA         TO WS-MEDIA-ANT
                END-IF
                MOVE WS-POSICAO      TO WS-LIN-POSICAO
            END-IF
            MOVE SRT-CURSO           TO WS-LIN-CURSO
            MOVE SRT-DESCRICAO       TO WS-LIN-DESCRICAO
            MOVE SRT-FORMULARIOS     TO WS-LIN-FORMULARIOS
            MOVE SRT-MATRICULADOS    TO WS-LIN-MATRICULADOS

            MOVE ZEROS               TO WS-PCT-CALC
            IF SRT-MATRICULADOS GREATER ZEROS
                COMPUTE WS-PCT-CALC ROUNDED =
                    SRT-FORMULARIOS * 100 / SRT-MATRICULADOS
            END-IF
            MOVE WS-PCT-CALC         TO WS-LIN-TAXA

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                MOVE ZEROS           TO WS-MEDIA-CALC
                IF SRT-QTD (WS-IDX) GREATER ZEROS
                    COMPUTE WS-MEDIA-CALC ROUNDED =
                        SRT-SOMA (WS-IDX) / SRT-QTD (WS-IDX)
                END-IF
                MOVE WS-MEDIA-CALC   TO WS-LIN-MEDIA-Q (WS-IDX)
                ADD SRT-SOMA (WS-IDX) TO WS-TOT-SOMA (WS-IDX)
                ADD SRT-QTD (WS-IDX)  TO WS-TOT-QTD (WS-IDX)
            END-PERFORM
            MOVE SRT-MEDIA           TO WS-LIN-MEDIA
            WRITE REL-LINHA          FROM WS-LIN-DETALHE

            ADD SRT-FORMULARIOS      TO WS-TOT-FORMULARIOS
            ADD SRT-MATRICULADOS     TO WS-TOT-MATRICULADOS
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: o termo vem de RELPESQ_TERMO ou, fora do
      * modo batch, e pedido ao operador; vazio = ultimo termo
      * fechado de TRM.DAT. Termo ainda aberto sai marcado PARCIAL,
      * porque a secretaria ainda pode digitar formularios.
      *----------------------------------------------------------------
       P370-ESCOLHE-TERMO.
            SET TERMO-VALIDO        TO FALSE
            PERFORM P375-TERMO-FECHADO

            MOVE SPACES             TO WS-TERMO-TXT
            DISPLAY 'RELPESQ_TERMO' UPON ENVIRONMENT-NAME
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
                            MOVE 'PARCIAL'  TO WS-CAB-SITUACAO
                            DISPLAY 'ATENCAO: TERMO ' WS-TERMO
                                    ' AINDA ABERTO. NUMEROS PARCIAIS.'
                        ELSE
                            MOVE 'FECHADO'  TO WS-CAB-SITUACAO
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
       END PROGRAM RELPESQ.
