      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE OCUPACAO DAS SALAS POR TERMO LETIVO
      *          (SALAUSO.TXT): PARA O CD-TERMO ESCOLHIDO EM TRM.DAT
      *          (VAZIO = TERMO ABERTO CORRENTE), SOMA POR SALA E POR
      *          DIA DA SEMANA AS HORAS OCUPADAS PELAS FAIXAS DE
      *          HOR.DAT DOS CURSOS QUE TEM MATRICULA ATIVA OU
      *          ENCERRADA NO TERMO EM MTR.DAT, E O PERCENTUAL DA
      *          SEMANA DISPONIVEL QUE ISSO REPRESENTA. A SEMANA
      *          DISPONIVEL E DE SEGUNDA A SABADO, NA JANELA DIARIA
      *          DA VARIAVEL SALA_JANELA (HHMMHHMM, PADRAO 07002200).
      *          SALA DE HOR.DAT FORA DO CADASTRO SAL.DAT SAI
      *          MARCADA COMO NAO CADASTRADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSALA.

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
            FILE STATUS  IS WS-STATUS-SAL.

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

            SELECT REL-SALA ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SAL-DAT.
          COPY FD_SALA.

       FD HOR-DAT.
          COPY FD_HORARIO.

       FD MTR-DAT.
          COPY FD_MATR.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD REL-SALA.
       01 REL-LINHA                        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-SAL-DAT               PIC X(80).
       01 WS-CAMINHO-SAL-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SAL.DAT'.
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
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SALAUSO.
      -    'TXT'.

       77 WS-STATUS-SAL                    PIC 99.
          88 STATUS-SAL-OK                 VALUE 0.
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
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-DS-TERMO                      PIC X(20) VALUE SPACES.
       77 WS-JANELA-TXT                    PIC X(08) VALUE SPACES.
       01 WS-JANELA                        PIC 9(08) VALUE 07002200.
       01 FILLER REDEFINES WS-JANELA.
          03 WS-JANELA-INI                 PIC 9(04).
          03 WS-JANELA-FIM                 PIC 9(04).
       77 WS-MIN-DIA                       PIC 9(04) VALUE ZEROS.
       77 WS-MIN-SEMANA                    PIC 9(05) VALUE ZEROS.
       77 WS-MIN-INI                       PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FIM                       PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FAIXA                     PIC 9(04) VALUE ZEROS.
       77 WS-MIN-SALA                      PIC 9(06) VALUE ZEROS.
       77 WS-MIN-GERAL                     PIC 9(07) VALUE ZEROS.
       77 WS-HORAS                         PIC 9(05) VALUE ZEROS.
       77 WS-MINUTOS                       PIC 9(02) VALUE ZEROS.
       77 WS-PCT                           PIC 9(03)V9 VALUE ZEROS.
       77 WS-QTD-SALAS                     PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-SALA                      PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-DIA                       PIC 9(01) COMP VALUE ZEROS.
       77 WS-SALA-ACHADA                   PIC X    VALUE 'N'.
          88 SALA-ACHADA                   VALUE 'S' FALSE 'N'.
       77 WS-CONT-FAIXAS                   PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-SALA                 PIC 9(05) VALUE ZEROS.

       01 TAB-MATRICULADOS.
          03 TAB-MTR-CURSO          OCCURS 9999 PIC 9(04).

       01 TAB-SALAS.
          03 TS-ITEM                OCCURS 300.
             05 TS-CODIGO           PIC X(08).
             05 TS-DESCRICAO        PIC X(30).
             05 TS-LUGARES          PIC 9(04).
             05 TS-STATUS           PIC X(01).
             05 TS-MIN-DIA          OCCURS 7 PIC 9(05).

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'RELATORIO DE OCUPACAO DAS SALAS'.
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
          03 FILLER                 PIC X(20) VALUE
             '  SEMANA DISPONIVEL '.
          03 WS-CAB-JAN-INI         PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' A '.
          03 WS-CAB-JAN-FIM         PIC 9(04).
          03 FILLER                 PIC X(16) VALUE
             ', SEG A SAB = '.
          03 WS-CAB-HORAS           PIC ZZ9.
          03 FILLER                 PIC X(02) VALUE 'H'.
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(09) VALUE 'SALA'.
          03 FILLER                 PIC X(21) VALUE 'DESCRICAO'.
          03 FILLER                 PIC X(05) VALUE 'LUG.'.
          03 FILLER                 PIC X(08) VALUE '    SEG'.
          03 FILLER                 PIC X(08) VALUE '    TER'.
          03 FILLER                 PIC X(08) VALUE '    QUA'.
          03 FILLER                 PIC X(08) VALUE '    QUI'.
          03 FILLER                 PIC X(08) VALUE '    SEX'.
          03 FILLER                 PIC X(08) VALUE '    SAB'.
          03 FILLER                 PIC X(08) VALUE '    DOM'.
          03 FILLER                 PIC X(09) VALUE '    TOTAL'.
          03 FILLER                 PIC X(08) VALUE '   OCUP%'.
       01 WS-LIN-SALA.
          03 WS-LIN-CODIGO          PIC X(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-DESCRICAO       PIC X(20).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-LUGARES         PIC ZZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-DIA             OCCURS 7.
             05 FILLER              PIC X(02) VALUE SPACES.
             05 WS-LIN-DIA-HH       PIC ZZ9.
             05 FILLER              PIC X(01) VALUE ':'.
             05 WS-LIN-DIA-MM       PIC 9(02).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-TOT-HH          PIC ZZZ9.
          03 FILLER                 PIC X(01) VALUE ':'.
          03 WS-LIN-TOT-MM          PIC 9(02).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-PCT             PIC ZZ9,9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(15) VALUE
             'TOTAL SALAS: '.
          03 WS-TOT-SALAS           PIC ZZ9.
          03 FILLER                 PIC X(18) VALUE
             '  HORAS OCUPADAS: '.
          03 WS-TOT-HH              PIC ZZZZ9.
          03 FILLER                 PIC X(01) VALUE ':'.
          03 WS-TOT-MM              PIC 9(02).
          03 FILLER                 PIC X(19) VALUE
             '  FAIXAS DO TERMO: '.
          03 WS-TOT-FAIXAS          PIC ZZZZ9.
          03 FILLER                 PIC X(12) VALUE '  SEM SALA: '.
          03 WS-TOT-SEM-SALA        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** OCUPACAO DAS SALAS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente SAL_DAT, HOR_DAT, MTR_DAT, TRM_DAT e
      * SALAUSO_PATH, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida. SALA_JANELA
      * (HHMMHHMM) muda a janela diaria da semana disponivel.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-SAL-DAT-DFL  TO WS-CAMINHO-SAL-DAT
            DISPLAY 'SAL_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SAL-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SAL-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SAL-DAT-DFL TO WS-CAMINHO-SAL-DAT
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
            DISPLAY 'SALAUSO_PATH'       UPON ENVIRONMENT-NAME
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

            MOVE WS-JANELA-INI           TO HR-INI-HOR
            MOVE WS-JANELA-FIM           TO HR-FIM-HOR
            PERFORM P345-MINUTOS-FAIXA
            IF WS-MIN-FAIXA EQUAL ZEROS
                MOVE 07002200            TO WS-JANELA
                MOVE 900                 TO WS-MIN-FAIXA
            END-IF
            MOVE WS-MIN-FAIXA            TO WS-MIN-DIA
            COMPUTE WS-MIN-SEMANA = WS-MIN-DIA * 6
            .

       P300-RELATORIO.
            PERFORM P350-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                PERFORM P310-CONTA-MATRICULADOS
                PERFORM P320-CARREGA-SALAS
                PERFORM P330-ACUMULA-FAIXAS
                PERFORM P340-IMPRIME
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-CONTA-MATRICULADOS: uma passada em MTR.DAT conta, por
      * curso, as matriculas ativas ou encerradas do termo; so as
      * faixas dos cursos com turma no termo ocupam sala.
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
      * P320-CARREGA-SALAS: carrega o cadastro SAL.DAT em memoria, em
      * ordem de codigo, com os acumuladores por dia zerados.
      *----------------------------------------------------------------
       P320-CARREGA-SALAS.
            INITIALIZE TAB-SALAS
            MOVE ZEROS              TO WS-QTD-SALAS
            SET EOF-OK              TO FALSE
            SET STATUS-SAL-OK       TO TRUE

            OPEN INPUT SAL-DAT

            IF WS-STATUS-SAL EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-SAL-OK THEN
                    MOVE LOW-VALUES TO CD-SALA
                    START SAL-DAT KEY IS NOT LESS THAN CD-SALA
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK OR WS-QTD-SALAS = 300
                        READ SAL-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                ADD 1 TO WS-QTD-SALAS
                                MOVE CD-SALA
                                  TO TS-CODIGO (WS-QTD-SALAS)
                                MOVE DS-SALA
                                  TO TS-DESCRICAO (WS-QTD-SALAS)
                                MOVE LUGARES-SALA
                                  TO TS-LUGARES (WS-QTD-SALAS)
                                MOVE STATUS-SALA
                                  TO TS-STATUS (WS-QTD-SALAS)
                        END-READ
                    END-PERFORM
                    CLOSE SAL-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SALAS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-SAL
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P330-ACUMULA-FAIXAS: percorre HOR.DAT somando a duracao de
      * cada faixa de curso com turma no termo no dia da semana da
      * sua sala. Sala fora do cadastro entra na tabela como nao
      * cadastrada; faixa sem sala so e contada.
      *----------------------------------------------------------------
       P330-ACUMULA-FAIXAS.
            MOVE ZEROS              TO WS-CONT-FAIXAS
                                       WS-CONT-SEM-SALA
            SET EOF-OK              TO FALSE
            SET STATUS-HOR-OK       TO TRUE

            OPEN INPUT HOR-DAT

            IF WS-STATUS-HOR EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-HOR-OK THEN
                    MOVE LOW-VALUES TO CHAVE-HOR
                    START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ HOR-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF CD-CUR-HOR GREATER ZEROS
                                   AND TAB-MTR-CURSO (CD-CUR-HOR)
                                       GREATER ZEROS
                                   AND DIA-HOR GREATER ZEROS
                                   AND DIA-HOR NOT GREATER 7
                                    PERFORM P335-ACUMULA-FAIXA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE HOR-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P335-ACUMULA-FAIXA: soma a faixa corrente na sala dela.
      *----------------------------------------------------------------
       P335-ACUMULA-FAIXA.
            ADD 1                   TO WS-CONT-FAIXAS

            IF SALA-HOR EQUAL SPACES
                ADD 1               TO WS-CONT-SEM-SALA
            ELSE
                SET SALA-ACHADA     TO FALSE
                PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                        UNTIL WS-IDX-SALA > WS-QTD-SALAS
                           OR SALA-ACHADA
                    IF TS-CODIGO (WS-IDX-SALA) EQUAL SALA-HOR
                        SET SALA-ACHADA TO TRUE
                    END-IF
                END-PERFORM

                IF SALA-ACHADA
                    SUBTRACT 1      FROM WS-IDX-SALA
                ELSE
                    IF WS-QTD-SALAS LESS 300
                        ADD 1       TO WS-QTD-SALAS
                        MOVE WS-QTD-SALAS TO WS-IDX-SALA
                        MOVE SALA-HOR TO TS-CODIGO (WS-IDX-SALA)
                        MOVE '(NAO CADASTRADA)'
                          TO TS-DESCRICAO (WS-IDX-SALA)
                        MOVE ZEROS  TO TS-LUGARES (WS-IDX-SALA)
                        MOVE 'X'    TO TS-STATUS (WS-IDX-SALA)
                        SET SALA-ACHADA TO TRUE
                    END-IF
                END-IF

                IF SALA-ACHADA
                    PERFORM P345-MINUTOS-FAIXA
                    ADD WS-MIN-FAIXA
                     TO TS-MIN-DIA (WS-IDX-SALA, DIA-HOR)
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P340-IMPRIME: grava o relatorio com uma linha por sala - as
      * horas de cada dia, o total da semana e o percentual da
      * semana disponivel - e o total geral. Sala inativa sem
      * ocupacao no termo nao aparece.
      *----------------------------------------------------------------
       P340-IMPRIME.
            MOVE ZEROS              TO WS-MIN-GERAL
            SET FS-REL-OK           TO TRUE
            OPEN OUTPUT REL-SALA

            IF NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
            ELSE
                ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE WS-DATA-DIA    TO WS-CAB-DIA
                MOVE WS-DATA-MES    TO WS-CAB-MES
                MOVE WS-DATA-ANO    TO WS-CAB-ANO
                MOVE WS-TERMO       TO WS-CAB-TERMO
                MOVE WS-DS-TERMO    TO WS-CAB-DS-TERMO
                MOVE WS-JANELA-INI  TO WS-CAB-JAN-INI
                MOVE WS-JANELA-FIM  TO WS-CAB-JAN-FIM
                COMPUTE WS-CAB-HORAS = WS-MIN-SEMANA / 60
                MOVE WS-CABECALHO-1 TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-CABECALHO-2 TO REL-LINHA
                WRITE REL-LINHA
                MOVE SPACES         TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-CABECALHO-3 TO REL-LINHA
                WRITE REL-LINHA

                PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                        UNTIL WS-IDX-SALA > WS-QTD-SALAS
                    PERFORM P342-LINHA-SALA
                END-PERFORM

                DIVIDE WS-MIN-GERAL BY 60 GIVING WS-HORAS
                                          REMAINDER WS-MINUTOS
                MOVE WS-QTD-SALAS   TO WS-TOT-SALAS
                MOVE WS-HORAS       TO WS-TOT-HH
                MOVE WS-MINUTOS     TO WS-TOT-MM
                MOVE WS-CONT-FAIXAS TO WS-TOT-FAIXAS
                MOVE WS-CONT-SEM-SALA TO WS-TOT-SEM-SALA
                MOVE SPACES         TO REL-LINHA
                WRITE REL-LINHA
                MOVE WS-LIN-TOTAL   TO REL-LINHA
                WRITE REL-LINHA

                CLOSE REL-SALA
                DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-REL
                DISPLAY WS-LIN-TOTAL
            END-IF
            .
      *----------------------------------------------------------------
      * P342-LINHA-SALA: monta e grava a linha da sala WS-IDX-SALA.
      *----------------------------------------------------------------
       P342-LINHA-SALA.
            MOVE ZEROS              TO WS-MIN-SALA
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > 7
                ADD TS-MIN-DIA (WS-IDX-SALA, WS-IDX-DIA)
                 TO WS-MIN-SALA
            END-PERFORM

            IF WS-MIN-SALA GREATER ZEROS
               OR TS-STATUS (WS-IDX-SALA) EQUAL 'A'
                MOVE TS-CODIGO (WS-IDX-SALA)    TO WS-LIN-CODIGO
                MOVE TS-DESCRICAO (WS-IDX-SALA) TO WS-LIN-DESCRICAO
                MOVE TS-LUGARES (WS-IDX-SALA)   TO WS-LIN-LUGARES
                PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                        UNTIL WS-IDX-DIA > 7
                    DIVIDE TS-MIN-DIA (WS-IDX-SALA, WS-IDX-DIA)
                        BY 60 GIVING WS-HORAS REMAINDER WS-MINUTOS
                    MOVE WS-HORAS   TO WS-LIN-DIA-HH (WS-IDX-DIA)
                    MOVE WS-MINUTOS TO WS-LIN-DIA-MM (WS-IDX-DIA)
                END-PERFORM
                DIVIDE WS-MIN-SALA BY 60 GIVING WS-HORAS
                                         REMAINDER WS-MINUTOS
                MOVE WS-HORAS       TO WS-LIN-TOT-HH
                MOVE WS-MINUTOS     TO WS-LIN-TOT-MM
                COMPUTE WS-PCT ROUNDED =
                        WS-MIN-SALA * 100 / WS-MIN-SEMANA
                    ON SIZE ERROR
                        MOVE 999,9  TO WS-PCT
                END-COMPUTE
                MOVE WS-PCT         TO WS-LIN-PCT
                MOVE WS-LIN-SALA    TO REL-LINHA
                WRITE REL-LINHA
                ADD WS-MIN-SALA     TO WS-MIN-GERAL
            END-IF
            .
      *----------------------------------------------------------------
      * P345-MINUTOS-FAIXA: duracao em minutos de HR-INI-HOR a
      * HR-FIM-HOR (HHMM) em WS-MIN-FAIXA; faixa invertida vale zero.
      *----------------------------------------------------------------
       P345-MINUTOS-FAIXA.
            MOVE ZEROS              TO WS-MIN-FAIXA
            DIVIDE HR-INI-HOR BY 100 GIVING WS-HORAS
                                     REMAINDER WS-MINUTOS
            COMPUTE WS-MIN-INI = WS-HORAS * 60 + WS-MINUTOS
            DIVIDE HR-FIM-HOR BY 100 GIVING WS-HORAS
                                     REMAINDER WS-MINUTOS
            COMPUTE WS-MIN-FIM = WS-HORAS * 60 + WS-MINUTOS

            IF WS-MIN-FIM GREATER WS-MIN-INI
                COMPUTE WS-MIN-FAIXA = WS-MIN-FIM - WS-MIN-INI
            END-IF
            .
      *----------------------------------------------------------------
      * P350-ESCOLHE-TERMO: pede o termo do relatorio (vazio = termo
      * aberto corrente de TRM.DAT) e confere que existe. Termo
      * fechado e aceito.
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
       END PROGRAM RELSALA.
