      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CALENDARIO DE AULAS PREVISTAS (SES.DAT, COPYBOOK
      *          FD_SESSAO): PARA UM TERMO DE TRM.DAT, DESDOBRA AS
      *          FAIXAS DE HOR.DAT DE CADA CURSO COM MATRICULA NO
      *          TERMO EM TODAS AS DATAS DE DT-INI-TERMO A
      *          DT-FIM-TERMO, PULANDO OS FERIADOS DO CALENDARIO
      *          CALEND.TXT DE BATCHCTT, E GRAVA UMA SESSAO PREVISTA
      *          POR CURSO E DATA. CADA SESSAO JA PASSADA E CONFERIDA
      *          CONTRA FRQ.DAT, E AS QUE NAO TEM NENHUMA CHAMADA
      *          SAEM NO RELATORIO CALAULA.TXT, COM O RESUMO POR
      *          CURSO. O CURSO PROCESSADO TEM AS SESSOES DO PERIODO
      *          REGERADAS, ENTAO RODAR DE NOVO DEPOIS DE MEXER NO
      *          HORARIO OU LANCAR CHAMADA ATRASADA ACERTA O ARQUIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALAULA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

            SELECT FRQ-DAT ASSIGN TO WS-CAMINHO-FRQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-FREQ
            FILE STATUS  IS WS-STATUS-FRQ.

            SELECT SES-DAT ASSIGN TO WS-CAMINHO-SES-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-SES
            FILE STATUS  IS WS-STATUS-SES.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT CALENDARIO ASSIGN TO WS-CAMINHO-CAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAL.

            SELECT REL-AULA ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                  CD-CURSO         BY CD-CUR-DAT
                                  DS-CURSO         BY DS-CUR-DAT
                                  CAPACIDADE-CURSO BY CAP-CUR-DAT.

       FD MTR-DAT.
          COPY FD_MATR.

       FD HOR-DAT.
          COPY FD_HORARIO.

       FD FRQ-DAT.
          COPY FD_FREQ.

       FD SES-DAT.
          COPY FD_SESSAO.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD CALENDARIO.
       01 CAL-LINHA                        PIC X(40).

       FD REL-AULA.
       01 REL-LINHA                        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-HOR-DAT               PIC X(80).
       01 WS-CAMINHO-HOR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HOR.DAT'.
       01 WS-CAMINHO-FRQ-DAT               PIC X(80).
       01 WS-CAMINHO-FRQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\FRQ.DAT'.
       01 WS-CAMINHO-SES-DAT               PIC X(80).
       01 WS-CAMINHO-SES-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SES.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-CAL                   PIC X(80).
       01 WS-CAMINHO-CAL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CALEND.T
      -    'XT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CALAULA.
      -    'TXT'.

       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-HOR                    PIC 99.
          88 STATUS-HOR-OK                 VALUE 0.
       77 WS-STATUS-FRQ                    PIC 99.
          88 STATUS-FRQ-OK                 VALUE 0.
       77 WS-STATUS-SES                    PIC 99.
          88 STATUS-SES-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-CAL                    PIC 99.
          88 STATUS-CAL-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-SES                       PIC X.
          88 EOF-SES-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-CRS-ABERTO                    PIC X    VALUE 'N'.
          88 CRS-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-FRQ-ABERTO                    PIC X    VALUE 'N'.
          88 FRQ-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-FERIADO                       PIC X    VALUE 'N'.
          88 DIA-FERIADO                   VALUE 'S' FALSE 'N'.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-TERMO                  PIC 9(08) VALUE ZEROS.
       77 WS-CD-CURSO                      PIC 9(04) VALUE ZEROS.
       77 WS-CURSO-FAIXAS                  PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TESTE                    PIC 9(08) VALUE ZEROS.
       77 WS-INT-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-INT-INI                       PIC 9(08) VALUE ZEROS.
       77 WS-INT-FIM                       PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA                    PIC 9(01) VALUE ZEROS.
       77 WS-QTD-FERIADOS                  PIC 9(03) COMP VALUE ZEROS.
       77 WS-QTD-FAIXAS                    PIC 9(02) COMP VALUE ZEROS.
       77 WS-IDX                           PIC 9(03) COMP VALUE ZEROS.
       77 WS-DS-CURSO                      PIC X(30) VALUE SPACES.
       77 WS-CONT-CURSOS                   PIC 9(04) VALUE ZEROS.
       77 WS-CUR-PREVISTAS                 PIC 9(04) VALUE ZEROS.
       77 WS-CUR-PASSADAS                  PIC 9(04) VALUE ZEROS.
       77 WS-CUR-REGISTRADAS               PIC 9(04) VALUE ZEROS.
       77 WS-CUR-FALTANTES                 PIC 9(04) VALUE ZEROS.
       77 WS-TOT-PREVISTAS                 PIC 9(06) VALUE ZEROS.
       77 WS-TOT-FALTANTES                 PIC 9(06) VALUE ZEROS.

       01 TAB-FERIADOS.
          03 FERIADO-DATA           PIC 9(08) OCCURS 200.

       01 TAB-FAIXAS.
          03 FX-ITEM                OCCURS 20.
             05 FX-DIA              PIC 9(01).
             05 FX-HR-INI           PIC 9(04).
             05 FX-SALA             PIC X(08).

       01 TAB-CURSOS-TERMO.
          03 CT-NO-TERMO            PIC X(01) OCCURS 9999.
             88 CURSO-NO-TERMO      VALUE 'S'.

       01 TAB-NOMES-DIA.
          03 FILLER                 PIC X(21) VALUE
             'SEGTERQUAQUISEXSABDOM'.
       01 FILLER REDEFINES TAB-NOMES-DIA.
          03 NOME-DIA               PIC X(03) OCCURS 7.

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'SESSOES PREVISTAS SEM CHAMADA'.
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
          03 FILLER                 PIC X(12) VALUE '  FERIADOS: '.
          03 WS-CAB-FERIADOS        PIC ZZ9.
       01 WS-LIN-CURSO.
          03 FILLER                 PIC X(07) VALUE 'CURSO: '.
          03 WS-LIN-CUR-CODIGO      PIC 9(04).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-CUR-DESCRICAO   PIC X(30).
       01 WS-LIN-SESSAO.
          03 FILLER                 PIC X(04) VALUE SPACES.
          03 WS-LIN-SES-DATA        PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-SES-DIA         PIC X(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LIN-SES-HORA        PIC 99B99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-SES-SALA        PIC X(08).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 FILLER                 PIC X(11) VALUE 'SEM CHAMADA'.
       01 WS-LIN-RESUMO.
          03 FILLER                 PIC X(04) VALUE SPACES.
          03 FILLER                 PIC X(11) VALUE 'PREVISTAS: '.
          03 WS-RES-PREVISTAS       PIC ZZZ9.
          03 FILLER                 PIC X(12) VALUE '  ATE HOJE: '.
          03 WS-RES-PASSADAS        PIC ZZZ9.
          03 FILLER                 PIC X(15) VALUE '  REGISTRADAS: '.
          03 WS-RES-REGISTRADAS     PIC ZZZ9.
          03 FILLER                 PIC X(15) VALUE '  SEM CHAMADA: '.
          03 WS-RES-FALTANTES       PIC ZZZ9.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(08) VALUE 'CURSOS: '.
          03 WS-TOT-CURSOS          PIC ZZZ9.
          03 FILLER                 PIC X(22) VALUE
             '  SESSOES PREVISTAS: '.
          03 WS-TOT-LIN-PREVISTAS   PIC ZZZZZ9.
          03 FILLER                 PIC X(16) VALUE
             '  SEM CHAMADA: '.
          03 WS-TOT-LIN-FALTANTES   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** CALENDARIO DE AULAS PREVISTAS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-CALENDARIO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente CRS_DAT, MTR_DAT, HOR_DAT, FRQ_DAT,
      * SES_DAT, TRM_DAT, CALEND_PATH (o mesmo de BATCHCTT) e
      * CALAULA_PATH, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida.
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

            MOVE WS-CAMINHO-HOR-DAT-DFL  TO WS-CAMINHO-HOR-DAT
            DISPLAY 'HOR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-HOR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-HOR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-HOR-DAT-DFL TO WS-CAMINHO-HOR-DAT
            END-IF

            MOVE WS-CAMINHO-FRQ-DAT-DFL  TO WS-CAMINHO-FRQ-DAT
            DISPLAY 'FRQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-FRQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-FRQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-FRQ-DAT-DFL TO WS-CAMINHO-FRQ-DAT
            END-IF

            MOVE WS-CAMINHO-SES-DAT-DFL  TO WS-CAMINHO-SES-DAT
            DISPLAY 'SES_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SES-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SES-DAT EQUAL SPACES
                MOVE WS-CAMINHO-SES-DAT-DFL TO WS-CAMINHO-SES-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-CAMINHO-CAL-DFL      TO WS-CAMINHO-CAL
            DISPLAY 'CALEND_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CAL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CAL EQUAL SPACES
                MOVE WS-CAMINHO-CAL-DFL  TO WS-CAMINHO-CAL
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'CALAULA_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF
            .

       P300-CALENDARIO.
            PERFORM P370-ESCOLHE-TERMO

            IF TERMO-VALIDO THEN
                DISPLAY 'Codigo do curso (vazio = todos): '
                MOVE ZEROS          TO WS-CD-CURSO
                ACCEPT WS-CD-CURSO

                PERFORM P305-CARREGA-FERIADOS
                PERFORM P308-CURSOS-DO-TERMO
                PERFORM P310-GERA-SESSOES THRU P310-SAIDA
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P305-CARREGA-FERIADOS: carrega os feriados de CALEND.TXT (um
      * AAAAMMDD por linha), como BATCHCTT. Sem o arquivo, nenhum dia
      * e pulado alem dos que nao tem faixa em HOR.DAT.
      *----------------------------------------------------------------
       P305-CARREGA-FERIADOS.
            SET EOF-OK              TO FALSE
            MOVE ZEROS              TO WS-QTD-FERIADOS

            OPEN INPUT CALENDARIO

            IF STATUS-CAL-OK
                PERFORM UNTIL EOF-OK OR WS-QTD-FERIADOS = 200
                    READ CALENDARIO
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CAL-LINHA(1:8) IS NUMERIC
                                ADD 1 TO WS-QTD-FERIADOS
                                MOVE CAL-LINHA(1:8) TO
                                     FERIADO-DATA (WS-QTD-FERIADOS)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CALENDARIO
            ELSE
                DISPLAY 'CALENDARIO DE FERIADOS NAO ENCONTRADO. '
                        'STATUS: ' WS-STATUS-CAL
            END-IF
            .
      *----------------------------------------------------------------
      * P308-CURSOS-DO-TERMO: marca os cursos com ao menos uma
      * matricula nao cancelada no termo; curso sem turma no termo nao
      * tem aula prevista, mesmo com faixa em HOR.DAT.
      *----------------------------------------------------------------
       P308-CURSOS-DO-TERMO.
            MOVE ALL 'N'            TO TAB-CURSOS-TERMO
            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            OPEN INPUT MTR-DAT

            IF STATUS-MTR-OK THEN
                MOVE ZEROS          TO CD-EST-MATR CD-CUR-MATR
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
                                SET CURSO-NO-TERMO (CD-CUR-MATR)
                                    TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTR-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
            END-IF
            .
      *----------------------------------------------------------------
      * P310-GERA-SESSOES: percorre HOR.DAT na ordem de curso,
      * junta as faixas de cada curso e, na quebra, desdobra o curso
      * no periodo do termo (P330-EXPANDE-CURSO).
      *----------------------------------------------------------------
       P310-GERA-SESSOES.
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE       TO WS-DATA-SISTEMA
            MOVE ZEROS              TO WS-CONT-CURSOS
                                       WS-TOT-PREVISTAS
                                       WS-TOT-FALTANTES

            SET STATUS-HOR-OK       TO TRUE
            SET STATUS-SES-OK       TO TRUE
            SET FS-REL-OK           TO TRUE

            OPEN INPUT HOR-DAT
            IF NOT STATUS-HOR-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE HORARIOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-HOR
                GO TO P310-SAIDA
            END-IF

            OPEN I-O SES-DAT
            IF WS-STATUS-SES EQUAL 35 THEN
                OPEN OUTPUT SES-DAT
                CLOSE SES-DAT
                OPEN I-O SES-DAT
            END-IF
            IF NOT STATUS-SES-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SESSOES'
                DISPLAY 'FILE STATUS: ' WS-STATUS-SES
                CLOSE HOR-DAT
                GO TO P310-SAIDA
            END-IF

            OPEN OUTPUT REL-AULA
            IF NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
                CLOSE HOR-DAT
                CLOSE SES-DAT
                GO TO P310-SAIDA
            END-IF

            SET CRS-ABERTO          TO FALSE
            SET STATUS-CRS-OK       TO TRUE
            OPEN INPUT CRS-DAT
            IF STATUS-CRS-OK
                SET CRS-ABERTO      TO TRUE
            END-IF

            SET FRQ-ABERTO          TO FALSE
            SET STATUS-FRQ-OK       TO TRUE
            OPEN INPUT FRQ-DAT
            IF STATUS-FRQ-OK
                SET FRQ-ABERTO      TO TRUE
            END-IF

            MOVE WS-DATA-DIA        TO WS-CAB-DIA
            MOVE WS-DATA-MES        TO WS-CAB-MES
            MOVE WS-DATA-ANO        TO WS-CAB-ANO
            MOVE WS-TERMO           TO WS-CAB-TERMO
            MOVE WS-DT-INI-TERMO    TO WS-CAB-DT-INI
            MOVE WS-DT-FIM-TERMO    TO WS-CAB-DT-FIM
            MOVE WS-QTD-FERIADOS    TO WS-CAB-FERIADOS
            WRITE REL-LINHA         FROM WS-CABECALHO-1
            WRITE REL-LINHA         FROM WS-CABECALHO-2

            COMPUTE WS-INT-INI =
                FUNCTION INTEGER-OF-DATE (WS-DT-INI-TERMO)
            COMPUTE WS-INT-FIM =
                FUNCTION INTEGER-OF-DATE (WS-DT-FIM-TERMO)

            MOVE ZEROS              TO WS-CURSO-FAIXAS WS-QTD-FAIXAS
            SET EOF-OK              TO FALSE
            MOVE WS-CD-CURSO        TO CD-CUR-HOR
            MOVE ZEROS              TO SEQ-HOR
            START HOR-DAT KEY IS NOT LESS THAN CHAVE-HOR
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ HOR-DAT NEXT RECORD
                    AT END
                        SET EOF-OK  TO TRUE
                    NOT AT END
                        IF WS-CD-CURSO NOT EQUAL ZEROS
                           AND CD-CUR-HOR NOT EQUAL WS-CD-CURSO
                            SET EOF-OK TO TRUE
                        ELSE
                            PERFORM P320-JUNTA-FAIXA
                        END-IF
                END-READ
            END-PERFORM

            IF WS-QTD-FAIXAS GREATER ZEROS
                PERFORM P330-EXPANDE-CURSO
            END-IF

            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CONT-CURSOS     TO WS-TOT-CURSOS
            MOVE WS-TOT-PREVISTAS   TO WS-TOT-LIN-PREVISTAS
            MOVE WS-TOT-FALTANTES   TO WS-TOT-LIN-FALTANTES
            WRITE REL-LINHA         FROM WS-LIN-TOTAL

            CLOSE HOR-DAT
            CLOSE SES-DAT
            CLOSE REL-AULA
            IF CRS-ABERTO
                CLOSE CRS-DAT
            END-IF
            IF FRQ-ABERTO
                CLOSE FRQ-DAT
            END-IF

            DISPLAY 'CURSOS: ' WS-CONT-CURSOS
                    ' SESSOES PREVISTAS: ' WS-TOT-PREVISTAS
                    ' SEM CHAMADA: ' WS-TOT-FALTANTES
            DISPLAY 'RELATORIO GRAVADO: ' WS-CAMINHO-REL
            .
       P310-SAIDA.
      *----------------------------------------------------------------
      * P320-JUNTA-FAIXA: guarda a faixa corrente de HOR.DAT na
      * tabela do curso; na troca de curso, desdobra o anterior.
      *----------------------------------------------------------------
       P320-JUNTA-FAIXA.
            IF CD-CUR-HOR NOT EQUAL WS-CURSO-FAIXAS
                IF WS-QTD-FAIXAS GREATER ZEROS
                    PERFORM P330-EXPANDE-CURSO
                END-IF
                MOVE CD-CUR-HOR     TO WS-CURSO-FAIXAS
                MOVE ZEROS          TO WS-QTD-FAIXAS
            END-IF

            IF CD-CUR-HOR GREATER ZEROS
               AND CURSO-NO-TERMO (CD-CUR-HOR)
               AND DIA-HOR GREATER ZEROS
               AND WS-QTD-FAIXAS LESS 20
                ADD 1               TO WS-QTD-FAIXAS
                MOVE DIA-HOR        TO FX-DIA (WS-QTD-FAIXAS)
                MOVE HR-INI-HOR     TO FX-HR-INI (WS-QTD-FAIXAS)
                MOVE SALA-HOR       TO FX-SALA (WS-QTD-FAIXAS)
            END-IF
            .
      *----------------------------------------------------------------
      * P330-EXPANDE-CURSO: apaga as sessoes do curso no periodo do
      * termo e as regera dia a dia, de DT-INI-TERMO a DT-FIM-TERMO,
      * gravando o resumo do curso no relatorio.
      *----------------------------------------------------------------
       P330-EXPANDE-CURSO.
            ADD 1                   TO WS-CONT-CURSOS
            MOVE ZEROS              TO WS-CUR-PREVISTAS
                                       WS-CUR-PASSADAS
                                       WS-CUR-REGISTRADAS
                                       WS-CUR-FALTANTES

            MOVE SPACES             TO WS-DS-CURSO
            IF CRS-ABERTO
                MOVE WS-CURSO-FAIXAS TO CD-CUR-DAT
                READ CRS-DAT
                    KEY IS CD-CUR-DAT
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO WS-DS-CURSO
                    NOT INVALID KEY
                        MOVE DS-CUR-DAT TO WS-DS-CURSO
                END-READ
            END-IF

            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CURSO-FAIXAS    TO WS-LIN-CUR-CODIGO
            MOVE WS-DS-CURSO        TO WS-LIN-CUR-DESCRICAO
            WRITE REL-LINHA         FROM WS-LIN-CURSO

            PERFORM P332-APAGA-SESSOES

            PERFORM VARYING WS-INT-DATA FROM WS-INT-INI BY 1
                    UNTIL WS-INT-DATA GREATER WS-INT-FIM
                PERFORM P335-EXPANDE-DIA
            END-PERFORM

            MOVE WS-CUR-PREVISTAS   TO WS-RES-PREVISTAS
            MOVE WS-CUR-PASSADAS    TO WS-RES-PASSADAS
            MOVE WS-CUR-REGISTRADAS TO WS-RES-REGISTRADAS
            MOVE WS-CUR-FALTANTES   TO WS-RES-FALTANTES
            WRITE REL-LINHA         FROM WS-LIN-RESUMO

            ADD WS-CUR-PREVISTAS    TO WS-TOT-PREVISTAS
            ADD WS-CUR-FALTANTES    TO WS-TOT-FALTANTES
            MOVE ZEROS              TO WS-QTD-FAIXAS
            .
      *----------------------------------------------------------------
      * P332-APAGA-SESSOES: remove de SES.DAT as sessoes do curso
      * dentro do periodo do termo, para a regeracao nao deixar
      * sessao de faixa que saiu do horario.
      *----------------------------------------------------------------
       P332-APAGA-SESSOES.
            SET EOF-SES-OK          TO FALSE
            MOVE WS-CURSO-FAIXAS    TO CD-CUR-SES
            MOVE WS-DT-INI-TERMO    TO DT-SES
            START SES-DAT KEY IS NOT LESS THAN CHAVE-SES
                INVALID KEY
                    SET EOF-SES-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-SES-OK
                READ SES-DAT NEXT RECORD
                    AT END
                        SET EOF-SES-OK TO TRUE
                    NOT AT END
                        IF CD-CUR-SES EQUAL WS-CURSO-FAIXAS
                           AND DT-SES NOT GREATER WS-DT-FIM-TERMO
                            DELETE SES-DAT RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                        ELSE
                            SET EOF-SES-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P335-EXPANDE-DIA: grava a sessao do curso no dia corrente
      * quando alguma faixa cai no dia da semana e o dia nao e
      * feriado. Sessao ja passada sem chamada vai para o relatorio.
      *----------------------------------------------------------------
       P335-EXPANDE-DIA.
            COMPUTE WS-DATA-TESTE =
                FUNCTION DATE-OF-INTEGER (WS-INT-DATA)
            COMPUTE WS-DIA-SEMANA =
                FUNCTION MOD (WS-INT-DATA 7)
            IF WS-DIA-SEMANA EQUAL ZEROS
                MOVE 7              TO WS-DIA-SEMANA
            END-IF

            SET DIA-FERIADO         TO FALSE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX GREATER WS-QTD-FERIADOS
                       OR DIA-FERIADO
                IF FERIADO-DATA (WS-IDX) EQUAL WS-DATA-TESTE
                    SET DIA-FERIADO TO TRUE
                END-IF
            END-PERFORM

            IF NOT DIA-FERIADO
                MOVE ZEROS          TO QT-FAIXAS-SES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX GREATER WS-QTD-FAIXAS
                    IF FX-DIA (WS-IDX) EQUAL WS-DIA-SEMANA
                        PERFORM P337-JUNTA-FAIXA-DIA
                    END-IF
                END-PERFORM

                IF QT-FAIXAS-SES GREATER ZEROS
                    PERFORM P340-GRAVA-SESSAO
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P337-JUNTA-FAIXA-DIA: soma a faixa corrente na sessao do dia;
      * a hora e a sala da sessao sao as da faixa mais cedo.
      *----------------------------------------------------------------
       P337-JUNTA-FAIXA-DIA.
            IF QT-FAIXAS-SES EQUAL ZEROS
               OR FX-HR-INI (WS-IDX) LESS HR-INI-SES
                MOVE FX-HR-INI (WS-IDX) TO HR-INI-SES
                MOVE FX-SALA (WS-IDX)   TO SALA-SES
            END-IF
            IF QT-FAIXAS-SES LESS 9
                ADD 1               TO QT-FAIXAS-SES
            END-IF
            .
      *----------------------------------------------------------------
      * P340-GRAVA-SESSAO: confere a sessao passada contra FRQ.DAT
      * (qualquer marcacao do curso na data conta como chamada
      * registrada) e grava a sessao em SES.DAT.
      *----------------------------------------------------------------
       P340-GRAVA-SESSAO.
            MOVE WS-CURSO-FAIXAS    TO CD-CUR-SES
            MOVE WS-DATA-TESTE      TO DT-SES
            MOVE WS-TERMO           TO CD-TRM-SES
            MOVE WS-DIA-SEMANA      TO DIA-SES
            ADD 1                   TO WS-CUR-PREVISTAS

            IF DT-SES GREATER WS-DATA-HOJE
                SET SES-PREVISTA    TO TRUE
            ELSE
                ADD 1               TO WS-CUR-PASSADAS
                SET SES-SEM-CHAMADA TO TRUE
                IF FRQ-ABERTO
                    MOVE CD-CUR-SES TO CD-CUR-FRQ
                    MOVE DT-SES     TO DT-FRQ
                    MOVE ZEROS      TO CD-EST-FRQ
                    START FRQ-DAT KEY IS NOT LESS THAN CHAVE-FREQ
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            READ FRQ-DAT NEXT RECORD
                                AT END
                                    CONTINUE
                                NOT AT END
                                    IF CD-CUR-FRQ EQUAL CD-CUR-SES
                                       AND DT-FRQ EQUAL DT-SES
                                        SET SES-REGISTRADA TO TRUE
                                    END-IF
                            END-READ
                    END-START
                END-IF

                IF SES-REGISTRADA
                    ADD 1           TO WS-CUR-REGISTRADAS
                ELSE
                    ADD 1           TO WS-CUR-FALTANTES
                    MOVE DT-SES     TO WS-LIN-SES-DATA
                    MOVE NOME-DIA (DIA-SES) TO WS-LIN-SES-DIA
                    MOVE HR-INI-SES TO WS-LIN-SES-HORA
                    MOVE SALA-SES   TO WS-LIN-SES-SALA
                    WRITE REL-LINHA FROM WS-LIN-SESSAO
                END-IF
            END-IF

            WRITE REG-SESSOES
                INVALID KEY
                    REWRITE REG-SESSOES
            END-WRITE
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: pede o termo (vazio = termo aberto
      * corrente) e guarda o periodo do termo.
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
                        SET TERMO-VALIDO  TO TRUE
                        MOVE DS-TERMO     TO WS-CAB-DS-TERMO
                        MOVE DT-INI-TERMO TO WS-DT-INI-TERMO
                        MOVE DT-FIM-TERMO TO WS-DT-FIM-TERMO
                END-READ
                CLOSE TRM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-TRM
            END-IF

            IF TERMO-VALIDO
               AND WS-DT-INI-TERMO GREATER WS-DT-FIM-TERMO
                DISPLAY 'PERIODO DO TERMO INVALIDO EM TRM.DAT.'
                SET TERMO-VALIDO    TO FALSE
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

       P900-FIM.

            GOBACK.
       END PROGRAM CALAULA.
