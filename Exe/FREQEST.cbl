      *          O PROFESSOR MARCA NO PAPEL PASSA A TER DESTINO, E A
      *          SECRETARIA PARA DE RECONTAR FOLHA NO FIM DO
      *          PERIODO.
      * Modification History:
      *  15/10/2026 CS  Presenca e alerta de faltas passam a ter como
      *                 base as sessoes previstas ate hoje em SES.DAT
      *                 (gerado por CALAULA a partir de HOR.DAT e do
      *                 periodo do termo): sessao sem chamada conta
      *                 como falta. Curso sem SES.DAT segue contando
      *                 so as sessoes registradas.
      *  15/10/2026 CS  Presenca e alerta passam a medir cada
      *                 estudante dentro do termo da sua matricula
      *                 (CD-TRM-MATR): as sessoes previstas sao
      *                 contadas por termo (CD-TRM-SES) e so entram
      *                 as chamadas de FRQ.DAT dentro do periodo do
      *                 termo em TRM.DAT. Antes, com o calendario de
      *                 um segundo termo gerado, o estudante do termo
      *                 corrente era medido tambem contra as sessoes
      *                 dos termos anteriores e caia na lista de
      *                 alerta sem ter faltado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQEST.
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

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
       FD FRQ-DAT.
          COPY FD_FREQ.

       FD SES-DAT.
          COPY FD_SESSAO.

       FD TRM-DAT.
          COPY FD_TERMO.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
       01 WS-CAMINHO-FRQ-DAT               PIC X(80).
       01 WS-CAMINHO-FRQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\FRQ.DAT'.
       01 WS-CAMINHO-SES-DAT               PIC X(80).
       01 WS-CAMINHO-SES-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SES.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.

       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-FRQ                    PIC 99.
          88 STATUS-FRQ-OK                 VALUE 0.
       77 WS-STATUS-SES                    PIC 99.
          88 STATUS-SES-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-MTR-ABERTO                    PIC X    VALUE 'N'.
          88 MTR-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-TRM-ABERTO                    PIC X    VALUE 'N'.
          88 TRM-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
       77 WS-ACHOU                         PIC X    VALUE 'N'.
          88 ACHOU                         VALUE 'S' FALSE 'N'.
       77 WS-NOME-TRAB                     PIC X(20) VALUE SPACES.
       77 WS-QTD-PREVISTAS                 PIC 9(03) VALUE ZEROS.
       77 WS-BASE-SESSOES                  PIC 9(03) VALUE ZEROS.
       77 WS-QTD-TERMOS                    PIC 9(03) COMP VALUE ZEROS.
       77 WS-IDX-TRM                       PIC 9(03) COMP VALUE ZEROS.

       01 TAB-ALUNOS.
          03 TAB-ALUNO              OCCURS 500.
             05 TAB-ALU-CODIGO      PIC 9(05).
             05 TAB-ALU-SESSOES     PIC 9(03).
             05 TAB-ALU-PRESENCAS   PIC 9(03).
             05 TAB-ALU-TERMO       PIC 9(06).
             05 TAB-ALU-DT-INI      PIC 9(08).
             05 TAB-ALU-DT-FIM      PIC 9(08).

       01 TAB-PREVISTAS.
          03 TAB-PRV                OCCURS 50.
             05 TAB-PRV-TERMO       PIC 9(06).
             05 TAB-PRV-QTD         PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente ST_DAT, MTR_DAT, FRQ_DAT, SES_DAT e
      * TRM_DAT,
      * usando o caminho tradicional como valor padrao quando a
      * variavel nao estiver definida. FREQ_LIMITE muda o limite de
      * faltas.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
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

            MOVE SPACES                  TO WS-LIMITE-TXT
            DISPLAY 'FREQ_LIMITE'        UPON ENVIRONMENT-NAME
            ACCEPT WS-LIMITE-TXT         FROM ENVIRONMENT-VALUE
            .
      *----------------------------------------------------------------
      * P320-PRESENCA-CURSO: acumula as sessoes do curso por
      * estudante e exibe o percentual de presenca de cada um, sobre
      * as sessoes previstas do termo da matricula quando o curso as
      * tem em SES.DAT.
      *----------------------------------------------------------------
       P320-PRESENCA-CURSO.
            DISPLAY 'Codigo do curso: '
            ACCEPT WS-CD-CURSO

            PERFORM P360-ACUMULA-CURSO
            PERFORM P370-CONTA-PREVISTAS
            PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                    UNTIL WS-IDX-TRM GREATER WS-QTD-TERMOS
                DISPLAY 'SESSOES PREVISTAS ATE HOJE NO TERMO '
                        TAB-PRV-TERMO (WS-IDX-TRM) ': '
                        TAB-PRV-QTD (WS-IDX-TRM)
            END-PERFORM

            IF WS-QTD-ALUNOS EQUAL ZEROS THEN
                DISPLAY 'NENHUMA SESSAO REGISTRADA PARA O CURSO.'
            .
      *----------------------------------------------------------------
      * P325-EXIBE-ALUNO: exibe o percentual de presenca do estudante
      * corrente da tabela, sobre as sessoes previstas do seu termo
      * ou, sem elas, sobre as sessoes em que o estudante teve
      * chamada no termo.
      *----------------------------------------------------------------
       P325-EXIBE-ALUNO.
            MOVE SPACES             TO WS-NOME-TRAB
                END-READ
            END-IF

            PERFORM P375-BASE-ALUNO
            IF WS-BASE-SESSOES EQUAL ZEROS
                DISPLAY '  ' TAB-ALU-CODIGO (WS-IDX) ' - '
                        WS-NOME-TRAB ' SEM SESSOES NO TERMO '
                        TAB-ALU-TERMO (WS-IDX)
            ELSE
                COMPUTE WS-PCT-PRESENCA ROUNDED =
                    (TAB-ALU-PRESENCAS (WS-IDX) * 100) /
                    WS-BASE-SESSOES

                DISPLAY '  ' TAB-ALU-CODIGO (WS-IDX) ' - '
                        WS-NOME-TRAB ' PRESENCA '
                        WS-PCT-PRESENCA '% ('
                        TAB-ALU-PRESENCAS (WS-IDX) ' DE '
                        WS-BASE-SESSOES ')'
            END-IF
            .
      *----------------------------------------------------------------
      * P330-LISTA-ALERTA: lista os estudantes do curso cuja taxa de
            ACCEPT WS-CD-CURSO

            PERFORM P360-ACUMULA-CURSO
            PERFORM P370-CONTA-PREVISTAS

            IF WS-QTD-ALUNOS EQUAL ZEROS THEN
                DISPLAY 'NENHUMA SESSAO REGISTRADA PARA O CURSO.'
                OPEN INPUT ST-DAT
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX GREATER WS-QTD-ALUNOS
                    PERFORM P375-BASE-ALUNO
                    IF WS-BASE-SESSOES GREATER ZEROS
                        COMPUTE WS-PCT-FALTAS ROUNDED =
                            ((WS-BASE-SESSOES -
                              TAB-ALU-PRESENCAS (WS-IDX)) * 100) /
                            WS-BASE-SESSOES
                        IF WS-PCT-FALTAS GREATER WS-LIMITE
                            ADD 1 TO WS-CONT-SESSAO
                            PERFORM P335-EXIBE-ALERTA
                        END-IF
                    END-IF
                END-PERFORM
                IF STATUS-ST-OK
            .
      *----------------------------------------------------------------
      * P360-ACUMULA-CURSO: percorre as sessoes do curso em FRQ.DAT e
      * acumula, por estudante, sessoes e presencas na tabela, so as
      * do periodo do termo da matricula do estudante. MTR.DAT e
      * TRM.DAT ficam abertos para P366-TERMO-ALUNO.
      *----------------------------------------------------------------
       P360-ACUMULA-CURSO.
            SET EOF-OK              TO FALSE
            SET STATUS-FRQ-OK       TO TRUE
            MOVE ZEROS              TO WS-QTD-ALUNOS

            SET MTR-ABERTO          TO FALSE
            SET TRM-ABERTO          TO FALSE
            OPEN INPUT MTR-DAT
            IF STATUS-MTR-OK
                SET MTR-ABERTO      TO TRUE
            END-IF
            OPEN INPUT TRM-DAT
            IF STATUS-TRM-OK
                SET TRM-ABERTO      TO TRUE
            END-IF

            OPEN INPUT FRQ-DAT

            IF WS-STATUS-FRQ EQUAL 35 THEN
                    DISPLAY 'FILE STATUS: ' WS-STATUS-FRQ
                END-IF
            END-IF

            IF MTR-ABERTO
                CLOSE MTR-DAT
            END-IF
            IF TRM-ABERTO
                CLOSE TRM-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P365-ACUMULA-MARCACAO: acumula a marcacao corrente na entrada
      * do estudante na tabela, abrindo uma entrada nova quando e a
      * primeira sessao dele. Marcacao fora do periodo do termo do
      * estudante nao conta.
      *----------------------------------------------------------------
       P365-ACUMULA-MARCACAO.
            SET ACHOU               TO FALSE
                    MOVE CD-EST-FRQ TO TAB-ALU-CODIGO (WS-IDX)
                    MOVE ZEROS      TO TAB-ALU-SESSOES (WS-IDX)
                                       TAB-ALU-PRESENCAS (WS-IDX)
                    PERFORM P366-TERMO-ALUNO
                    SET ACHOU       TO TRUE
                ELSE
                    DISPLAY 'LIMITE DE 500 ESTUDANTES NA TABELA.'
            END-IF

            IF ACHOU
               AND DT-FRQ NOT LESS TAB-ALU-DT-INI (WS-IDX)
               AND DT-FRQ NOT GREATER TAB-ALU-DT-FIM (WS-IDX)
                ADD 1               TO TAB-ALU-SESSOES (WS-IDX)
                IF FRQ-PRESENTE
                    ADD 1           TO TAB-ALU-PRESENCAS (WS-IDX)
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P366-TERMO-ALUNO: carimba na entrada corrente da tabela o
      * termo da matricula do estudante no curso (MTR.DAT) e o
      * periodo dele (TRM.DAT). Sem matricula, sem termo ou sem o
      * termo em TRM.DAT, o periodo fica aberto e todas as marcacoes
      * contam.
      *----------------------------------------------------------------
       P366-TERMO-ALUNO.
            MOVE ZEROS              TO TAB-ALU-TERMO (WS-IDX)
                                       TAB-ALU-DT-INI (WS-IDX)
            MOVE 99999999           TO TAB-ALU-DT-FIM (WS-IDX)

            IF MTR-ABERTO
                MOVE CD-EST-FRQ     TO CD-EST-MATR
                MOVE WS-CD-CURSO    TO CD-CUR-MATR
                READ MTR-DAT
                    KEY IS CHAVE-MATR
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CD-TRM-MATR TO TAB-ALU-TERMO (WS-IDX)
                END-READ
            END-IF

            IF TRM-ABERTO AND TAB-ALU-TERMO (WS-IDX) GREATER ZEROS
                MOVE TAB-ALU-TERMO (WS-IDX) TO CD-TERMO
                READ TRM-DAT
                    KEY IS CD-TERMO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE DT-INI-TERMO TO TAB-ALU-DT-INI (WS-IDX)
                        MOVE DT-FIM-TERMO TO TAB-ALU-DT-FIM (WS-IDX)
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P370-CONTA-PREVISTAS: conta em SES.DAT as sessoes previstas
      * do curso ate hoje, por termo (CD-TRM-SES), em TAB-PREVISTAS.
      * Sem SES.DAT, a tabela fica vazia.
      *----------------------------------------------------------------
       P370-CONTA-PREVISTAS.
            SET EOF-OK              TO FALSE
            SET STATUS-SES-OK       TO TRUE
            MOVE ZEROS              TO WS-QTD-TERMOS
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD

            OPEN INPUT SES-DAT

            IF STATUS-SES-OK THEN
                MOVE WS-CD-CURSO    TO CD-CUR-SES
                MOVE ZEROS          TO DT-SES
                START SES-DAT KEY IS NOT LESS THAN CHAVE-SES
                    INVALID KEY
                        SET EOF-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-OK
                    READ SES-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-SES EQUAL WS-CD-CURSO
                               AND DT-SES NOT GREATER WS-DATA-HOJE
                                PERFORM P372-CONTA-SESSAO-TERMO
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SES-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P372-CONTA-SESSAO-TERMO: soma a sessao corrente de SES.DAT na
      * entrada do seu termo em TAB-PREVISTAS, abrindo a entrada na
      * primeira sessao do termo.
      *----------------------------------------------------------------
       P372-CONTA-SESSAO-TERMO.
            SET ACHOU               TO FALSE
            PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                    UNTIL WS-IDX-TRM GREATER WS-QTD-TERMOS OR ACHOU
                IF TAB-PRV-TERMO (WS-IDX-TRM) EQUAL CD-TRM-SES
                    SET ACHOU       TO TRUE
                    SUBTRACT 1      FROM WS-IDX-TRM
                END-IF
            END-PERFORM

            IF NOT ACHOU
                IF WS-QTD-TERMOS LESS 50
                    ADD 1           TO WS-QTD-TERMOS
                    MOVE WS-QTD-TERMOS TO WS-IDX-TRM
                    MOVE CD-TRM-SES TO TAB-PRV-TERMO (WS-IDX-TRM)
                    MOVE ZEROS      TO TAB-PRV-QTD (WS-IDX-TRM)
                    SET ACHOU       TO TRUE
                ELSE
                    DISPLAY 'LIMITE DE 50 TERMOS NA TABELA.'
                END-IF
            END-IF

            IF ACHOU
                ADD 1               TO TAB-PRV-QTD (WS-IDX-TRM)
            END-IF
            .
      *----------------------------------------------------------------
      * P375-BASE-ALUNO: base do percentual do estudante corrente da
      * tabela: as sessoes previstas ate hoje no termo da matricula,
      * ou as sessoes com chamada quando nao ha previstas para o
      * termo (ou quando o estudante tem mais chamadas que previstas,
      * como aula extra).
      *----------------------------------------------------------------
       P375-BASE-ALUNO.
            MOVE ZEROS              TO WS-QTD-PREVISTAS
            PERFORM VARYING WS-IDX-TRM FROM 1 BY 1
                    UNTIL WS-IDX-TRM GREATER WS-QTD-TERMOS
                IF TAB-PRV-TERMO (WS-IDX-TRM)
                   EQUAL TAB-ALU-TERMO (WS-IDX)
                    MOVE TAB-PRV-QTD (WS-IDX-TRM) TO WS-QTD-PREVISTAS
                END-IF
            END-PERFORM

            IF WS-QTD-PREVISTAS GREATER TAB-ALU-SESSOES (WS-IDX)
                MOVE WS-QTD-PREVISTAS TO WS-BASE-SESSOES
            ELSE
                MOVE TAB-ALU-SESSOES (WS-IDX) TO WS-BASE-SESSOES
            END-IF
            .

       P900-FIM.

