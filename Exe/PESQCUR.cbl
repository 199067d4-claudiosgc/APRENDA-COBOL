      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: DIGITACAO DOS FORMULARIOS DE AVALIACAO DE CURSO
      *          PELA SECRETARIA (PSQ.DAT, COPYBOOK FD_PESQ): PARA O
      *          TERMO E O CURSO ESCOLHIDOS, CONFERE QUE O FORMULARIO
      *          VEM DE UM ESTUDANTE MATRICULADO NO CURSO NO TERMO
      *          (MTR.DAT, NAO CANCELADA) E QUE ELE AINDA NAO
      *          RESPONDEU (PSR.DAT, COPYBOOK FD_PESQRSP), E GRAVA AS
      *          RESPOSTAS COM A PROXIMA SEQUENCIA DO CURSO NO TERMO,
      *          SEM O CODIGO DO ESTUDANTE. TERMO FECHADO EM CADTRM
      *          NAO ACEITA MAIS FORMULARIOS. O TERMO E O CURSO FICAM
      *          DE UM FORMULARIO PARA O OUTRO, PARA A PILHA DE PAPEL
      *          DE UMA TURMA SER DIGITADA DE UMA VEZ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESQCUR.

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

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT PSQ-DAT ASSIGN TO WS-CAMINHO-PSQ-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PSQ
            FILE STATUS  IS WS-STATUS-PSQ.

            SELECT PSR-DAT ASSIGN TO WS-CAMINHO-PSR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-PSR
            FILE STATUS  IS WS-STATUS-PSR.

       DATA DIVISION.
       FILE SECTION.
       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                   CD-CURSO         BY CD-CUR-DAT
                                   DS-CURSO         BY DS-CUR-DAT
                                   CAPACIDADE-CURSO BY CAP-CUR-DAT.

       FD MTR-DAT.
          COPY FD_MATR.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD PSQ-DAT.
          COPY FD_PESQ.

       FD PSR-DAT.
          COPY FD_PESQRSP.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-PSQ-DAT               PIC X(80).
       01 WS-CAMINHO-PSQ-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PSQ.DAT'.
       01 WS-CAMINHO-PSR-DAT               PIC X(80).
       01 WS-CAMINHO-PSR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PSR.DAT'.

       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-PSQ                    PIC 99.
          88 STATUS-PSQ-OK                 VALUE 0.
       77 WS-STATUS-PSR                    PIC 99.
          88 STATUS-PSR-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-TURMA-OK                      PIC X    VALUE 'N'.
          88 TURMA-OK                      VALUE 'S' FALSE 'N'.
       77 WS-RESPONDENTE-OK                PIC X    VALUE 'N'.
          88 RESPONDENTE-OK                VALUE 'S' FALSE 'N'.
       77 WS-RESPOSTA-OK                   PIC X    VALUE 'N'.
          88 RESPOSTA-OK                   VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM                       PIC X    VALUE SPACE.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       77 WS-TERMO-DIG                     PIC 9(06) VALUE ZEROS.
       77 WS-CD-CURSO                      PIC 9(04) VALUE ZEROS.
       77 WS-CURSO-DIG                     PIC 9(04) VALUE ZEROS.
       77 WS-DS-CURSO                      PIC X(30) VALUE SPACES.
       77 WS-CD-ESTUDANTE                  PIC 9(05) VALUE ZEROS.
       77 WS-ULTIMA-SEQ                    PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WS-IDX                           PIC 9(01) VALUE ZEROS.
       77 WS-CONT-GRAVADOS                 PIC 9(05) VALUE ZEROS.

       01 WS-RESPOSTAS.
          03 WS-RESPOSTA                   PIC 9(01) OCCURS 5.

          COPY WS_PESQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** AVALIACAO DE CURSO - DIGITACAO ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS
            PERFORM P375-TERMO-ABERTO

            PERFORM P300-FORMULARIO    THRU P300-FIM UNTIL EXIT-OK

            DISPLAY 'FORMULARIOS GRAVADOS NA SESSAO: '
                    WS-CONT-GRAVADOS
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente CRS_DAT, MTR_DAT, TRM_DAT, PSQ_DAT e
      * PSR_DAT, usando o caminho tradicional como valor padrao
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

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-CAMINHO-PSQ-DAT-DFL  TO WS-CAMINHO-PSQ-DAT
            DISPLAY 'PSQ_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PSQ-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PSQ-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PSQ-DAT-DFL TO WS-CAMINHO-PSQ-DAT
            END-IF

            MOVE WS-CAMINHO-PSR-DAT-DFL  TO WS-CAMINHO-PSR-DAT
            DISPLAY 'PSR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PSR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PSR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-PSR-DAT-DFL TO WS-CAMINHO-PSR-DAT
            END-IF
            .

       P300-FORMULARIO.
            MOVE SPACES             TO WS-CONFIRM

            PERFORM P310-ESCOLHE-TURMA

            IF TURMA-OK THEN
                DISPLAY 'Matricula do estudante que entregou o '
                        'formulario: '
                ACCEPT WS-CD-ESTUDANTE

                PERFORM P350-VALIDA-RESPONDENTE

                IF RESPONDENTE-OK THEN
                    MOVE ZEROS      TO WS-RESPOSTAS
                    DISPLAY 'Notas de 1 (discordo totalmente) a 5 '
                            '(concordo totalmente); 0 = em branco.'
                    PERFORM P320-DIGITA-QUESTAO
                        VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES

                    DISPLAY 'RESPOSTAS: ' WS-RESPOSTA (1) ' '
                            WS-RESPOSTA (2) ' ' WS-RESPOSTA (3) ' '
                            WS-RESPOSTA (4) ' ' WS-RESPOSTA (5)
                    DISPLAY 'TECLE <S> PARA GRAVAR O FORMULARIO.'
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM EQUAL 'S' THEN
                        PERFORM P330-GRAVA-FORMULARIO
                    ELSE
                        DISPLAY 'Formulario descartado.'
                    END-IF
                END-IF
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-ESCOLHE-TURMA: termo e curso do formulario. Vazio mantem
      * o termo e o curso anteriores (na primeira vez, o termo aberto
      * mais recente de TRM.DAT). O termo tem de estar aberto e o
      * curso cadastrado em CRS.DAT.
      *----------------------------------------------------------------
       P310-ESCOLHE-TURMA.
            SET TURMA-OK            TO FALSE

            DISPLAY 'Termo (vazio = ' WS-TERMO '): '
            ACCEPT WS-TERMO-DIG
            IF WS-TERMO-DIG NOT EQUAL ZEROS
                MOVE WS-TERMO-DIG   TO WS-TERMO
            END-IF
            DISPLAY 'Codigo do curso (vazio = ' WS-CD-CURSO '): '
            ACCEPT WS-CURSO-DIG
            IF WS-CURSO-DIG NOT EQUAL ZEROS
                MOVE WS-CURSO-DIG   TO WS-CD-CURSO
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
                            DISPLAY 'TERMO ' WS-TERMO ' FECHADO. A '
                                    'PESQUISA DELE ESTA ENCERRADA.'
                        ELSE
                            SET TURMA-OK TO TRUE
                        END-IF
                END-READ
                CLOSE TRM-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TERMOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-TRM
            END-IF

            IF TURMA-OK THEN
                SET TURMA-OK        TO FALSE
                SET STATUS-CRS-OK   TO TRUE
                OPEN INPUT CRS-DAT

                IF STATUS-CRS-OK THEN
                    MOVE WS-CD-CURSO TO CD-CUR-DAT
                    READ CRS-DAT
                        KEY IS CD-CUR-DAT
                        INVALID KEY
                            DISPLAY 'CURSO NAO EXISTE: ' WS-CD-CURSO
                        NOT INVALID KEY
                            SET TURMA-OK TO TRUE
                            MOVE DS-CUR-DAT TO WS-DS-CURSO
                            DISPLAY 'TERMO ' WS-TERMO ' CURSO '
                                    WS-CD-CURSO ' - ' WS-DS-CURSO
                    END-READ
                    CLOSE CRS-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-CRS
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P320-DIGITA-QUESTAO: pede a nota da questao WS-IDX ate vir um
      * valor de 0 a 5.
      *----------------------------------------------------------------
       P320-DIGITA-QUESTAO.
            SET RESPOSTA-OK         TO FALSE
            PERFORM UNTIL RESPOSTA-OK
                DISPLAY WS-IDX ' - ' WS-PESQ-QUESTAO (WS-IDX) ': '
                ACCEPT WS-RESPOSTA (WS-IDX)
                IF WS-RESPOSTA (WS-IDX) GREATER 5
                    DISPLAY 'NOTA DEVE SER DE 0 A 5.'
                ELSE
                    SET RESPOSTA-OK TO TRUE
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P330-GRAVA-FORMULARIO: grava as respostas em PSQ.DAT com a
      * proxima sequencia do curso no termo e marca o estudante como
      * respondente em PSR.DAT. Os dois arquivos nao guardam nada em
      * comum alem do curso e do termo.
      *----------------------------------------------------------------
       P330-GRAVA-FORMULARIO.
            SET EOF-OK              TO FALSE
            SET STATUS-PSQ-OK       TO TRUE
            MOVE ZEROS              TO WS-ULTIMA-SEQ
            ACCEPT WS-DATA-HOJE     FROM DATE YYYYMMDD

            OPEN I-O PSQ-DAT

            IF WS-STATUS-PSQ EQUAL 35 THEN
                OPEN OUTPUT PSQ-DAT
                CLOSE PSQ-DAT
                OPEN I-O PSQ-DAT
            END-IF

            IF STATUS-PSQ-OK THEN
                MOVE WS-CD-CURSO     TO CD-CUR-PSQ
                MOVE WS-TERMO        TO CD-TRM-PSQ
                MOVE ZEROS           TO SEQ-PSQ
                START PSQ-DAT KEY IS NOT LESS THAN CHAVE-PSQ
                    INVALID KEY
                        SET EOF-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-OK
                    READ PSQ-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF CD-CUR-PSQ EQUAL WS-CD-CURSO
                               AND CD-TRM-PSQ EQUAL WS-TERMO
                                MOVE SEQ-PSQ TO WS-ULTIMA-SEQ
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                MOVE WS-CD-CURSO     TO CD-CUR-PSQ
                MOVE WS-TERMO        TO CD-TRM-PSQ
                COMPUTE SEQ-PSQ = WS-ULTIMA-SEQ + 1
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-PESQ-QTD-QUESTOES
                    MOVE WS-RESPOSTA (WS-IDX) TO RESP-PSQ (WS-IDX)
                END-PERFORM
                MOVE WS-DATA-HOJE    TO DT-PSQ

                WRITE REG-PESQUISAS
                    INVALID KEY
                        DISPLAY 'SEQUENCIA DE FORMULARIO JA EXISTE.'
                END-WRITE

                CLOSE PSQ-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PESQUISAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-PSQ
            END-IF

            IF STATUS-PSQ-OK THEN
                SET STATUS-PSR-OK   TO TRUE
                OPEN I-O PSR-DAT

                IF WS-STATUS-PSR EQUAL 35 THEN
                    OPEN OUTPUT PSR-DAT
                    CLOSE PSR-DAT
                    OPEN I-O PSR-DAT
                END-IF

                IF STATUS-PSR-OK THEN
                    MOVE WS-CD-CURSO     TO CD-CUR-PSR
                    MOVE WS-TERMO        TO CD-TRM-PSR
                    MOVE WS-CD-ESTUDANTE TO CD-EST-PSR
                    MOVE WS-DATA-HOJE    TO DT-PSR
                    WRITE REG-PESQ-RESPONDENTES
                        INVALID KEY
                            DISPLAY 'ESTUDANTE JA CONSTA COMO '
                                    'RESPONDENTE.'
                    END-WRITE
                    CLOSE PSR-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O CONTROLE DE '
                            'RESPONDENTES'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-PSR
                END-IF

                ADD 1 TO WS-CONT-GRAVADOS
                DISPLAY 'Formulario gravado (sequencia ' SEQ-PSQ ').'
            END-IF
            .
      *----------------------------------------------------------------
      * P350-VALIDA-RESPONDENTE: o formulario so vale se o estudante
      * tem matricula nao cancelada no curso, carimbada com o termo,
      * e ainda nao consta em PSR.DAT para o curso e o termo.
      *----------------------------------------------------------------
       P350-VALIDA-RESPONDENTE.
            SET RESPONDENTE-OK      TO FALSE
            SET STATUS-MTR-OK       TO TRUE

            OPEN INPUT MTR-DAT

            IF STATUS-MTR-OK THEN
                MOVE WS-CD-ESTUDANTE TO CD-EST-MATR
                MOVE WS-CD-CURSO     TO CD-CUR-MATR
                READ MTR-DAT
                    KEY IS CHAVE-MATR
                    INVALID KEY
                        DISPLAY 'ESTUDANTE NAO MATRICULADO NO CURSO.'
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN CD-TRM-MATR NOT EQUAL WS-TERMO
                                DISPLAY 'MATRICULA E DO TERMO '
                                        CD-TRM-MATR '. FORMULARIO '
                                        'RECUSADO.'
                            WHEN MATR-CANCELADA
                                DISPLAY 'MATRICULA CANCELADA. '
                                        'FORMULARIO RECUSADO.'
                            WHEN OTHER
                                SET RESPONDENTE-OK TO TRUE
                        END-EVALUATE
                END-READ
                CLOSE MTR-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
            END-IF

            IF RESPONDENTE-OK THEN
                SET STATUS-PSR-OK   TO TRUE
                OPEN INPUT PSR-DAT

                IF WS-STATUS-PSR EQUAL 35 THEN
                    CONTINUE
                ELSE
                    IF STATUS-PSR-OK THEN
                        MOVE WS-CD-CURSO     TO CD-CUR-PSR
                        MOVE WS-TERMO        TO CD-TRM-PSR
                        MOVE WS-CD-ESTUDANTE TO CD-EST-PSR
                        READ PSR-DAT
                            KEY IS CHAVE-PSR
                            NOT INVALID KEY
                                SET RESPONDENTE-OK TO FALSE
                                DISPLAY 'ESTUDANTE JA ENTREGOU O '
                                        'FORMULARIO DESTE CURSO.'
                        END-READ
                        CLOSE PSR-DAT
                    ELSE
                        SET RESPONDENTE-OK TO FALSE
                        DISPLAY 'ERRO AO ABRIR O CONTROLE DE '
                                'RESPONDENTES'
                        DISPLAY 'FILE STATUS: ' WS-STATUS-PSR
                    END-IF
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P375-TERMO-ABERTO: localiza em TRM.DAT o termo aberto de
      * maior codigo, sugerido na primeira digitacao.
      *----------------------------------------------------------------
       P375-TERMO-ABERTO.
            SET EOF-OK              TO FALSE
            SET STATUS-TRM-OK       TO TRUE
            MOVE ZEROS              TO WS-TERMO

            OPEN INPUT TRM-DAT

            IF WS-STATUS-TRM EQUAL 35 THEN
                CONTINUE
            ELSE
                IF STATUS-TRM-OK THEN
                    MOVE ZEROS      TO CD-TERMO
                    START TRM-DAT KEY IS NOT LESS THAN CD-TERMO
                        INVALID KEY
                            SET EOF-OK TO TRUE
                    END-START

                    PERFORM UNTIL EOF-OK
                        READ TRM-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                IF TERMO-ABERTO
                                    MOVE CD-TERMO TO WS-TERMO
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE TRM-DAT
                END-IF
            END-IF
            .

       P900-FIM.

            GOBACK.
       END PROGRAM PESQCUR.
