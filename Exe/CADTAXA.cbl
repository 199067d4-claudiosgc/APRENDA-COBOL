      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS MENSALIDADES (TAX.DAT, COPYBOOK
      *          FD_TAXA): VALOR, NUMERO DE PARCELAS E DIA DE
      *          VENCIMENTO DE CADA CURSO EM CADA TERMO LETIVO, E
      *          GERACAO DAS PARCELAS (COB.DAT, COPYBOOK FD_COBR) DAS
      *          MATRICULAS DO TERMO EM MTR.DAT. A GERACAO PODE SER
      *          REPETIDA: PARCELA JA GERADA NAO E REGRAVADA, E AS
      *          PARCELAS EM ABERTO E SEM PAGAMENTO DE MATRICULA
      *          CANCELADA SAO CANCELADAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTAXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TAX-DAT ASSIGN TO WS-CAMINHO-TAX-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-TAXA
            FILE STATUS  IS WS-FS.

            SELECT CRS-DAT ASSIGN TO WS-CAMINHO-CRS-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-CUR-DAT
            FILE STATUS  IS WS-STATUS-CRS.

            SELECT TRM-DAT ASSIGN TO WS-CAMINHO-TRM-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-TERMO
            FILE STATUS  IS WS-STATUS-TRM.

            SELECT MTR-DAT ASSIGN TO WS-CAMINHO-MTR-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-MATR
            FILE STATUS  IS WS-STATUS-MTR.

            SELECT COB-DAT ASSIGN TO WS-CAMINHO-COB-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-COBR
            FILE STATUS  IS WS-STATUS-COB.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-DAT.
          COPY FD_TAXA.

       FD CRS-DAT.
          COPY FD_CURSO REPLACING REG-CURSOS       BY REG-CRS-DAT
                                   CD-CURSO         BY CD-CUR-DAT
                                   DS-CURSO         BY DS-CUR-DAT
                                   CAPACIDADE-CURSO BY CAP-CUR-DAT
                                   CD-PROF-CURSO    BY PRF-CUR-DAT.

       FD TRM-DAT.
          COPY FD_TERMO.

       FD MTR-DAT.
          COPY FD_MATR.

       FD COB-DAT.
          COPY FD_COBR.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-TAX-DAT               PIC X(80).
       01 WS-CAMINHO-TAX-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TAX.DAT'.
       01 WS-CAMINHO-CRS-DAT               PIC X(80).
       01 WS-CAMINHO-CRS-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 WS-CAMINHO-TRM-DAT               PIC X(80).
       01 WS-CAMINHO-TRM-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TRM.DAT'.
       01 WS-CAMINHO-MTR-DAT               PIC X(80).
       01 WS-CAMINHO-MTR-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 WS-CAMINHO-COB-DAT               PIC X(80).
       01 WS-CAMINHO-COB-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COB.DAT'.
       01 WS-REGISTRO                      PIC X(23) VALUE SPACE.
       01 FILLER   REDEFINES WS-REGISTRO.
          03 WS-CD-CUR-TAXA                PIC 9(04).
          03 WS-CD-TRM-TAXA                PIC 9(06).
          03 WS-VL-TAXA                    PIC 9(07)V99.
          03 WS-QT-PARC-TAXA               PIC 9(02).
          03 WS-DIA-VENC-TAXA              PIC 9(02).

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-STATUS-CRS                    PIC 99.
          88 STATUS-CRS-OK                 VALUE 0.
       77 WS-STATUS-TRM                    PIC 99.
          88 STATUS-TRM-OK                 VALUE 0.
       77 WS-STATUS-MTR                    PIC 99.
          88 STATUS-MTR-OK                 VALUE 0.
       77 WS-STATUS-COB                    PIC 99.
          88 STATUS-COB-OK                 VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EOF-TRM                       PIC X.
          88 EOF-TRM-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-COB                       PIC X.
          88 EOF-COB-OK                    VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                         PIC X    VALUE SPACE.
          88 OPCAO-INCLUI                  VALUE 'I'.
          88 OPCAO-ALTERA                  VALUE 'A'.
          88 OPCAO-LISTA                   VALUE 'L'.
          88 OPCAO-GERA                    VALUE 'G'.
       77 WS-CONFIRM                       PIC X    VALUE SPACES.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-CURSO-OK                      PIC X    VALUE 'N'.
          88 CURSO-OK                      VALUE 'S' FALSE 'N'.
       77 WS-TERMO-VALIDO                  PIC X    VALUE 'N'.
          88 TERMO-VALIDO                  VALUE 'S' FALSE 'N'.
       77 WS-TAXA-OK                       PIC X    VALUE 'N'.
          88 TAXA-OK                       VALUE 'S' FALSE 'N'.
       77 WS-TERMO-CORRENTE                PIC 9(06) VALUE ZEROS.
       77 WS-TERMO                         PIC 9(06) VALUE ZEROS.
       01 WS-DT-INI-TERMO                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-INI-TERMO.
          03 WS-INI-ANO                    PIC 9(04).
          03 WS-INI-MES                    PIC 9(02).
          03 WS-INI-DIA                    PIC 9(02).
       01 WS-DT-VENC                       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-VENC.
          03 WS-VENC-ANO                   PIC 9(04).
          03 WS-VENC-MES                   PIC 9(02).
          03 WS-VENC-DIA                   PIC 9(02).
       77 WS-MESES                         PIC 9(06) VALUE ZEROS.
       77 WS-RESTO-MES                     PIC 9(02) VALUE ZEROS.
       77 WS-PARC                          PIC 9(02) VALUE ZEROS.
       77 WS-VL-PARCELA                    PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-ULTIMA                     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VL-EDITADO                    PIC Z.ZZZ.ZZ9,99.
       77 WS-CONT-MATRICULAS               PIC 9(05) VALUE ZEROS.
       77 WS-CONT-GERADAS                  PIC 9(05) VALUE ZEROS.
       77 WS-CONT-EXISTENTES               PIC 9(05) VALUE ZEROS.
       77 WS-CONT-SEM-TAXA                 PIC 9(05) VALUE ZEROS.
       77 WS-CONT-CANCELADAS               PIC 9(05) VALUE ZEROS.

          COPY WS_STATUSARQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** MANUTENCAO DE MENSALIDADES ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-MANUTENCAO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente TAX_DAT, CRS_DAT, TRM_DAT, MTR_DAT e
      * COB_DAT, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-TAX-DAT-DFL  TO WS-CAMINHO-TAX-DAT
            DISPLAY 'TAX_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TAX-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TAX-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TAX-DAT-DFL TO WS-CAMINHO-TAX-DAT
            END-IF

            MOVE WS-CAMINHO-CRS-DAT-DFL  TO WS-CAMINHO-CRS-DAT
            DISPLAY 'CRS_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CRS-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CRS-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CRS-DAT-DFL TO WS-CAMINHO-CRS-DAT
            END-IF

            MOVE WS-CAMINHO-TRM-DAT-DFL  TO WS-CAMINHO-TRM-DAT
            DISPLAY 'TRM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-TRM-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-TRM-DAT EQUAL SPACES
                MOVE WS-CAMINHO-TRM-DAT-DFL TO WS-CAMINHO-TRM-DAT
            END-IF

            MOVE WS-CAMINHO-MTR-DAT-DFL  TO WS-CAMINHO-MTR-DAT
            DISPLAY 'MTR_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-MTR-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-MTR-DAT EQUAL SPACES
                MOVE WS-CAMINHO-MTR-DAT-DFL TO WS-CAMINHO-MTR-DAT
            END-IF

            MOVE WS-CAMINHO-COB-DAT-DFL  TO WS-CAMINHO-COB-DAT
            DISPLAY 'COB_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COB-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COB-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COB-DAT-DFL TO WS-CAMINHO-COB-DAT
            END-IF
            .

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET FS-OK               TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O TAX-DAT

            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT TAX-DAT
                CLOSE TAX-DAT
                OPEN I-O TAX-DAT
            END-IF

            IF FS-OK THEN
                DISPLAY '(I)ncluir, (A)lterar, (L)istar mensalidade '
                        'ou (G)erar parcelas do termo?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-INCLUI
                        PERFORM P310-INCLUI
                    WHEN OPCAO-ALTERA
                        PERFORM P320-ALTERA
                    WHEN OPCAO-LISTA
                        PERFORM P340-LISTA
                    WHEN OPCAO-GERA
                        PERFORM P350-GERA-PARCELAS
                            THRU P350-SAIDA
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MENSALIDADES'
                MOVE WS-FS               TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE TAX-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-INCLUI: grava a mensalidade de um curso num termo. O
      * curso tem de existir em CRS.DAT e o termo em TRM.DAT (vazio
      * = termo aberto corrente); valor maior que zero, de 1 a 12
      * parcelas e dia de vencimento de 1 a 28.
      *----------------------------------------------------------------
       P310-INCLUI.
            DISPLAY 'Codigo do curso: '
            ACCEPT WS-CD-CUR-TAXA
            PERFORM P360-VALIDA-CURSO

            IF CURSO-OK THEN
                PERFORM P370-ESCOLHE-TERMO
            END-IF

            IF CURSO-OK AND TERMO-VALIDO THEN
                MOVE WS-TERMO           TO WS-CD-TRM-TAXA
                PERFORM P315-PEDE-VALORES

                IF TAXA-OK THEN
                    MOVE WS-REGISTRO    TO REG-TAXAS
                    WRITE REG-TAXAS
                        INVALID KEY
                            DISPLAY 'JA EXISTE MENSALIDADE DESSE '
                                    'CURSO NESSE TERMO.'
                        NOT INVALID KEY
                            DISPLAY 'Mensalidade gravada com sucesso'
                    END-WRITE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P315-PEDE-VALORES: pede valor, parcelas e dia de vencimento
      * para WS-REGISTRO e confere as faixas.
      *----------------------------------------------------------------
       P315-PEDE-VALORES.
            SET TAXA-OK             TO FALSE

            DISPLAY 'Valor total da mensalidade do termo: '
            ACCEPT WS-VL-TAXA
            DISPLAY 'Numero de parcelas (1 a 12): '
            ACCEPT WS-QT-PARC-TAXA
            DISPLAY 'Dia do vencimento (1 a 28): '
            ACCEPT WS-DIA-VENC-TAXA

            EVALUATE TRUE
                WHEN WS-VL-TAXA EQUAL ZEROS
                    DISPLAY 'VALOR NAO PODE FICAR EM ZEROS.'
                WHEN WS-QT-PARC-TAXA EQUAL ZEROS
                  OR WS-QT-PARC-TAXA GREATER 12
                    DISPLAY 'NUMERO DE PARCELAS INVALIDO.'
                WHEN WS-DIA-VENC-TAXA EQUAL ZEROS
                  OR WS-DIA-VENC-TAXA GREATER 28
                    DISPLAY 'DIA DE VENCIMENTO INVALIDO.'
                WHEN OTHER
                    SET TAXA-OK     TO TRUE
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P320-ALTERA: altera valor, parcelas e vencimento de uma
      * mensalidade existente. As parcelas ja geradas em COB.DAT nao
      * mudam; a alteracao vale para as matriculas geradas depois.
      *----------------------------------------------------------------
       P320-ALTERA.
            DISPLAY 'Codigo do curso: '
            ACCEPT CD-CUR-TAXA
            DISPLAY 'Codigo do termo: '
            ACCEPT CD-TRM-TAXA

            READ TAX-DAT INTO WS-REGISTRO
               KEY IS CHAVE-TAXA
               INVALID KEY
                   DISPLAY 'MENSALIDADE NAO EXISTE'
               NOT INVALID KEY
                   MOVE WS-VL-TAXA      TO WS-VL-EDITADO
                   DISPLAY 'Valor atual: ' WS-VL-EDITADO
                           ' EM ' WS-QT-PARC-TAXA ' PARCELA(S), '
                           'VENCIMENTO DIA ' WS-DIA-VENC-TAXA
                   DISPLAY 'As parcelas ja geradas nao mudam.'
                   PERFORM P315-PEDE-VALORES
                   IF TAXA-OK THEN
                       DISPLAY 'TECLE: '
                               '<S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                               'para continuar com atual.'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S' THEN
                           MOVE WS-REGISTRO TO REG-TAXAS
                           REWRITE REG-TAXAS
                           DISPLAY 'Mensalidade atualizada.'
                       ELSE
                           DISPLAY 'Alteracao nao realizada.'
                       END-IF
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P340-LISTA: exibe todas as mensalidades cadastradas, por
      * curso e termo.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS
            MOVE ZEROS               TO CD-CUR-TAXA CD-TRM-TAXA
            START TAX-DAT KEY IS NOT LESS THAN CHAVE-TAXA
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ TAX-DAT NEXT RECORD INTO WS-REGISTRO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        MOVE WS-VL-TAXA TO WS-VL-EDITADO
                        DISPLAY 'CURSO ' WS-CD-CUR-TAXA
                                ' TERMO ' WS-CD-TRM-TAXA ' - '
                                WS-VL-EDITADO ' EM '
                                WS-QT-PARC-TAXA ' PARCELA(S), DIA '
                                WS-DIA-VENC-TAXA
                END-READ
            END-PERFORM

            IF WS-CONT-LISTADOS = ZEROS THEN
                DISPLAY 'NENHUMA MENSALIDADE CADASTRADA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P350-GERA-PARCELAS: para o termo escolhido, percorre MTR.DAT
      * e gera em COB.DAT as parcelas de cada matricula ativa ou
      * encerrada cujo curso tem mensalidade no termo. Parcela ja
      * gerada fica como esta; matricula cancelada tem as parcelas
      * em aberto e sem pagamento canceladas.
      *----------------------------------------------------------------
       P350-GERA-PARCELAS.
            MOVE ZEROS              TO WS-CONT-MATRICULAS
                                       WS-CONT-GERADAS
                                       WS-CONT-EXISTENTES
                                       WS-CONT-SEM-TAXA
                                       WS-CONT-CANCELADAS

            PERFORM P370-ESCOLHE-TERMO

            IF NOT TERMO-VALIDO THEN
                GO TO P350-SAIDA
            END-IF

            DISPLAY 'TECLE <S> PARA GERAR AS PARCELAS DO TERMO '
                    WS-TERMO '.'
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM NOT EQUAL 'S' THEN
                DISPLAY 'Geracao cancelada.'
                GO TO P350-SAIDA
            END-IF

            SET STATUS-COB-OK       TO TRUE
            OPEN I-O COB-DAT

            IF WS-STATUS-COB EQUAL 35 THEN
                OPEN OUTPUT COB-DAT
                CLOSE COB-DAT
                OPEN I-O COB-DAT
            END-IF

            IF NOT STATUS-COB-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS'
                MOVE WS-STATUS-COB  TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
                GO TO P350-SAIDA
            END-IF

            SET EOF-OK              TO FALSE
            SET STATUS-MTR-OK       TO TRUE
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
                            IF CD-TRM-MATR EQUAL WS-TERMO
                                ADD 1 TO WS-CONT-MATRICULAS
                                IF MATR-CANCELADA
                                    PERFORM P358-CANCELA-PARCELAS
                                ELSE
                                    PERFORM P355-GERA-MATRICULA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTR-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MATRICULAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-MTR
            END-IF

            CLOSE COB-DAT

            DISPLAY 'MATRICULAS DO TERMO......: ' WS-CONT-MATRICULAS
            DISPLAY 'PARCELAS GERADAS.........: ' WS-CONT-GERADAS
            DISPLAY 'PARCELAS JA EXISTENTES...: ' WS-CONT-EXISTENTES
            DISPLAY 'MATRICULAS SEM MENSALIDADE: ' WS-CONT-SEM-TAXA
            DISPLAY 'PARCELAS CANCELADAS......: ' WS-CONT-CANCELADAS
            .
       P350-SAIDA.
      *----------------------------------------------------------------
      * P355-GERA-MATRICULA: gera as parcelas da matricula corrente
      * pela mensalidade do curso no termo. A parcela N vence no dia
      * de vencimento do N-esimo mes a partir do mes de inicio do
      * termo; a ultima absorve a diferenca de centavos da divisao.
      *----------------------------------------------------------------
       P355-GERA-MATRICULA.
            MOVE CD-CUR-MATR        TO CD-CUR-TAXA
            MOVE WS-TERMO           TO CD-TRM-TAXA

            READ TAX-DAT
                KEY IS CHAVE-TAXA
                INVALID KEY
                    ADD 1           TO WS-CONT-SEM-TAXA
                NOT INVALID KEY
                    COMPUTE WS-VL-PARCELA = VL-TAXA / QT-PARC-TAXA
                    COMPUTE WS-VL-ULTIMA = VL-TAXA -
                            WS-VL-PARCELA * (QT-PARC-TAXA - 1)
                    PERFORM VARYING WS-PARC FROM 1 BY 1
                            UNTIL WS-PARC GREATER QT-PARC-TAXA
                        PERFORM P357-GRAVA-PARCELA
                    END-PERFORM
            END-READ
            .
      *----------------------------------------------------------------
      * P357-GRAVA-PARCELA: grava a parcela WS-PARC da matricula
      * corrente; chave ja existente conta como ja gerada.
      *----------------------------------------------------------------
       P357-GRAVA-PARCELA.
            COMPUTE WS-MESES = WS-INI-ANO * 12 + WS-INI-MES - 1
                             + WS-PARC - 1
            DIVIDE WS-MESES BY 12 GIVING WS-VENC-ANO
                                  REMAINDER WS-RESTO-MES
            COMPUTE WS-VENC-MES = WS-RESTO-MES + 1
            MOVE DIA-VENC-TAXA      TO WS-VENC-DIA

            MOVE CD-EST-MATR        TO CD-EST-COBR
            MOVE CD-CUR-MATR        TO CD-CUR-COBR
            MOVE WS-TERMO           TO CD-TRM-COBR
            MOVE WS-PARC            TO PARC-COBR
            MOVE WS-DT-VENC         TO DT-VENC-COBR
            IF WS-PARC EQUAL QT-PARC-TAXA
                MOVE WS-VL-ULTIMA   TO VL-COBR
            ELSE
                MOVE WS-VL-PARCELA  TO VL-COBR
            END-IF
            MOVE ZEROS              TO VL-PAGO-COBR DT-PAGTO-COBR
            SET COBR-ABERTA         TO TRUE

            WRITE REG-COBRANCAS
                INVALID KEY
                    ADD 1           TO WS-CONT-EXISTENTES
                NOT INVALID KEY
                    ADD 1           TO WS-CONT-GERADAS
            END-WRITE
            .
      *----------------------------------------------------------------
      * P358-CANCELA-PARCELAS: matricula cancelada no termo - as
      * parcelas dela ainda em aberto e sem nenhum pagamento passam
      * a canceladas; parcela com pagamento parcial fica para a
      * secretaria resolver.
      *----------------------------------------------------------------
       P358-CANCELA-PARCELAS.
            SET EOF-COB-OK          TO FALSE
            MOVE CD-EST-MATR        TO CD-EST-COBR
            MOVE CD-CUR-MATR        TO CD-CUR-COBR
            MOVE WS-TERMO           TO CD-TRM-COBR
            MOVE ZEROS              TO PARC-COBR
            START COB-DAT KEY IS NOT LESS THAN CHAVE-COBR
                INVALID KEY
                    SET EOF-COB-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-COB-OK
                READ COB-DAT NEXT RECORD
                    AT END
                        SET EOF-COB-OK TO TRUE
                    NOT AT END
                        IF CD-EST-COBR EQUAL CD-EST-MATR
                           AND CD-CUR-COBR EQUAL CD-CUR-MATR
                           AND CD-TRM-COBR EQUAL WS-TERMO
                            IF COBR-ABERTA
                               AND VL-PAGO-COBR EQUAL ZEROS
                                SET COBR-CANCELADA TO TRUE
                                REWRITE REG-COBRANCAS
                                ADD 1 TO WS-CONT-CANCELADAS
                            END-IF
                        ELSE
                            SET EOF-COB-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P360-VALIDA-CURSO: confere se o curso existe em CRS.DAT.
      *----------------------------------------------------------------
       P360-VALIDA-CURSO.
            SET CURSO-OK            TO FALSE
            SET STATUS-CRS-OK       TO TRUE

            OPEN INPUT CRS-DAT

            IF STATUS-CRS-OK THEN
                MOVE WS-CD-CUR-TAXA TO CD-CUR-DAT
                READ CRS-DAT
                    KEY IS CD-CUR-DAT
                    INVALID KEY
                        DISPLAY 'CURSO NAO EXISTE EM CRS.DAT.'
                    NOT INVALID KEY
                        SET CURSO-OK TO TRUE
                        DISPLAY 'Curso: ' CD-CUR-DAT ' - '
                                DS-CUR-DAT
                END-READ
                CLOSE CRS-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CURSOS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-CRS
            END-IF
            .
      *----------------------------------------------------------------
      * P370-ESCOLHE-TERMO: pede o termo (vazio = termo aberto
      * corrente) e confere que existe em TRM.DAT, guardando a data
      * de inicio para o calculo dos vencimentos.
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
                        MOVE DT-INI-TERMO TO WS-DT-INI-TERMO
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
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.

            GOBACK.
       END PROGRAM CADTAXA.
