      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE INADIMPLENCIA (INADIMP.TXT): LISTA, POR
      *          ESTUDANTE, AS PARCELAS DE MENSALIDADE DE COB.DAT
      *          (COPYBOOK FD_COBR) EM ABERTO COM VENCIMENTO ANTERIOR
      *          A DATA DE REFERENCIA (VAZIO = HOJE), COM OS DIAS DE
      *          ATRASO E O SALDO DE CADA UMA, O SUBTOTAL DO
      *          ESTUDANTE E O TOTAL GERAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINAD.

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

            SELECT COB-DAT ASSIGN TO WS-CAMINHO-COB-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-COBR
            FILE STATUS  IS WS-STATUS-COB.

            SELECT REL-INAD ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ST-DAT.
          COPY FD_EST REPLACING REG-ESTUDANTES BY REG-ST-DAT
                                 CD-STUDENT     BY CD-EST-DAT
                                 NM-STUDENT     BY NM-EST-DAT.

       FD COB-DAT.
          COPY FD_COBR.

       FD REL-INAD.
       01 REL-LINHA                        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 WS-CAMINHO-COB-DAT               PIC X(80).
       01 WS-CAMINHO-COB-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COB.DAT'.
       01 WS-CAMINHO-REL                   PIC X(80).
       01 WS-CAMINHO-REL-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\INADIMP.
      -    'TXT'.

       77 WS-STATUS-ST                     PIC 99.
          88 STATUS-ST-OK                  VALUE 0.
       77 WS-STATUS-COB                    PIC 99.
          88 STATUS-COB-OK                 VALUE 0.
       77 WS-FS-REL                        PIC 99.
          88 FS-REL-OK                     VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-ST-ABERTO                     PIC X    VALUE 'N'.
          88 ST-ABERTO                     VALUE 'S' FALSE 'N'.
       77 WS-DT-REFERENCIA                 PIC 9(08) VALUE ZEROS.
       77 WS-INT-REFERENCIA                PIC 9(08) VALUE ZEROS.
       77 WS-INT-VENCIMENTO                PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO                   PIC 9(05) VALUE ZEROS.
       77 WS-ESTUDANTE-ATUAL               PIC 9(05) VALUE ZEROS.
       77 WS-VL-SALDO                      PIC 9(07)V99 VALUE ZEROS.
       77 WS-SUB-VALOR                     PIC 9(08)V99 VALUE ZEROS.
       77 WS-SUB-PARCELAS                  PIC 9(04) VALUE ZEROS.
       77 WS-SUB-MAIOR-ATRASO              PIC 9(05) VALUE ZEROS.
       77 WS-TOT-VALOR                     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-PARCELAS                  PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ESTUDANTES                PIC 9(05) VALUE ZEROS.

       01 WS-DATA-SISTEMA                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO                   PIC 9(04).
          03 WS-DATA-MES                   PIC 9(02).
          03 WS-DATA-DIA                   PIC 9(02).

       01 WS-CABECALHO-1.
          03 FILLER                 PIC X(45) VALUE
             'RELATORIO DE INADIMPLENCIA - MENSALIDADES'.
          03 FILLER                 PIC X(06) VALUE 'DATA: '.
          03 WS-CAB-DIA             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-MES             PIC 9(02).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-CAB-ANO             PIC 9(04).
       01 WS-CABECALHO-2.
          03 FILLER                 PIC X(33) VALUE
             'PARCELAS VENCIDAS ANTES DE '.
          03 WS-CAB-REFERENCIA      PIC 9(08).
       01 WS-CABECALHO-3.
          03 FILLER                 PIC X(08) VALUE SPACES.
          03 FILLER                 PIC X(07) VALUE 'CURSO'.
          03 FILLER                 PIC X(08) VALUE 'TERMO'.
          03 FILLER                 PIC X(06) VALUE 'PARC'.
          03 FILLER                 PIC X(11) VALUE 'VENCIMENTO'.
          03 FILLER                 PIC X(08) VALUE '  DIAS'.
          03 FILLER                 PIC X(14) VALUE '         SALDO'.
       01 WS-LIN-ESTUDANTE.
          03 FILLER                 PIC X(11) VALUE 'ESTUDANTE: '.
          03 WS-LIN-EST-CODIGO      PIC 9(05).
          03 FILLER                 PIC X(03) VALUE ' - '.
          03 WS-LIN-EST-NOME        PIC X(20).
       01 WS-LIN-PARCELA.
          03 FILLER                 PIC X(08) VALUE SPACES.
          03 WS-LIN-CURSO           PIC 9(04).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-TERMO           PIC 9(06).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-PARC            PIC 9(02).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-VENCIMENTO      PIC 9(08).
          03 FILLER                 PIC X(03) VALUE SPACES.
          03 WS-LIN-DIAS            PIC ZZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-LIN-SALDO           PIC Z.ZZZ.ZZ9,99.
       01 WS-LIN-SUBTOTAL.
          03 FILLER                 PIC X(08) VALUE SPACES.
          03 FILLER                 PIC X(10) VALUE 'PARCELAS: '.
          03 WS-SUB-LIN-PARC        PIC ZZZ9.
          03 FILLER                 PIC X(16) VALUE
             '  MAIOR ATRASO: '.
          03 WS-SUB-LIN-ATRASO      PIC ZZZZ9.
          03 FILLER                 PIC X(15) VALUE ' DIAS  TOTAL: '.
          03 WS-SUB-LIN-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 WS-LIN-TOTAL.
          03 FILLER                 PIC X(23) VALUE
             'ESTUDANTES EM ATRASO: '.
          03 WS-TOT-LIN-EST         PIC ZZZZ9.
          03 FILLER                 PIC X(21) VALUE
             '  PARCELAS VENCIDAS: '.
          03 WS-TOT-LIN-PARC        PIC ZZZZ9.
          03 FILLER                 PIC X(17) VALUE
             '  TOTAL VENCIDO: '.
          03 WS-TOT-LIN-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** RELATORIO DE INADIMPLENCIA ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO     THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente ST_DAT, COB_DAT e INADIMP_PATH, usando
      * o caminho tradicional como valor padrao quando a variavel
      * nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
            DISPLAY 'ST_DAT'             UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ST-DAT     FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-ST-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
            END-IF

            MOVE WS-CAMINHO-COB-DAT-DFL  TO WS-CAMINHO-COB-DAT
            DISPLAY 'COB_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COB-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COB-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COB-DAT-DFL TO WS-CAMINHO-COB-DAT
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'INADIMP_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF
            .

       P300-RELATORIO.
            ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
            MOVE ZEROS              TO WS-DT-REFERENCIA
            DISPLAY 'Data de referencia AAAAMMDD (vazio = hoje): '
            ACCEPT WS-DT-REFERENCIA
            IF WS-DT-REFERENCIA EQUAL ZEROS
                MOVE WS-DATA-SISTEMA TO WS-DT-REFERENCIA
            END-IF
            COMPUTE WS-INT-REFERENCIA =
                FUNCTION INTEGER-OF-DATE (WS-DT-REFERENCIA)

            PERFORM P310-IMPRIME       THRU P310-SAIDA

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-IMPRIME: percorre COB.DAT na ordem da chave (estudante
      * primeiro) e grava as parcelas vencidas agrupadas por
      * estudante, com subtotal na quebra e o total geral no fim.
      *----------------------------------------------------------------
       P310-IMPRIME.
            MOVE ZEROS              TO WS-ESTUDANTE-ATUAL
                                       WS-TOT-VALOR WS-TOT-PARCELAS
                                       WS-TOT-ESTUDANTES
            SET EOF-OK              TO FALSE
            SET STATUS-COB-OK       TO TRUE
            SET FS-REL-OK           TO TRUE

            OPEN INPUT COB-DAT
            IF WS-STATUS-COB EQUAL 35 THEN
                DISPLAY 'NENHUMA PARCELA GERADA AINDA.'
                GO TO P310-SAIDA
            END-IF
            IF NOT STATUS-COB-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE COBRANCAS'
                DISPLAY 'FILE STATUS: ' WS-STATUS-COB
                GO TO P310-SAIDA
            END-IF

            OPEN OUTPUT REL-INAD
            IF NOT FS-REL-OK THEN
                DISPLAY 'ERRO AO ABRIR O RELATORIO. STATUS: '
                        WS-FS-REL
                CLOSE COB-DAT
                GO TO P310-SAIDA
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
            MOVE WS-DT-REFERENCIA   TO WS-CAB-REFERENCIA
            MOVE WS-CABECALHO-1     TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CABECALHO-2     TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA

            MOVE ZEROS              TO CD-EST-COBR CD-CUR-COBR
                                       CD-TRM-COBR PARC-COBR
            START COB-DAT KEY IS NOT LESS THAN CHAVE-COBR
                INVALID KEY
                    SET EOF-OK      TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ COB-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF COBR-ABERTA
                           AND DT-VENC-COBR LESS WS-DT-REFERENCIA
                            PERFORM P320-PARCELA-VENCIDA
                        END-IF
                END-READ
            END-PERFORM

            IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                PERFORM P330-SUBTOTAL
            END-IF

            MOVE WS-TOT-ESTUDANTES  TO WS-TOT-LIN-EST
            MOVE WS-TOT-PARCELAS    TO WS-TOT-LIN-PARC
            MOVE WS-TOT-VALOR       TO WS-TOT-LIN-VALOR
            MOVE WS-LIN-TOTAL       TO REL-LINHA
            WRITE REL-LINHA

            CLOSE COB-DAT
            CLOSE REL-INAD
            IF ST-ABERTO
                CLOSE ST-DAT
            END-IF

            DISPLAY 'RELATORIO GRAVADO EM ' WS-CAMINHO-REL
            DISPLAY WS-LIN-TOTAL
            .
       P310-SAIDA.
      *----------------------------------------------------------------
      * P320-PARCELA-VENCIDA: grava a parcela vencida corrente; na
      * troca de estudante, fecha o subtotal do anterior e abre o
      * cabecalho do novo.
      *----------------------------------------------------------------
       P320-PARCELA-VENCIDA.
            IF CD-EST-COBR NOT EQUAL WS-ESTUDANTE-ATUAL
                IF WS-ESTUDANTE-ATUAL NOT EQUAL ZEROS
                    PERFORM P330-SUBTOTAL
                END-IF
                PERFORM P325-CABECALHO-ESTUDANTE
            END-IF

            COMPUTE WS-INT-VENCIMENTO =
                FUNCTION INTEGER-OF-DATE (DT-VENC-COBR)
            COMPUTE WS-DIAS-ATRASO =
                WS-INT-REFERENCIA - WS-INT-VENCIMENTO
            COMPUTE WS-VL-SALDO = VL-COBR - VL-PAGO-COBR

            MOVE CD-CUR-COBR        TO WS-LIN-CURSO
            MOVE CD-TRM-COBR        TO WS-LIN-TERMO
            MOVE PARC-COBR          TO WS-LIN-PARC
            MOVE DT-VENC-COBR       TO WS-LIN-VENCIMENTO
            MOVE WS-DIAS-ATRASO     TO WS-LIN-DIAS
            MOVE WS-VL-SALDO        TO WS-LIN-SALDO
            MOVE WS-LIN-PARCELA     TO REL-LINHA
            WRITE REL-LINHA

            ADD 1                   TO WS-SUB-PARCELAS
            ADD WS-VL-SALDO         TO WS-SUB-VALOR
            IF WS-DIAS-ATRASO GREATER WS-SUB-MAIOR-ATRASO
                MOVE WS-DIAS-ATRASO TO WS-SUB-MAIOR-ATRASO
            END-IF
            .
      *----------------------------------------------------------------
      * P325-CABECALHO-ESTUDANTE: linha do estudante, com o nome
      * resolvido contra ST.DAT, e o cabecalho das colunas.
      *----------------------------------------------------------------
       P325-CABECALHO-ESTUDANTE.
            MOVE CD-EST-COBR        TO WS-ESTUDANTE-ATUAL
            MOVE ZEROS              TO WS-SUB-PARCELAS WS-SUB-VALOR
                                       WS-SUB-MAIOR-ATRASO
            ADD 1                   TO WS-TOT-ESTUDANTES

            MOVE CD-EST-COBR        TO WS-LIN-EST-CODIGO
            MOVE '(NAO EXISTE MAIS)' TO WS-LIN-EST-NOME
            IF ST-ABERTO
                MOVE CD-EST-COBR    TO CD-EST-DAT
                READ ST-DAT
                    KEY IS CD-EST-DAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-EST-DAT TO WS-LIN-EST-NOME
                END-READ
            END-IF

            MOVE WS-LIN-ESTUDANTE   TO REL-LINHA
            WRITE REL-LINHA
            MOVE WS-CABECALHO-3     TO REL-LINHA
            WRITE REL-LINHA
            .
      *----------------------------------------------------------------
      * P330-SUBTOTAL: subtotal do estudante corrente e acumulacao no
      * total geral.
      *----------------------------------------------------------------
       P330-SUBTOTAL.
            MOVE WS-SUB-PARCELAS    TO WS-SUB-LIN-PARC
            MOVE WS-SUB-MAIOR-ATRASO TO WS-SUB-LIN-ATRASO
            MOVE WS-SUB-VALOR       TO WS-SUB-LIN-VALOR
            MOVE WS-LIN-SUBTOTAL    TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES             TO REL-LINHA
            WRITE REL-LINHA

            ADD WS-SUB-PARCELAS     TO WS-TOT-PARCELAS
            ADD WS-SUB-VALOR        TO WS-TOT-VALOR
            .

       P900-FIM.

            GOBACK.
       END PROGRAM RELINAD.
