      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: RELATORIO DE EMPRESAS COM A CONTAGEM DE CONTATOS: UMA
      *          LINHA POR EMPRESA DE EMP.DAT (COPYBOOK FD_EMPRESA), NA
      *          ORDEM DO CODIGO, COM O CNPJ, A SITUACAO E QUANTOS
      *          CONTATOS ATIVOS E INATIVOS ESTAO VINCULADOS A ELA EM
      *          CEM.DAT (COPYBOOK FD_CONTEMP), CONFERIDOS CONTRA
      *          COT.DAT. VINCULO DE CONTATO QUE JA NAO EXISTE NAO E
      *          CONTADO. TOTAL GERAL NO FINAL, NO ESTILO DE 132
      *          COLUNAS DE RELDEP, COM GERACAO DATADA EM REL_DIR E
      *          REGISTRO NO CATALOGO RELCAT.TXT. ACEITA O MODO BATCH
      *          (RELEMP_MODO = 'B').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMP-DAT ASSIGN TO WS-CAMINHO-EMP
            ORGANIZATION IS INDEXED
            ACCESS IS SEQUENTIAL
            RECORD KEY IS CD-EMPRESA
            ALTERNATE RECORD KEY IS CNPJ-EMPRESA
            FILE STATUS IS WS-FS-EMP.

            SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
            ORGANIZATION IS INDEXED
            ACCESS IS DYNAMIC
            RECORD KEY IS ID-CEM
            ALTERNATE RECORD KEY IS CD-EMP-CEM
                WITH DUPLICATES
            FILE STATUS IS WS-FS-CEM.

            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS IS RANDOM
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS IS WS-FS.

            SELECT REL-EMP ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-REL.

            SELECT RELCAT ASSIGN TO WS-CAMINHO-CAT
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-DAT.
          COPY FD_EMPRESA.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD COT.
          COPY FD_CONTT.

       FD REL-EMP.
       01 REL-LINHA                PIC X(132).

       FD RELCAT.
       01 CAT-LINHA                PIC X(115).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-EMP           PIC X(80).
       01 WS-CAMINHO-EMP-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\EMP.DAT'.
       01 WS-CAMINHO-CEM           PIC X(80).
       01 WS-CAMINHO-CEM-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-REL           PIC X(80).
       01 WS-DIR-REL               PIC X(80).
       01 WS-DIR-REL-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\'.
       01 WS-CAMINHO-CAT           PIC X(80).
       01 WS-CAMINHO-CAT-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RELCAT.T
      -    'XT'.
       77 WS-FS                   PIC 99.
          88 FS-OK                VALUE 0.
       77 WS-FS-EMP               PIC 99.
          88 FS-EMP-OK            VALUE 0.
       77 WS-FS-CEM               PIC 99.
          88 FS-CEM-OK            VALUE 0.
       77 WS-FS-REL               PIC 99.
          88 FS-REL-OK            VALUE 0.
       77 WS-EOF                  PIC X.
          88 EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF-CEM              PIC X.
          88 EOF-CEM-OK           VALUE 'S' FALSE 'N'.
       77 WS-EXIT                 PIC X.
          88 EXIT-OK              VALUE 'F' FALSE 'N'.
       77 WS-CEM-DISPONIVEL       PIC X    VALUE 'N'.
          88 CEM-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-SUB-ATIVOS           PIC 9(06) VALUE ZEROS.
       77 WS-SUB-INATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-ATIVOS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-INATIVOS         PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EMPRESAS         PIC 9(04) VALUE ZEROS.
       77 WS-TOT-SEM-CONTATO      PIC 9(04) VALUE ZEROS.
       01 WS-CNPJ-NUM             PIC 9(14) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO           PIC 9(04).
          03 WS-DATA-MES           PIC 9(02).
          03 WS-DATA-DIA           PIC 9(02).
       01 WS-CABECALHO-1.
          03 FILLER                PIC X(40) VALUE
             'RELATORIO DE EMPRESAS E CONTATOS'.
       01 WS-CABECALHO-2.
          03 FILLER                PIC X(12) VALUE 'DATA: '.
          03 WS-CAB-DIA            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-MES            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-ANO            PIC 9(04).
       01 WS-CABECALHO-3.
          03 FILLER                PIC X(51) VALUE
             'CODIGO   RAZAO SOCIAL'.
          03 FILLER                PIC X(20) VALUE 'CNPJ'.
          03 FILLER                PIC X(10) VALUE 'SITUACAO'.
          03 FILLER                PIC X(27) VALUE
             'ATIVOS  INATIVOS   TOTAL'.
       01 WS-LIN-EMPRESA.
          03 WS-LIN-CODIGO         PIC X(08).
          03 FILLER                PIC X(01) VALUE SPACE.
          03 WS-LIN-RAZAO          PIC X(40).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-LIN-CNPJ           PIC X(18).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-LIN-SITUACAO       PIC X(08).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-LIN-ATIVOS         PIC ZZZZZ9.
          03 FILLER                PIC X(03) VALUE SPACES.
          03 WS-LIN-INATIVOS       PIC ZZZZZ9.
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-LIN-TOTAL          PIC ZZZZZ9.
       01 WS-LIN-TOTAL-1.
          03 FILLER                PIC X(22) VALUE
             'TOTAL GERAL - ATIVOS: '.
          03 WS-TOT-ATV-ED         PIC ZZZZZ9.
          03 FILLER                PIC X(12) VALUE '  INATIVOS: '.
          03 WS-TOT-INA-ED         PIC ZZZZZ9.
       01 WS-LIN-TOTAL-2.
          03 FILLER                PIC X(26) VALUE
             'TOTAL DE EMPRESAS: '.
          03 WS-TOT-EMP-ED         PIC ZZZ9.
          03 FILLER                PIC X(21) VALUE
             '  SEM CONTATOS: '.
          03 WS-TOT-SEM-ED         PIC ZZZ9.
       77 WS-MODO-EXECUCAO         PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH   VALUE 'B'.
       77 WS-STATUS-CAT            PIC 99.
          88 STATUS-CAT-OK         VALUE 0.
       77 WS-DIR-REL-LEN           PIC 9(03) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 WS-CONT-IMPRESSOS        PIC 9(06) VALUE ZEROS.
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
            DISPLAY '**** RELATORIO DE EMPRESAS ****'
            SET EXIT-OK           TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-RELATORIO THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente EMP_DAT, CEM_DAT, COT_DAT, REL_DIR e
      * RELCAT_PATH, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida. Tambem verifica
      * RELEMP_MODO, no mesmo padrao de RELDEP_MODO.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-EMP-DFL      TO WS-CAMINHO-EMP
            DISPLAY 'EMP_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-EMP        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-EMP EQUAL SPACES
                MOVE WS-CAMINHO-EMP-DFL  TO WS-CAMINHO-EMP
            END-IF

            MOVE WS-CAMINHO-CEM-DFL      TO WS-CAMINHO-CEM
            DISPLAY 'CEM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CEM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CEM EQUAL SPACES
                MOVE WS-CAMINHO-CEM-DFL  TO WS-CAMINHO-CEM
            END-IF

            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
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

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'RELEMP_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
            .

       P300-RELATORIO.
            SET EOF-OK            TO FALSE
            SET FS-EMP-OK         TO TRUE
            SET FS-OK             TO TRUE
            MOVE ZEROS            TO WS-TOT-ATIVOS WS-TOT-INATIVOS
                                     WS-TOT-EMPRESAS
                                     WS-TOT-SEM-CONTATO

            OPEN INPUT EMP-DAT
            OPEN INPUT COT

            SET CEM-DISPONIVEL    TO FALSE
            OPEN INPUT CEM-DAT
            IF FS-CEM-OK THEN
                SET CEM-DISPONIVEL TO TRUE
            END-IF

            IF FS-EMP-OK AND FS-OK THEN
                PERFORM P310-ABRE-RELATORIO

                IF FS-REL-OK THEN
                    PERFORM UNTIL EOF-OK
                        READ EMP-DAT NEXT RECORD
                            AT END
                                SET EOF-OK TO TRUE
                            NOT AT END
                                PERFORM P340-CONTA-CONTATOS
                                PERFORM P350-IMPRIME-EMPRESA
                        END-READ
                    END-PERFORM

                    PERFORM P320-FECHA-RELATORIO
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE EMPRESAS OU DE '
                        'CONTATOS'
                DISPLAY ' FILE STATUS EMP: ' WS-FS-EMP
                        ' COT: ' WS-FS
            END-IF

            CLOSE EMP-DAT
            CLOSE COT

            IF CEM-DISPONIVEL THEN
                CLOSE CEM-DAT
            END-IF

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
            ELSE
                DISPLAY
                   'TECLE: '
                   '<QUALQUER TECLA> para continuar, ou <F> '
                   'para finalizar'
                ACCEPT WS-EXIT
            END-IF
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-ABRE-RELATORIO: abre a geracao datada do relatorio e
      * grava o cabecalho com o titulo, a data e os rotulos.
      *----------------------------------------------------------------
       P310-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE

            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE SPACES            TO WS-CAMINHO-REL
            STRING WS-DIR-REL(1:WS-DIR-REL-LEN) 'RELEMP_'
                   WS-DATA-SISTEMA '_'
                   WS-HORA-SISTEMA(1:6) '.TXT'
                   DELIMITED BY SIZE
                   INTO WS-CAMINHO-REL
            END-STRING

            OPEN OUTPUT REL-EMP

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO

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
      * P320-FECHA-RELATORIO: grava o total geral, fecha e cataloga
      * a geracao.
      *----------------------------------------------------------------
       P320-FECHA-RELATORIO.
            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-TOT-ATIVOS       TO WS-TOT-ATV-ED
            MOVE WS-TOT-INATIVOS     TO WS-TOT-INA-ED
            WRITE REL-LINHA          FROM WS-LIN-TOTAL-1

            MOVE WS-TOT-EMPRESAS     TO WS-TOT-EMP-ED
            MOVE WS-TOT-SEM-CONTATO  TO WS-TOT-SEM-ED
            WRITE REL-LINHA          FROM WS-LIN-TOTAL-2

            CLOSE REL-EMP
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
                MOVE WS-TOT-EMPRESAS      TO WS-CONT-IMPRESSOS
                MOVE 'RELEMP'             TO CAT-PROGRAMA
                MOVE WS-DATA-SISTEMA      TO CAT-DATA
                MOVE WS-HORA-SISTEMA(1:6) TO CAT-HORA
                MOVE WS-CONT-IMPRESSOS    TO CAT-CONTAGEM
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
      * P340-CONTA-CONTATOS: percorre pela chave alternada de CEM.DAT
      * os vinculos da empresa corrente e conta os contatos ativos e
      * inativos, conferidos em COT.DAT.
      *----------------------------------------------------------------
       P340-CONTA-CONTATOS.
            MOVE ZEROS               TO WS-SUB-ATIVOS WS-SUB-INATIVOS

            IF CEM-DISPONIVEL THEN
                SET EOF-CEM-OK       TO FALSE
                MOVE CD-EMPRESA      TO CD-EMP-CEM
                START CEM-DAT KEY IS EQUAL CD-EMP-CEM
                    INVALID KEY
                        SET EOF-CEM-OK TO TRUE
                END-START

                PERFORM UNTIL EOF-CEM-OK
                    READ CEM-DAT NEXT RECORD
                        AT END
                            SET EOF-CEM-OK TO TRUE
                        NOT AT END
                            IF CD-EMP-CEM EQUAL CD-EMPRESA
                                PERFORM P345-CONFERE-CONTATO
                            ELSE
                                SET EOF-CEM-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P345-CONFERE-CONTATO: le em COT.DAT o contato do vinculo
      * corrente e o soma como ativo ou inativo.
      *----------------------------------------------------------------
       P345-CONFERE-CONTATO.
            MOVE ID-CEM              TO ID-CONTATO
            READ COT
                KEY IS ID-CONTATO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CONTATO-ATIVO
                        ADD 1        TO WS-SUB-ATIVOS
                    ELSE
                        ADD 1        TO WS-SUB-INATIVOS
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P350-IMPRIME-EMPRESA: grava a linha da empresa corrente com as
      * contagens e acumula o total geral.
      *----------------------------------------------------------------
       P350-IMPRIME-EMPRESA.
            ADD 1                    TO WS-TOT-EMPRESAS
            ADD WS-SUB-ATIVOS        TO WS-TOT-ATIVOS
            ADD WS-SUB-INATIVOS      TO WS-TOT-INATIVOS
            IF WS-SUB-ATIVOS + WS-SUB-INATIVOS EQUAL ZEROS
                ADD 1                TO WS-TOT-SEM-CONTATO
            END-IF

            MOVE CD-EMPRESA          TO WS-LIN-CODIGO
            MOVE RAZAO-EMPRESA       TO WS-LIN-RAZAO
            MOVE CNPJ-EMPRESA        TO WS-CNPJ-NUM
            MOVE SPACES              TO WS-LIN-CNPJ
            STRING WS-CNPJ-NUM(1:2)  '.' WS-CNPJ-NUM(3:3) '.'
                   WS-CNPJ-NUM(6:3)  '/' WS-CNPJ-NUM(9:4) '-'
                   WS-CNPJ-NUM(13:2)
                   DELIMITED BY SIZE
                   INTO WS-LIN-CNPJ
            END-STRING
            IF EMPRESA-ATIVA
                MOVE 'ATIVA'         TO WS-LIN-SITUACAO
            ELSE
                MOVE 'INATIVA'       TO WS-LIN-SITUACAO
            END-IF
            MOVE WS-SUB-ATIVOS       TO WS-LIN-ATIVOS
            MOVE WS-SUB-INATIVOS     TO WS-LIN-INATIVOS
            COMPUTE WS-LIN-TOTAL = WS-SUB-ATIVOS + WS-SUB-INATIVOS

            WRITE REL-LINHA          FROM WS-LIN-EMPRESA
            .
       P900-FIM.
            GOBACK.
       END PROGRAM RELEMP.
