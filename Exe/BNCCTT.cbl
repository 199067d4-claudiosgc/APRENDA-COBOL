      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: PROCESSAMENTO DOS RETORNOS DE E-MAIL (BOUNCES): LE A
      *          LISTA DEVOLVIDA PELO SERVIDOR DE E-MAIL A CADA
      *          ENVIO (BNC.TXT: ENDERECO, DATA E TIPO 'H' DEFINITIVO
      *          OU 'S' TEMPORARIO; LINHA COM '*' NA COLUNA 1 E
      *          COMENTARIO), ACUMULA A CONTAGEM POR ENDERECO EM
      *          BNC.DAT (COPYBOOK FD_BOUNCE) E MARCA O ENDERECO COMO
      *          INVALIDO NO PRIMEIRO RETORNO DEFINITIVO OU QUANDO OS
      *          TEMPORARIOS CHEGAM A BNC_LIMITE (PADRAO 3). EM
      *          SEGUIDA LISTA EM BNCREV.TXT, QUEBRADOS POR OPERADOR
      *          RESPONSAVEL, OS CONTATOS ATIVOS QUE AINDA USAM ALGUM
      *          ENDERECO MARCADO - O PRINCIPAL, ACHADO PELA CHAVE
      *          ALTERNATIVA EMAIL-CONTATO, OU UM E-MAIL PESSOAL OU
      *          CORPORATIVO DE CTD.DAT - PARA REVALIDACAO. O CONTATO
      *          SAI DA LISTA QUANDO O ENDERECO E CORRIGIDO. CADA
      *          ARQUIVO DE RETORNOS DEVE SER PROCESSADO UMA UNICA
      *          VEZ, POIS AS CONTAGENS SE ACUMULAM. NAO FAZ
      *          PERGUNTAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNCCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS IS DYNAMIC
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS IS WS-FS.

            SELECT CTD-DAT ASSIGN TO WS-CAMINHO-CTD-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-DET
            FILE STATUS  IS WS-FS-CTD.

            SELECT BNC-DAT ASSIGN TO WS-CAMINHO-BNC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS EMAIL-BNC
            FILE STATUS  IS WS-FS-BNC.

            SELECT RETORNOS ASSIGN TO WS-CAMINHO-RET
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-RET.

            SELECT REL-BNC ASSIGN TO WS-CAMINHO-REL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-REL.

            SELECT SRT-BNC ASSIGN TO WS-CAMINHO-SRT.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
          COPY FD_CONTT.

       FD CTD-DAT.
          COPY FD_CTD.

       FD BNC-DAT.
          COPY FD_BOUNCE.

       FD RETORNOS.
       01 RET-LINHA                PIC X(80).

       FD REL-BNC.
       01 REL-LINHA                PIC X(132).

       SD SRT-BNC.
       01 SRT-REGISTRO.
          03 SRT-RESP              PIC X(04).
          03 SRT-NM                PIC X(20).
          03 SRT-ID                PIC 9(06).
          03 SRT-ORIGEM            PIC X(11).
          03 SRT-EMAIL             PIC X(40).
          03 SRT-MOTIVO            PIC X(12).
          03 SRT-DT-SITUACAO       PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 WS-CAMINHO-CTD-DAT       PIC X(80).
       01 WS-CAMINHO-CTD-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CTD.DAT'.
       01 WS-CAMINHO-BNC-DAT       PIC X(80).
       01 WS-CAMINHO-BNC-DAT-DFL   PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\BNC.DAT'.
       01 WS-CAMINHO-RET           PIC X(80).
       01 WS-CAMINHO-RET-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\BNC.TXT'.
       01 WS-CAMINHO-REL           PIC X(80).
       01 WS-CAMINHO-REL-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\BNCREV.T
      -    'XT'.
       01 WS-CAMINHO-SRT           PIC X(80).
       01 WS-CAMINHO-SRT-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SRT.TMP'.
       01 WS-RETORNO.
          03 WS-RET-EMAIL          PIC X(40).
          03 FILLER                PIC X(01).
          03 WS-RET-DATA           PIC 9(08).
          03 FILLER                PIC X(01).
          03 WS-RET-TIPO           PIC X(01).
             88 RET-HARD           VALUE 'H'.
             88 RET-SOFT           VALUE 'S'.
          03 FILLER                PIC X(29).
       77 WS-FS                   PIC 99.
          88 FS-OK                VALUE 0.
       77 WS-FS-CTD               PIC 99.
          88 FS-CTD-OK            VALUE 0.
       77 WS-FS-BNC               PIC 99.
          88 FS-BNC-OK            VALUE 0.
       77 WS-FS-RET               PIC 99.
          88 FS-RET-OK            VALUE 0.
       77 WS-FS-REL               PIC 99.
          88 FS-REL-OK            VALUE 0.
       77 WS-EOF                  PIC X.
          88 EOF-OK               VALUE 'S' FALSE 'N'.
       77 WS-EOF-SRT              PIC X.
          88 EOF-SRT-OK           VALUE 'S' FALSE 'N'.
       77 WS-EOF-COT              PIC X.
          88 EOF-COT-OK           VALUE 'S' FALSE 'N'.
       77 WS-CTD-DISPONIVEL       PIC X    VALUE 'N'.
          88 CTD-DISPONIVEL       VALUE 'S' FALSE 'N'.
       77 WS-NOVO-ENDERECO        PIC X    VALUE 'N'.
          88 NOVO-ENDERECO        VALUE 'S' FALSE 'N'.
       77 WS-PRIMEIRO             PIC X    VALUE 'S'.
          88 PRIMEIRO-REGISTRO    VALUE 'S' FALSE 'N'.
       77 WS-LIMITE-TEXTO         PIC X(03) VALUE SPACES.
       77 WS-LIMITE               PIC 9(03) VALUE 3.
       77 WS-CONT-LIDOS           PIC 9(06) VALUE ZEROS.
       77 WS-CONT-REJEITADOS      PIC 9(06) VALUE ZEROS.
       77 WS-CONT-MARCADOS        PIC 9(06) VALUE ZEROS.
       77 WS-CONT                 PIC 9(06) VALUE ZEROS.
       77 WS-SUB-CONT             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INVALIDOS        PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-INV              PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(04) COMP VALUE ZEROS.
       01 TAB-INVALIDOS.
          03 TAB-INVALIDO          OCCURS 2000.
             05 TAB-INV-EMAIL      PIC X(40).
             05 TAB-INV-MOTIVO     PIC X(12).
             05 TAB-INV-DATA       PIC 9(08).
       01 WS-MOTIVO.
          03 WS-MOTIVO-TEXTO       PIC X(09).
          03 WS-MOTIVO-QTD         PIC 9(03).
       01 WS-RESP-ANT             PIC X(04) VALUE SPACES.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          03 WS-DATA-ANO           PIC 9(04).
          03 WS-DATA-MES           PIC 9(02).
          03 WS-DATA-DIA           PIC 9(02).
       01 WS-CABECALHO-1.
          03 FILLER                PIC X(50) VALUE
             'CONTATOS COM E-MAIL DEVOLVIDO - REVALIDAR'.
       01 WS-CABECALHO-2.
          03 FILLER                PIC X(12) VALUE 'DATA: '.
          03 WS-CAB-DIA            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-MES            PIC 9(02).
          03 FILLER                PIC X(01) VALUE '/'.
          03 WS-CAB-ANO            PIC 9(04).
          03 FILLER                PIC X(27) VALUE
             '  LIMITE DE TEMPORARIOS: '.
          03 WS-CAB-LIMITE         PIC ZZ9.
       01 WS-LIN-RESP.
          03 FILLER                PIC X(15) VALUE 'RESPONSAVEL: '.
          03 WS-LIN-RESP-CODIGO    PIC X(04).
       01 WS-LIN-DETALHE.
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-DET-ID             PIC 9(06).
          03 FILLER                PIC X(03) VALUE ' - '.
          03 WS-DET-NOME           PIC X(20).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-DET-ORIGEM         PIC X(11).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-DET-EMAIL          PIC X(40).
          03 FILLER                PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO         PIC X(12).
          03 FILLER                PIC X(07) VALUE ' DESDE '.
          03 WS-DET-DT             PIC 9(08).
       01 WS-LIN-SUBTOTAL.
          03 FILLER                PIC X(25) VALUE
             '  CONTATOS DO OPERADOR: '.
          03 WS-SUB-ED             PIC ZZZZZ9.
       01 WS-RODAPE.
          03 FILLER                PIC X(30) VALUE
             'CONTATOS A REVALIDAR: '.
          03 WS-ROD-CONT           PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '**** RETORNOS DE E-MAIL ****'

            PERFORM P100-CAMINHOS

            PERFORM P200-PROCESSA-RETORNOS
            PERFORM P300-RELATORIO
            PERFORM P900-FIM
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente COT_DAT, CTD_DAT, BNC_DAT, BNC_PATH,
      * BNCREV_PATH e SRT_PATH, usando o caminho tradicional como
      * valor padrao quando a variavel nao estiver definida. Tambem
      * le BNC_LIMITE, o numero de retornos temporarios que invalida
      * o endereco.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF

            MOVE WS-CAMINHO-CTD-DAT-DFL  TO WS-CAMINHO-CTD-DAT
            DISPLAY 'CTD_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CTD-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CTD-DAT EQUAL SPACES
                MOVE WS-CAMINHO-CTD-DAT-DFL TO WS-CAMINHO-CTD-DAT
            END-IF

            MOVE WS-CAMINHO-BNC-DAT-DFL  TO WS-CAMINHO-BNC-DAT
            DISPLAY 'BNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-BNC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-BNC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-BNC-DAT-DFL TO WS-CAMINHO-BNC-DAT
            END-IF

            MOVE WS-CAMINHO-RET-DFL      TO WS-CAMINHO-RET
            DISPLAY 'BNC_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RET        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RET EQUAL SPACES
                MOVE WS-CAMINHO-RET-DFL  TO WS-CAMINHO-RET
            END-IF

            MOVE WS-CAMINHO-REL-DFL      TO WS-CAMINHO-REL
            DISPLAY 'BNCREV_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-REL        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-REL EQUAL SPACES
                MOVE WS-CAMINHO-REL-DFL  TO WS-CAMINHO-REL
            END-IF

            MOVE WS-CAMINHO-SRT-DFL      TO WS-CAMINHO-SRT
            DISPLAY 'SRT_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SRT        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SRT EQUAL SPACES
                MOVE WS-CAMINHO-SRT-DFL  TO WS-CAMINHO-SRT
            END-IF

            MOVE SPACES                  TO WS-LIMITE-TEXTO
            DISPLAY 'BNC_LIMITE'         UPON ENVIRONMENT-NAME
            ACCEPT WS-LIMITE-TEXTO       FROM ENVIRONMENT-VALUE
            IF WS-LIMITE-TEXTO NOT EQUAL SPACES
                MOVE WS-LIMITE-TEXTO     TO WS-LIMITE
            END-IF
            IF WS-LIMITE EQUAL ZEROS
                MOVE 3                   TO WS-LIMITE
            END-IF

            ACCEPT WS-DATA-SISTEMA       FROM DATE YYYYMMDD
            .
      *----------------------------------------------------------------
      * P200-PROCESSA-RETORNOS: aplica cada linha do arquivo de
      * retornos ao registro do endereco em BNC.DAT, criando o
      * arquivo na primeira execucao. Sem arquivo de retornos, so
      * a lista de revalidacao e refeita.
      *----------------------------------------------------------------
       P200-PROCESSA-RETORNOS.
            SET EOF-OK              TO FALSE
            SET FS-BNC-OK           TO TRUE
            OPEN I-O BNC-DAT

            IF WS-FS-BNC EQUAL 35 THEN
                OPEN OUTPUT BNC-DAT
                CLOSE BNC-DAT
                OPEN I-O BNC-DAT
            END-IF

            IF NOT FS-BNC-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RETORNOS BNC.DAT'
                DISPLAY ' FILE STATUS: ' WS-FS-BNC
                PERFORM P900-FIM
            END-IF

            SET FS-RET-OK           TO TRUE
            OPEN INPUT RETORNOS

            IF FS-RET-OK THEN
                PERFORM UNTIL EOF-OK
                    READ RETORNOS
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF RET-LINHA NOT EQUAL SPACES
                               AND RET-LINHA(1:1) NOT EQUAL '*'
                                ADD 1 TO WS-CONT-LIDOS
                                MOVE RET-LINHA TO WS-RETORNO
                                PERFORM P210-REGISTRA-RETORNO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RETORNOS
            ELSE
                DISPLAY 'SEM ARQUIVO DE RETORNOS: ' WS-CAMINHO-RET
                DISPLAY ' FILE STATUS: ' WS-FS-RET
            END-IF

            CLOSE BNC-DAT

            DISPLAY 'RETORNOS LIDOS:       ' WS-CONT-LIDOS
            DISPLAY 'RETORNOS REJEITADOS:  ' WS-CONT-REJEITADOS
            DISPLAY 'ENDERECOS INVALIDADOS: ' WS-CONT-MARCADOS
            .
      *----------------------------------------------------------------
      * P210-REGISTRA-RETORNO: soma o retorno lido em WS-RETORNO ao
      * endereco e o marca como invalido no primeiro retorno
      * definitivo ou quando os temporarios chegam ao limite.
      *----------------------------------------------------------------
       P210-REGISTRA-RETORNO.
            IF WS-RET-EMAIL EQUAL SPACES
               OR WS-RET-DATA IS NOT NUMERIC
               OR NOT (RET-HARD OR RET-SOFT)
                ADD 1                TO WS-CONT-REJEITADOS
                DISPLAY 'RETORNO INVALIDO IGNORADO: ' RET-LINHA(1:51)
            ELSE
                SET NOVO-ENDERECO    TO FALSE
                MOVE WS-RET-EMAIL    TO EMAIL-BNC
                READ BNC-DAT
                    KEY IS EMAIL-BNC
                    INVALID KEY
                        SET NOVO-ENDERECO TO TRUE
                        MOVE ZEROS       TO BNC-QTD-HARD BNC-QTD-SOFT
                                            BNC-DT-ULTIMO
                                            BNC-DT-SITUACAO
                        MOVE WS-RET-DATA TO BNC-DT-PRIMEIRO
                        SET BNC-VALIDO   TO TRUE
                END-READ

                IF RET-HARD
                    ADD 1            TO BNC-QTD-HARD
                ELSE
                    ADD 1            TO BNC-QTD-SOFT
                END-IF

                IF WS-RET-DATA NOT LESS BNC-DT-ULTIMO
                    MOVE WS-RET-DATA TO BNC-DT-ULTIMO
                    MOVE WS-RET-TIPO TO BNC-TIPO-ULTIMO
                END-IF

                IF WS-RET-DATA LESS BNC-DT-PRIMEIRO
                    MOVE WS-RET-DATA TO BNC-DT-PRIMEIRO
                END-IF

                IF NOT BNC-INVALIDO
                   AND (BNC-QTD-HARD GREATER ZEROS
                        OR BNC-QTD-SOFT NOT LESS WS-LIMITE)
                    SET BNC-INVALIDO TO TRUE
                    MOVE WS-DATA-SISTEMA TO BNC-DT-SITUACAO
                    ADD 1            TO WS-CONT-MARCADOS
                    DISPLAY 'ENDERECO MARCADO COMO INVALIDO: '
                            EMAIL-BNC
                END-IF

                IF NOVO-ENDERECO
                    WRITE REG-BOUNCE
                ELSE
                    REWRITE REG-BOUNCE
                END-IF

                IF NOT FS-BNC-OK
                    DISPLAY 'ERRO AO GRAVAR BNC.DAT PARA ' EMAIL-BNC
                    DISPLAY ' FILE STATUS: ' WS-FS-BNC
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P300-RELATORIO: carrega os enderecos marcados e lista, por
      * operador responsavel, os contatos ativos que ainda os usam.
      *----------------------------------------------------------------
       P300-RELATORIO.
            SET PRIMEIRO-REGISTRO   TO TRUE
            MOVE SPACES             TO WS-RESP-ANT
            MOVE ZEROS              TO WS-CONT WS-SUB-CONT

            PERFORM P310-CARREGA-INVALIDOS

            SET FS-OK               TO TRUE
            OPEN INPUT COT

            IF FS-OK THEN
                SET CTD-DISPONIVEL  TO FALSE
                OPEN INPUT CTD-DAT
                IF FS-CTD-OK THEN
                    SET CTD-DISPONIVEL TO TRUE
                END-IF

                PERFORM P320-ABRE-RELATORIO

                IF FS-REL-OK THEN
                    SORT SRT-BNC
                        ON ASCENDING KEY SRT-RESP
                        ON ASCENDING KEY SRT-NM
                        ON ASCENDING KEY SRT-ID
                        INPUT PROCEDURE IS P341-SELECIONA-CONTATOS
                        OUTPUT PROCEDURE IS P342-IMPRIME-QUEBRADO

                    PERFORM P330-FECHA-RELATORIO
                END-IF

                IF CTD-DISPONIVEL THEN
                    CLOSE CTD-DAT
                END-IF
                CLOSE COT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                DISPLAY ' FILE STATUS: ' WS-FS
            END-IF
            .
      *----------------------------------------------------------------
      * P310-CARREGA-INVALIDOS: carrega de BNC.DAT os enderecos
      * marcados como invalidos, com o motivo e a data da marcacao.
      *----------------------------------------------------------------
       P310-CARREGA-INVALIDOS.
            SET EOF-OK              TO FALSE
            MOVE ZEROS              TO WS-QTD-INVALIDOS

            OPEN INPUT BNC-DAT

            IF FS-BNC-OK THEN
                PERFORM UNTIL EOF-OK OR WS-QTD-INVALIDOS = 2000
                    READ BNC-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF BNC-INVALIDO
                                PERFORM P315-GUARDA-INVALIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BNC-DAT
            END-IF

            DISPLAY 'ENDERECOS MARCADOS:   ' WS-QTD-INVALIDOS
            .
      *----------------------------------------------------------------
      * P315-GUARDA-INVALIDO: acrescenta o endereco corrente de
      * BNC.DAT a tabela de invalidos.
      *----------------------------------------------------------------
       P315-GUARDA-INVALIDO.
            ADD 1                   TO WS-QTD-INVALIDOS
            MOVE EMAIL-BNC          TO TAB-INV-EMAIL (WS-QTD-INVALIDOS)
            MOVE BNC-DT-SITUACAO    TO TAB-INV-DATA (WS-QTD-INVALIDOS)

            IF BNC-QTD-HARD GREATER ZEROS
                MOVE 'DEFINITIVO' TO TAB-INV-MOTIVO (WS-QTD-INVALIDOS)
            ELSE
                MOVE 'TEMPORAR. ' TO WS-MOTIVO-TEXTO
                MOVE BNC-QTD-SOFT TO WS-MOTIVO-QTD
                MOVE WS-MOTIVO    TO TAB-INV-MOTIVO (WS-QTD-INVALIDOS)
            END-IF
            .
      *----------------------------------------------------------------
      * P320-ABRE-RELATORIO: abre o arquivo de impressao e grava o
      * cabecalho com o titulo, a data e o limite de temporarios.
      *----------------------------------------------------------------
       P320-ABRE-RELATORIO.
            SET FS-REL-OK          TO TRUE
            OPEN OUTPUT REL-BNC

            IF FS-REL-OK THEN
                MOVE WS-DATA-DIA        TO WS-CAB-DIA
                MOVE WS-DATA-MES        TO WS-CAB-MES
                MOVE WS-DATA-ANO        TO WS-CAB-ANO
                MOVE WS-LIMITE          TO WS-CAB-LIMITE

                WRITE REL-LINHA         FROM WS-CABECALHO-1
                WRITE REL-LINHA         FROM WS-CABECALHO-2
                MOVE SPACES             TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
                DISPLAY ' FILE STATUS: ' WS-FS-REL
            END-IF
            .
      *----------------------------------------------------------------
      * P330-FECHA-RELATORIO: grava o subtotal do ultimo operador e o
      * rodape com o total de contatos a revalidar.
      *----------------------------------------------------------------
       P330-FECHA-RELATORIO.
            IF NOT PRIMEIRO-REGISTRO THEN
                MOVE WS-SUB-CONT     TO WS-SUB-ED
                WRITE REL-LINHA      FROM WS-LIN-SUBTOTAL
            END-IF

            MOVE WS-CONT             TO WS-ROD-CONT
            MOVE SPACES              TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA          FROM WS-RODAPE
            CLOSE REL-BNC
            DISPLAY 'RELATORIO GRAVADO COM SUCESSO.'
            DISPLAY 'CONTATOS A REVALIDAR: ' WS-CONT
            .
      *----------------------------------------------------------------
      * P341-SELECIONA-CONTATOS: envia ao SORT os contatos ativos com
      * endereco marcado - primeiro os do e-mail principal, pela
      * chave alternativa EMAIL-CONTATO, depois os dos e-mails
      * adicionais de CTD.DAT.
      *----------------------------------------------------------------
       P341-SELECIONA-CONTATOS.
            PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                    UNTIL WS-IDX-INV > WS-QTD-INVALIDOS
                PERFORM P343-BUSCA-PRINCIPAL
            END-PERFORM

            IF CTD-DISPONIVEL THEN
                SET EOF-OK          TO FALSE
                PERFORM UNTIL EOF-OK
                    READ CTD-DAT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF DET-EMAIL-PESSOAL OR DET-EMAIL-CORP
                                PERFORM P345-CONFERE-DETALHE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
      *----------------------------------------------------------------
      * P343-BUSCA-PRINCIPAL: percorre, pela chave alternativa
      * EMAIL-CONTATO, os contatos cujo e-mail principal e o
      * endereco marcado WS-IDX-INV.
      *----------------------------------------------------------------
       P343-BUSCA-PRINCIPAL.
            SET EOF-COT-OK          TO FALSE
            MOVE TAB-INV-EMAIL (WS-IDX-INV) TO EMAIL-CONTATO

            START COT KEY IS EQUAL EMAIL-CONTATO
                INVALID KEY
                    SET EOF-COT-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-COT-OK
                READ COT NEXT RECORD
                    AT END
                        SET EOF-COT-OK TO TRUE
                    NOT AT END
                        IF EMAIL-CONTATO NOT EQUAL
                           TAB-INV-EMAIL (WS-IDX-INV)
                            SET EOF-COT-OK TO TRUE
                        ELSE
                            IF CONTATO-ATIVO
                                MOVE WS-IDX-INV TO WS-IDX-ACHADO
                                MOVE 'PRINCIPAL' TO SRT-ORIGEM
                                PERFORM P349-LIBERA-CONTATO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P345-CONFERE-DETALHE: procura o e-mail adicional corrente de
      * CTD.DAT na tabela de invalidos e, achando, envia o contato
      * dono dele ao SORT.
      *----------------------------------------------------------------
       P345-CONFERE-DETALHE.
            MOVE ZEROS              TO WS-IDX-ACHADO
            PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                    UNTIL WS-IDX-INV > WS-QTD-INVALIDOS
                       OR WS-IDX-ACHADO GREATER ZEROS
                IF TAB-INV-EMAIL (WS-IDX-INV) EQUAL VALOR-DET
                    MOVE WS-IDX-INV TO WS-IDX-ACHADO
                END-IF
            END-PERFORM

            IF WS-IDX-ACHADO GREATER ZEROS
                MOVE ID-DET         TO ID-CONTATO
                READ COT
                    KEY IS ID-CONTATO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CONTATO-ATIVO
                            IF DET-EMAIL-PESSOAL
                                MOVE 'PESSOAL'     TO SRT-ORIGEM
                            ELSE
                                MOVE 'CORPORATIVO' TO SRT-ORIGEM
                            END-IF
                            PERFORM P349-LIBERA-CONTATO
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P349-LIBERA-CONTATO: envia ao SORT o contato corrente de
      * COT.DAT com o endereco marcado WS-IDX-ACHADO.
      *----------------------------------------------------------------
       P349-LIBERA-CONTATO.
            MOVE RESP-CONTATO       TO SRT-RESP
            MOVE NM-CONTATO         TO SRT-NM
            MOVE ID-CONTATO         TO SRT-ID
            MOVE TAB-INV-EMAIL (WS-IDX-ACHADO)  TO SRT-EMAIL
            MOVE TAB-INV-MOTIVO (WS-IDX-ACHADO) TO SRT-MOTIVO
            MOVE TAB-INV-DATA (WS-IDX-ACHADO)   TO SRT-DT-SITUACAO
            RELEASE SRT-REGISTRO
            .
      *----------------------------------------------------------------
      * P342-IMPRIME-QUEBRADO: devolve os registros classificados por
      * operador responsavel, imprimindo uma secao por operador com
      * o subtotal.
      *----------------------------------------------------------------
       P342-IMPRIME-QUEBRADO.
            SET EOF-SRT-OK        TO FALSE
            PERFORM UNTIL EOF-SRT-OK
                RETURN SRT-BNC
                    AT END
                        SET EOF-SRT-OK TO TRUE
                    NOT AT END
                        IF PRIMEIRO-REGISTRO
                         OR SRT-RESP NOT EQUAL WS-RESP-ANT
                            IF NOT PRIMEIRO-REGISTRO
                                MOVE WS-SUB-CONT TO WS-SUB-ED
                                WRITE REL-LINHA
                                      FROM WS-LIN-SUBTOTAL
                            END-IF
                            SET PRIMEIRO-REGISTRO TO FALSE
                            MOVE SRT-RESP    TO WS-RESP-ANT
                            MOVE ZEROS       TO WS-SUB-CONT
                            MOVE SPACES      TO REL-LINHA
                            WRITE REL-LINHA
                            MOVE SRT-RESP    TO WS-LIN-RESP-CODIGO
                            WRITE REL-LINHA  FROM WS-LIN-RESP
                        END-IF

                        ADD 1                TO WS-CONT WS-SUB-CONT
                        MOVE SRT-ID          TO WS-DET-ID
                        MOVE SRT-NM          TO WS-DET-NOME
                        MOVE SRT-ORIGEM      TO WS-DET-ORIGEM
                        MOVE SRT-EMAIL       TO WS-DET-EMAIL
                        MOVE SRT-MOTIVO      TO WS-DET-MOTIVO
                        MOVE SRT-DT-SITUACAO TO WS-DET-DT
                        WRITE REL-LINHA      FROM WS-LIN-DETALHE
                END-RETURN
            END-PERFORM
            .
       P900-FIM.
            GOBACK.
       END PROGRAM BNCCTT.
