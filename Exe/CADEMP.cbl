      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE EMPRESAS (EMP.DAT, COPYBOOK
      *          FD_EMPRESA): INCLUSAO, ALTERACAO, DESATIVACAO E
      *          LISTAGEM DAS ORGANIZACOES EXTERNAS, COM O CNPJ
      *          CONFERIDO PELOS DIGITOS VERIFICADORES. TAMBEM LIGA E
      *          DESLIGA UM CONTATO DA SUA EMPRESA (CEM.DAT, COPYBOOK
      *          FD_CONTEMP), LOCALIZANDO O CONTATO POR ID OU PELO
      *          INICIO DO NOME, COMO EM CADGRP. CADA CONTATO TEM NO
      *          MAXIMO UMA EMPRESA; O NOVO VINCULO SUBSTITUI O
      *          ANTERIOR, COM CONFIRMACAO. A LISTA DOS CONTATOS DE
      *          UMA EMPRESA FICA EM CONSCTT E A CONTAGEM POR EMPRESA
      *          EM RELEMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT EMP-DAT ASSIGN TO WS-CAMINHO-EMP
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CD-EMPRESA
            ALTERNATE RECORD KEY IS CNPJ-EMPRESA
            FILE STATUS  IS WS-STATUS-EMP.

            SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-CEM
            ALTERNATE RECORD KEY IS CD-EMP-CEM
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-CEM.

            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS  IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-DAT.
          COPY FD_EMPRESA.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD COT.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-EMP            PIC X(80).
       01 WS-CAMINHO-EMP-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\EMP.DAT'.
       01 WS-CAMINHO-CEM            PIC X(80).
       01 WS-CAMINHO-CEM-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 WS-CAMINHO-COT-DAT        PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL    PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.

       77 WS-STATUS-EMP             PIC 99.
          88 STATUS-EMP-OK          VALUE 0.
       77 WS-STATUS-CEM             PIC 99.
          88 STATUS-CEM-OK          VALUE 0.
       77 WS-FS                     PIC 99.
          88 FS-OK                  VALUE 0.
       77 WS-EOF                    PIC X.
          88 EOF-OK                 VALUE 'S' FALSE 'N'.
       77 WS-EXIT                   PIC X.
          88 EXIT-OK                VALUE 'F' FALSE 'N'.
       77 WS-OPCAO                  PIC X    VALUE SPACE.
          88 OPCAO-INCLUI           VALUE 'I'.
          88 OPCAO-ALTERA           VALUE 'A'.
          88 OPCAO-DESATIVA         VALUE 'D'.
          88 OPCAO-LISTA            VALUE 'L'.
          88 OPCAO-VINCULA          VALUE 'V'.
          88 OPCAO-DESVINCULA       VALUE 'R'.
       77 WS-CONFIRM                PIC X    VALUE SPACES.
       77 WS-CONT-LISTADOS          PIC 9(04) VALUE ZEROS.
       77 WS-EMPRESA-TRAB           PIC X(08) VALUE SPACES.
       77 WS-EMPRESA-EXISTE         PIC X    VALUE 'N'.
          88 EMPRESA-EXISTE         VALUE 'S' FALSE 'N'.
       77 WS-MODO-BUSCA             PIC 9(01) VALUE 1.
       77 WS-ID-VINCULO             PIC 9(06) VALUE ZEROS.
       77 WS-PARTIAL                PIC X(20) VALUE SPACES.
       77 WS-PARTIAL-LEN            PIC 9(02) VALUE ZEROS.
       77 WS-CONT-ACHADOS           PIC 9(03) VALUE ZEROS.
       77 WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.

       01 WS-ENTRADA.
          03 WS-ENT-RAZAO           PIC X(40).
          03 WS-ENT-TEL             PIC X(15).
          03 WS-ENT-LOGRADOURO      PIC X(40).
          03 WS-ENT-NUMERO          PIC X(08).
          03 WS-ENT-COMPL           PIC X(20).
          03 WS-ENT-CIDADE          PIC X(25).
          03 WS-ENT-UF              PIC X(02).
          03 WS-ENT-CEP             PIC X(09).

       77 WS-CNPJ-DIGITADO          PIC X(18) VALUE SPACES.
       01 WS-CNPJ-NUM               PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WS-CNPJ-NUM.
          03 WS-CNPJ-DIG            PIC 9(01) OCCURS 14.
       01 WS-CNPJ-EDITADO           PIC X(18) VALUE SPACES.
       77 WS-CNPJ-QTD               PIC 9(02) VALUE ZEROS.
       77 WS-CNPJ-IX                PIC 9(02) VALUE ZEROS.
       77 WS-CNPJ-SOMA              PIC 9(04) VALUE ZEROS.
       77 WS-CNPJ-QUOC              PIC 9(04) VALUE ZEROS.
       77 WS-CNPJ-RESTO             PIC 9(02) VALUE ZEROS.
       77 WS-CNPJ-DV1               PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-DV2               PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-SITUACAO          PIC X    VALUE 'N'.
          88 CNPJ-VALIDO            VALUE 'S' FALSE 'N'.
       01 WS-CNPJ-PESOS-VALORES     PIC X(13) VALUE '6543298765432'.
       01 FILLER REDEFINES WS-CNPJ-PESOS-VALORES.
          03 WS-CNPJ-PESO           PIC 9(01) OCCURS 13.

          COPY WS_STATUSARQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** CADASTRO DE EMPRESAS ***'
            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            PERFORM P300-MANUTENCAO    THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente EMP_DAT, CEM_DAT e COT_DAT, usando o
      * caminho tradicional como valor padrao quando a variavel nao
      * estiver definida.
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
            .

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
            SET STATUS-EMP-OK       TO TRUE
            MOVE SPACES             TO WS-CONFIRM

            OPEN I-O EMP-DAT

            IF WS-STATUS-EMP EQUAL 35 THEN
                OPEN OUTPUT EMP-DAT
                CLOSE EMP-DAT
                OPEN I-O EMP-DAT
            END-IF

            IF STATUS-EMP-OK THEN
                DISPLAY '(I)ncluir, (A)lterar, (D)esativar ou '
                        '(L)istar empresa?'
                DISPLAY '(V)incular contato a empresa ou (R)emover '
                        'vinculo?'
                ACCEPT WS-OPCAO

                EVALUATE TRUE
                    WHEN OPCAO-INCLUI
                        PERFORM P310-INCLUI
                    WHEN OPCAO-ALTERA
                        PERFORM P320-ALTERA
                    WHEN OPCAO-DESATIVA
                        PERFORM P330-DESATIVA
                    WHEN OPCAO-LISTA
                        PERFORM P340-LISTA
                    WHEN OPCAO-VINCULA
                        PERFORM P350-VINCULA
                    WHEN OPCAO-DESVINCULA
                        PERFORM P360-DESVINCULA
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESAS'
                MOVE WS-STATUS-EMP       TO WS-STATUS-ATUAL
                PERFORM P295-DESCREVE-STATUS
            END-IF

            CLOSE EMP-DAT

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
            ACCEPT WS-EXIT
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P310-INCLUI: grava uma nova empresa ativa, rejeitando codigo
      * ou razao social em branco, CNPJ invalido e codigo ou CNPJ ja
      * cadastrados.
      *----------------------------------------------------------------
       P310-INCLUI.
            DISPLAY 'Codigo da empresa (8 posicoes): '
            ACCEPT WS-EMPRESA-TRAB
            MOVE SPACES              TO WS-ENTRADA

            IF WS-EMPRESA-TRAB EQUAL SPACES THEN
                DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO.'
            ELSE
                DISPLAY 'Razao social: '
                ACCEPT WS-ENT-RAZAO
                DISPLAY 'CNPJ (14 digitos, com ou sem pontuacao): '
                ACCEPT WS-CNPJ-DIGITADO
                PERFORM P317-CONFERE-CNPJ

                EVALUATE TRUE
                    WHEN WS-ENT-RAZAO EQUAL SPACES
                        DISPLAY 'RAZAO SOCIAL NAO PODE FICAR EM '
                                'BRANCO.'
                    WHEN NOT CNPJ-VALIDO
                        DISPLAY 'CNPJ INVALIDO. EMPRESA NAO GRAVADA.'
                    WHEN OTHER
                        PERFORM P315-LE-CONTATO-EMPRESA

                        INITIALIZE REG-EMPRESAS
                        MOVE WS-EMPRESA-TRAB   TO CD-EMPRESA
                        MOVE WS-ENT-RAZAO      TO RAZAO-EMPRESA
                        MOVE WS-CNPJ-NUM       TO CNPJ-EMPRESA
                        MOVE WS-ENT-TEL        TO TEL-EMPRESA
                        MOVE WS-ENT-LOGRADOURO TO LOGRADOURO-EMP
                        MOVE WS-ENT-NUMERO     TO NUMERO-EMP
                        MOVE WS-ENT-COMPL      TO COMPL-EMP
                        MOVE WS-ENT-CIDADE     TO CIDADE-EMP
                        MOVE WS-ENT-UF         TO UF-EMP
                        MOVE WS-ENT-CEP        TO CEP-EMP
                        ACCEPT DT-CAD-EMPRESA  FROM DATE YYYYMMDD
                        SET EMPRESA-ATIVA      TO TRUE

                        WRITE REG-EMPRESAS
                            INVALID KEY
                                DISPLAY 'JA EXISTE EMPRESA COM ESSE '
                                        'CODIGO OU COM ESSE CNPJ.'
                            NOT INVALID KEY
                                DISPLAY 'Empresa gravada com sucesso'
                        END-WRITE
                END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------
      * P315-LE-CONTATO-EMPRESA: colhe o telefone principal e o
      * endereco da empresa em WS-ENTRADA, nos campos de FD_ENDER. Na
      * alteracao, campo deixado em branco mantem o valor atual.
      *----------------------------------------------------------------
       P315-LE-CONTATO-EMPRESA.
            DISPLAY 'Telefone principal: '
            ACCEPT WS-ENT-TEL
            DISPLAY 'Logradouro: '
            ACCEPT WS-ENT-LOGRADOURO
            DISPLAY 'Numero: '
            ACCEPT WS-ENT-NUMERO
            DISPLAY 'Complemento: '
            ACCEPT WS-ENT-COMPL
            DISPLAY 'Cidade: '
            ACCEPT WS-ENT-CIDADE
            DISPLAY 'UF: '
            ACCEPT WS-ENT-UF
            DISPLAY 'CEP: '
            ACCEPT WS-ENT-CEP
            .
      *----------------------------------------------------------------
      * P317-CONFERE-CNPJ: extrai os digitos de WS-CNPJ-DIGITADO para
      * WS-CNPJ-NUM, ignorando pontos, barra e traco, e confere os
      * dois digitos verificadores (modulo 11, pesos de 2 a 9).
      *----------------------------------------------------------------
       P317-CONFERE-CNPJ.
            SET CNPJ-VALIDO          TO FALSE
            MOVE ZEROS               TO WS-CNPJ-NUM WS-CNPJ-QTD

            PERFORM VARYING WS-CNPJ-IX FROM 1 BY 1
                    UNTIL WS-CNPJ-IX GREATER 18
                IF WS-CNPJ-DIGITADO(WS-CNPJ-IX:1) IS NUMERIC
                    ADD 1            TO WS-CNPJ-QTD
                    IF WS-CNPJ-QTD NOT GREATER 14
                        MOVE WS-CNPJ-DIGITADO(WS-CNPJ-IX:1)
                          TO WS-CNPJ-DIG(WS-CNPJ-QTD)
                    END-IF
                END-IF
            END-PERFORM

            IF WS-CNPJ-QTD EQUAL 14 AND WS-CNPJ-NUM GREATER ZEROS
                MOVE ZEROS           TO WS-CNPJ-SOMA
                PERFORM VARYING WS-CNPJ-IX FROM 1 BY 1
                        UNTIL WS-CNPJ-IX GREATER 12
                    COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                        WS-CNPJ-DIG(WS-CNPJ-IX) *
                        WS-CNPJ-PESO(WS-CNPJ-IX + 1)
                END-PERFORM
                DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                       REMAINDER WS-CNPJ-RESTO
                IF WS-CNPJ-RESTO LESS 2
                    MOVE ZEROS       TO WS-CNPJ-DV1
                ELSE
                    COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO
                END-IF

                MOVE ZEROS           TO WS-CNPJ-SOMA
                PERFORM VARYING WS-CNPJ-IX FROM 1 BY 1
                        UNTIL WS-CNPJ-IX GREATER 13
                    COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                        WS-CNPJ-DIG(WS-CNPJ-IX) *
                        WS-CNPJ-PESO(WS-CNPJ-IX)
                END-PERFORM
                DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                       REMAINDER WS-CNPJ-RESTO
                IF WS-CNPJ-RESTO LESS 2
                    MOVE ZEROS       TO WS-CNPJ-DV2
                ELSE
                    COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO
                END-IF

                IF WS-CNPJ-DV1 EQUAL WS-CNPJ-DIG(13)
                   AND WS-CNPJ-DV2 EQUAL WS-CNPJ-DIG(14)
                    SET CNPJ-VALIDO  TO TRUE
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P318-FORMATA-CNPJ: monta em WS-CNPJ-EDITADO o CNPJ-EMPRESA
      * corrente no formato 99.999.999/9999-99.
      *----------------------------------------------------------------
       P318-FORMATA-CNPJ.
            MOVE CNPJ-EMPRESA        TO WS-CNPJ-NUM
            MOVE SPACES              TO WS-CNPJ-EDITADO
            STRING WS-CNPJ-NUM(1:2)  '.' WS-CNPJ-NUM(3:3) '.'
                   WS-CNPJ-NUM(6:3)  '/' WS-CNPJ-NUM(9:4) '-'
                   WS-CNPJ-NUM(13:2)
                   DELIMITED BY SIZE
                   INTO WS-CNPJ-EDITADO
            END-STRING
            .
      *----------------------------------------------------------------
      * P320-ALTERA: altera os dados de uma empresa existente. Campo
      * deixado em branco mantem o valor atual.
      *----------------------------------------------------------------
       P320-ALTERA.
            DISPLAY 'Codigo da empresa: '
            ACCEPT CD-EMPRESA

            READ EMP-DAT
               KEY IS CD-EMPRESA
               INVALID KEY
                   DISPLAY 'EMPRESA NAO EXISTE'
               NOT INVALID KEY
                   PERFORM P318-FORMATA-CNPJ
                   DISPLAY 'Razao social atual: ' RAZAO-EMPRESA
                   DISPLAY 'CNPJ atual: ' WS-CNPJ-EDITADO
                   DISPLAY 'Telefone atual: ' TEL-EMPRESA
                   DISPLAY 'Endereco atual: ' LOGRADOURO-EMP ', '
                           NUMERO-EMP ' ' COMPL-EMP
                   DISPLAY '                ' CIDADE-EMP ' - '
                           UF-EMP ' ' CEP-EMP
                   DISPLAY 'INFORME OS NOVOS DADOS (<ENTER> MANTEM O '
                           'ATUAL).'
                   MOVE SPACES           TO WS-ENTRADA
                   DISPLAY 'Razao social: '
                   ACCEPT WS-ENT-RAZAO
                   DISPLAY 'CNPJ: '
                   ACCEPT WS-CNPJ-DIGITADO
                   SET CNPJ-VALIDO       TO TRUE
                   IF WS-CNPJ-DIGITADO NOT EQUAL SPACES
                       PERFORM P317-CONFERE-CNPJ
                   END-IF
                   PERFORM P315-LE-CONTATO-EMPRESA

                   IF NOT CNPJ-VALIDO
                       DISPLAY 'CNPJ INVALIDO. ALTERACAO NAO '
                               'REALIZADA.'
                   ELSE
                       DISPLAY 'TECLE: '
                               '<S> PARA CONFIRMAR OU <QUALQUER TECLA>'
                               'para continuar com atual.'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S' THEN
                           PERFORM P325-APLICA-ALTERACAO
                       ELSE
                           DISPLAY 'Alteracao nao realizada.'
                       END-IF
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P325-APLICA-ALTERACAO: leva ao registro os campos informados
      * em WS-ENTRADA e regrava. A troca do CNPJ para um ja
      * cadastrado em outra empresa e recusada pela chave alternada.
      *----------------------------------------------------------------
       P325-APLICA-ALTERACAO.
            IF WS-ENT-RAZAO NOT EQUAL SPACES
                MOVE WS-ENT-RAZAO      TO RAZAO-EMPRESA
            END-IF
            IF WS-CNPJ-DIGITADO NOT EQUAL SPACES
                MOVE WS-CNPJ-NUM       TO CNPJ-EMPRESA
            END-IF
            IF WS-ENT-TEL NOT EQUAL SPACES
                MOVE WS-ENT-TEL        TO TEL-EMPRESA
            END-IF
            IF WS-ENT-LOGRADOURO NOT EQUAL SPACES
                MOVE WS-ENT-LOGRADOURO TO LOGRADOURO-EMP
            END-IF
            IF WS-ENT-NUMERO NOT EQUAL SPACES
                MOVE WS-ENT-NUMERO     TO NUMERO-EMP
            END-IF
            IF WS-ENT-COMPL NOT EQUAL SPACES
                MOVE WS-ENT-COMPL      TO COMPL-EMP
            END-IF
            IF WS-ENT-CIDADE NOT EQUAL SPACES
                MOVE WS-ENT-CIDADE     TO CIDADE-EMP
            END-IF
            IF WS-ENT-UF NOT EQUAL SPACES
                MOVE WS-ENT-UF         TO UF-EMP
            END-IF
            IF WS-ENT-CEP NOT EQUAL SPACES
                MOVE WS-ENT-CEP        TO CEP-EMP
            END-IF

            REWRITE REG-EMPRESAS
                INVALID KEY
                    DISPLAY 'CNPJ JA CADASTRADO EM OUTRA EMPRESA. '
                            'ALTERACAO NAO REALIZADA.'
                NOT INVALID KEY
                    DISPLAY 'Empresa atualizada: ' CD-EMPRESA
            END-REWRITE
            .
      *----------------------------------------------------------------
      * P330-DESATIVA: marca a empresa como inativa, mantendo o
      * registro e os vinculos ja gravados; empresa inativa nao
      * recebe novos vinculos.
      *----------------------------------------------------------------
       P330-DESATIVA.
            DISPLAY 'Codigo da empresa: '
            ACCEPT CD-EMPRESA

            READ EMP-DAT
               KEY IS CD-EMPRESA
               INVALID KEY
                   DISPLAY 'EMPRESA NAO EXISTE'
               NOT INVALID KEY
                   DISPLAY 'Empresa encontrada: '
                           CD-EMPRESA ' - ' RAZAO-EMPRESA
                   DISPLAY 'TECLE: '
                           '<S> PARA CONFIRMAR A DESATIVACAO OU '
                           '<QUALQUER TECLA> para cancelar.'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM EQUAL 'S' THEN
                       SET EMPRESA-INATIVA  TO TRUE
                       REWRITE REG-EMPRESAS
                       DISPLAY 'Empresa desativada: ' CD-EMPRESA
                   ELSE
                       DISPLAY 'Operacao nao realizada.'
                   END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P340-LISTA: exibe todas as empresas cadastradas, na ordem do
      * codigo, com o CNPJ e a situacao de cada uma.
      *----------------------------------------------------------------
       P340-LISTA.
            MOVE ZEROS               TO WS-CONT-LISTADOS
            MOVE LOW-VALUES          TO CD-EMPRESA
            START EMP-DAT KEY IS NOT LESS THAN CD-EMPRESA
                INVALID KEY
                    SET EOF-OK       TO TRUE
            END-START

            PERFORM UNTIL EOF-OK
                READ EMP-DAT NEXT RECORD
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CONT-LISTADOS
                        PERFORM P318-FORMATA-CNPJ
                        IF EMPRESA-ATIVA
                            DISPLAY CD-EMPRESA ' - ' RAZAO-EMPRESA
                                    ' ' WS-CNPJ-EDITADO ' (ATIVA)'
                        ELSE
                            DISPLAY CD-EMPRESA ' - ' RAZAO-EMPRESA
                                    ' ' WS-CNPJ-EDITADO ' (INATIVA)'
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT-LISTADOS = ZEROS THEN
                DISPLAY 'NENHUMA EMPRESA CADASTRADA.'
            END-IF
            .
      *----------------------------------------------------------------
      * P350-VINCULA: liga um contato a uma empresa ativa. Contato ja
      * ligado a outra empresa so e transferido com confirmacao.
      *----------------------------------------------------------------
       P350-VINCULA.
            SET EMPRESA-EXISTE       TO FALSE
            DISPLAY 'Codigo da empresa: '
            ACCEPT CD-EMPRESA

            READ EMP-DAT
               KEY IS CD-EMPRESA
               INVALID KEY
                   DISPLAY 'EMPRESA NAO EXISTE'
               NOT INVALID KEY
                   IF EMPRESA-INATIVA
                       DISPLAY 'EMPRESA INATIVA NAO RECEBE NOVOS '
                               'VINCULOS.'
                   ELSE
                       SET EMPRESA-EXISTE TO TRUE
                       DISPLAY 'Empresa: ' CD-EMPRESA ' - '
                               RAZAO-EMPRESA
                   END-IF
            END-READ

            IF EMPRESA-EXISTE THEN
                PERFORM P355-LOCALIZA-CONTATO
            END-IF

            IF EMPRESA-EXISTE AND WS-ID-VINCULO GREATER ZEROS THEN
                SET STATUS-CEM-OK    TO TRUE
                OPEN I-O CEM-DAT

                IF WS-STATUS-CEM EQUAL 35 THEN
                    OPEN OUTPUT CEM-DAT
                    CLOSE CEM-DAT
                    OPEN I-O CEM-DAT
                END-IF

                IF STATUS-CEM-OK THEN
                    MOVE WS-ID-VINCULO   TO ID-CEM
                    ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                    READ CEM-DAT
                        KEY IS ID-CEM
                        INVALID KEY
                            MOVE CD-EMPRESA      TO CD-EMP-CEM
                            MOVE WS-DATA-SISTEMA TO DT-CEM
                            WRITE REG-CONT-EMP
                            DISPLAY 'Contato vinculado a empresa.'
                        NOT INVALID KEY
                            PERFORM P352-TRANSFERE-VINCULO
                    END-READ
                    CLOSE CEM-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS. '
                            'STATUS: ' WS-STATUS-CEM
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P352-TRANSFERE-VINCULO: o contato ja tem empresa; troca pela
      * empresa corrente depois da confirmacao do operador.
      *----------------------------------------------------------------
       P352-TRANSFERE-VINCULO.
            IF CD-EMP-CEM EQUAL CD-EMPRESA
                DISPLAY 'CONTATO JA ESTA VINCULADO A ESTA EMPRESA.'
            ELSE
                DISPLAY 'CONTATO HOJE VINCULADO A EMPRESA '
                        CD-EMP-CEM '.'
                DISPLAY 'TECLE: '
                        '<S> PARA TRANSFERIR O VINCULO OU '
                        '<QUALQUER TECLA> para cancelar.'
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM EQUAL 'S' THEN
                    MOVE CD-EMPRESA      TO CD-EMP-CEM
                    MOVE WS-DATA-SISTEMA TO DT-CEM
                    REWRITE REG-CONT-EMP
                    DISPLAY 'Vinculo transferido.'
                ELSE
                    DISPLAY 'Operacao nao realizada.'
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P355-LOCALIZA-CONTATO: localiza o contato por ID ou pelo
      * inicio do nome, deixando o ID escolhido em WS-ID-VINCULO
      * (zeros quando nada foi escolhido).
      *----------------------------------------------------------------
       P355-LOCALIZA-CONTATO.
            MOVE ZEROS              TO WS-ID-VINCULO
            SET FS-OK               TO TRUE

            OPEN INPUT COT

            IF FS-OK THEN
                DISPLAY '1 - Por ID   2 - Pelo inicio do nome'
                ACCEPT WS-MODO-BUSCA

                IF WS-MODO-BUSCA EQUAL 2 THEN
                    PERFORM P357-BUSCA-POR-NOME
                    IF WS-CONT-ACHADOS GREATER ZEROS THEN
                        DISPLAY 'Informe o ID escolhido: '
                        ACCEPT WS-ID-VINCULO
                    END-IF
                ELSE
                    DISPLAY 'Informe o ID do contato: '
                    ACCEPT WS-ID-VINCULO
                END-IF

                IF WS-ID-VINCULO GREATER ZEROS THEN
                    MOVE WS-ID-VINCULO TO ID-CONTATO
                    READ COT
                        KEY IS ID-CONTATO
                        INVALID KEY
                            DISPLAY 'CONTATO NAO EXISTE.'
                            MOVE ZEROS TO WS-ID-VINCULO
                        NOT INVALID KEY
                            DISPLAY 'Contato: ' ID-CONTATO ' - '
                                    NM-CONTATO
                    END-READ
                END-IF

                CLOSE COT
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS. '
                        'STATUS: ' WS-FS
            END-IF
            .
      *----------------------------------------------------------------
      * P357-BUSCA-POR-NOME: lista os contatos cujo nome comeca com o
      * texto informado, pelo indice de nome, com os IDs para a
      * escolha do operador.
      *----------------------------------------------------------------
       P357-BUSCA-POR-NOME.
            SET EOF-OK              TO FALSE
            MOVE ZEROS              TO WS-CONT-ACHADOS

            DISPLAY 'Informe o inicio do nome: '
            ACCEPT WS-PARTIAL

            MOVE 20                 TO WS-PARTIAL-LEN
            PERFORM VARYING WS-PARTIAL-LEN FROM 20 BY -1
                    UNTIL WS-PARTIAL-LEN = 0
                       OR WS-PARTIAL(WS-PARTIAL-LEN:1) NOT = SPACE
            END-PERFORM

            IF WS-PARTIAL-LEN = 0 THEN
                DISPLAY 'INFORME AO MENOS UM CARACTERE PARA A BUSCA.'
            ELSE
                MOVE WS-PARTIAL     TO NM-CONTATO
                START COT KEY IS NOT LESS THAN NM-CONTATO
                    INVALID KEY
                        SET EOF-OK  TO TRUE
                END-START

                PERFORM UNTIL EOF-OK
                    READ COT NEXT RECORD
                        AT END
                            SET EOF-OK TO TRUE
                        NOT AT END
                            IF NM-CONTATO(1:WS-PARTIAL-LEN) EQUAL
                               WS-PARTIAL(1:WS-PARTIAL-LEN)
                                ADD 1 TO WS-CONT-ACHADOS
                                DISPLAY '  ' ID-CONTATO ' - '
                                        NM-CONTATO
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                IF WS-CONT-ACHADOS = ZEROS THEN
                    DISPLAY 'NENHUM CONTATO ENCONTRADO.'
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P360-DESVINCULA: desliga o contato informado da sua empresa.
      *----------------------------------------------------------------
       P360-DESVINCULA.
            DISPLAY 'Informe o ID do contato a desvincular: '
            ACCEPT WS-ID-VINCULO

            SET STATUS-CEM-OK       TO TRUE
            OPEN I-O CEM-DAT

            IF STATUS-CEM-OK THEN
                MOVE WS-ID-VINCULO  TO ID-CEM
                READ CEM-DAT
                    KEY IS ID-CEM
                    INVALID KEY
                        DISPLAY 'CONTATO NAO TEM EMPRESA VINCULADA.'
                    NOT INVALID KEY
                        DISPLAY 'Contato vinculado a empresa '
                                CD-EMP-CEM
                        DISPLAY 'TECLE: '
                                '<S> PARA REMOVER O VINCULO OU '
                                '<QUALQUER TECLA> para cancelar.'
                        ACCEPT WS-CONFIRM
                        IF WS-CONFIRM EQUAL 'S' THEN
                            DELETE CEM-DAT RECORD
                            DISPLAY 'Vinculo removido.'
                        ELSE
                            DISPLAY 'Operacao nao realizada.'
                        END-IF
                END-READ
                CLOSE CEM-DAT
            ELSE
                IF WS-STATUS-CEM EQUAL 35 THEN
                    DISPLAY 'CONTATO NAO TEM EMPRESA VINCULADA.'
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS. '
                            'STATUS: ' WS-STATUS-CEM
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P295-DESCREVE-STATUS: traduz o FILE STATUS deixado em
      * WS-STATUS-ATUAL para uma mensagem descritiva e a exibe.
      * Compartilhado com CADCONTT e ALTCONTT via COPY PR_STATUSARQ.
      *----------------------------------------------------------------
          COPY PR_STATUSARQ.

       P900-FIM.

            GOBACK.
       END PROGRAM CADEMP.
