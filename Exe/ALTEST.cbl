      *                 (OPEN I-O / READ KEY / INVALID KEY / S-para-
      *                 confirmar) sobre o indexado ST.DAT gravado
      *                 por CADEST.
      *  15/10/2026 CS  Depois da alteracao do nome, passa a manter
      *                 os vinculos do estudante com contatos de
      *                 COT.DAT (VNC.DAT, copybook FD_VINCEST):
      *                 responsavel, contato de emergencia ou
      *                 patrocinador, varios por estudante. So
      *                 contato ativo pode ser vinculado.
      *  15/10/2026 CS  Exibe o vinculo EGRESSO gravado por EGRCTT
      *                 (conversao de concluintes em ex-alunos).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTEST.
            RECORD KEY   IS CD-STUDENT
            FILE STATUS  IS WS-FS.

            SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-VNC
            ALTERNATE RECORD KEY IS ID-CONT-VNC
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-VNC.

            SELECT COT ASSIGN TO WS-CAMINHO-COT-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EMAIL-CONTATO
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-COT.

       DATA DIVISION.
       FILE SECTION.
       FD ST.
          COPY FD_EST.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD COT.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-ST-DAT                PIC X(80).
       01 WS-CAMINHO-ST-DAT-DFL            PIC X(80) VALUE
       01 FILLER   REDEFINES WS-REGISTRO.
          03 WS-CD-STUDENT                 PIC 9(05).
          03 WS-NM-STUDENT                 PIC X(20).
       01 WS-CAMINHO-VNC-DAT               PIC X(80).
       01 WS-CAMINHO-VNC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-COT-DAT               PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.

       77 WS-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WS-EXIT                          PIC X.
          88 EXIT-OK                       VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM                       PIC X VALUE SPACES.
       77 WS-STATUS-VNC                    PIC 99.
          88 STATUS-VNC-OK                 VALUE 0.
       77 WS-STATUS-COT                    PIC 99.
          88 STATUS-COT-OK                 VALUE 0.
       77 WS-COT-ABERTO                    PIC X VALUE 'N'.
          88 COT-ABERTO                    VALUE 'S' FALSE 'N'.
       77 WS-EOF-VNC                       PIC X VALUE 'N'.
          88 EOF-VNC-OK                    VALUE 'S' FALSE 'N'.
       77 WS-FIM-VINCULOS                  PIC X VALUE 'N'.
          88 FIM-VINCULOS                  VALUE 'S' FALSE 'N'.
       77 WS-OPCAO-VNC                     PIC X VALUE SPACE.
       77 WS-ID-VINCULO                    PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-VINCULO                  PIC X VALUE SPACE.
       77 WS-DS-VINCULO                    PIC X(12) VALUE SPACES.
       77 WS-NM-VINCULO                    PIC X(20) VALUE SPACES.
       77 WS-CONT-VINCULOS                 PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos de ST.DAT, VNC.DAT e COT.DAT
      * a partir das variaveis de ambiente ST_DAT, VNC_DAT e COT_DAT,
      * usando o caminho tradicional como valor padrao quando a
      * variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-ST-DAT-DFL   TO WS-CAMINHO-ST-DAT
            IF WS-CAMINHO-ST-DAT EQUAL SPACES
                MOVE WS-CAMINHO-ST-DAT-DFL TO WS-CAMINHO-ST-DAT
            END-IF

            MOVE WS-CAMINHO-VNC-DAT-DFL  TO WS-CAMINHO-VNC-DAT
            DISPLAY 'VNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-VNC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-VNC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-VNC-DAT-DFL TO WS-CAMINHO-VNC-DAT
            END-IF

            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
            DISPLAY 'COT_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-COT-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-COT-DAT EQUAL SPACES
                MOVE WS-CAMINHO-COT-DAT-DFL TO WS-CAMINHO-COT-DAT
            END-IF
            .

       P300-ALTERA.
                   ELSE
                       DISPLAY 'Alteracao nao realizada.'
                   END-IF
                   PERFORM P400-VINCULOS
            END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ESTUDANTES'
            .

       P300-FIM.
      *----------------------------------------------------------------
      * P400-VINCULOS: oferece manter os vinculos do estudante com
      * contatos de COT.DAT (VNC.DAT).
      *----------------------------------------------------------------
       P400-VINCULOS.
            DISPLAY 'Vinculos com contatos: (M)anter ou '
                    '<QUALQUER TECLA> para seguir.'
            MOVE SPACE              TO WS-OPCAO-VNC
            ACCEPT WS-OPCAO-VNC

            IF WS-OPCAO-VNC EQUAL 'M' THEN
                SET STATUS-VNC-OK   TO TRUE
                OPEN I-O VNC-DAT
                IF WS-STATUS-VNC EQUAL 35 THEN
                    OPEN OUTPUT VNC-DAT
                    CLOSE VNC-DAT
                    OPEN I-O VNC-DAT
                END-IF

                SET COT-ABERTO      TO FALSE
                SET STATUS-COT-OK   TO TRUE
                OPEN INPUT COT
                IF STATUS-COT-OK
                    SET COT-ABERTO  TO TRUE
                END-IF

                IF STATUS-VNC-OK THEN
                    SET FIM-VINCULOS TO FALSE
                    PERFORM P410-MANTEM-VINCULOS UNTIL FIM-VINCULOS
                    CLOSE VNC-DAT
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
                    DISPLAY 'FILE STATUS: ' WS-STATUS-VNC
                END-IF

                IF COT-ABERTO
                    CLOSE COT
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P410-MANTEM-VINCULOS: lista os vinculos do estudante e colhe
      * a proxima acao: incluir, excluir ou encerrar.
      *----------------------------------------------------------------
       P410-MANTEM-VINCULOS.
            PERFORM P420-LISTA-VINCULOS

            DISPLAY '(I)ncluir vinculo, (E)xcluir vinculo ou '
                    '<QUALQUER TECLA> para encerrar.'
            MOVE SPACE              TO WS-OPCAO-VNC
            ACCEPT WS-OPCAO-VNC

            EVALUATE WS-OPCAO-VNC
                WHEN 'I'
                    PERFORM P430-INCLUI-VINCULO
                WHEN 'E'
                    PERFORM P440-EXCLUI-VINCULO
                WHEN OTHER
                    SET FIM-VINCULOS TO TRUE
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P420-LISTA-VINCULOS: exibe os contatos vinculados ao
      * estudante, com o tipo do vinculo e o nome em COT.DAT.
      *----------------------------------------------------------------
       P420-LISTA-VINCULOS.
            SET EOF-VNC-OK          TO FALSE
            MOVE ZEROS              TO WS-CONT-VINCULOS

            MOVE WS-CD-STUDENT      TO CD-EST-VNC
            MOVE ZEROS              TO ID-CONT-VNC
            START VNC-DAT KEY IS NOT LESS THAN CHAVE-VNC
                INVALID KEY
                    SET EOF-VNC-OK  TO TRUE
            END-START

            PERFORM UNTIL EOF-VNC-OK
                READ VNC-DAT NEXT RECORD
                    AT END
                        SET EOF-VNC-OK TO TRUE
                    NOT AT END
                        IF CD-EST-VNC EQUAL WS-CD-STUDENT
                            ADD 1   TO WS-CONT-VINCULOS
                            PERFORM P425-EXIBE-VINCULO
                        ELSE
                            SET EOF-VNC-OK TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CONT-VINCULOS EQUAL ZEROS
                DISPLAY 'ESTUDANTE SEM CONTATOS VINCULADOS.'
            END-IF
            .
      *----------------------------------------------------------------
      * P425-EXIBE-VINCULO: exibe o vinculo corrente de VNC.DAT.
      *----------------------------------------------------------------
       P425-EXIBE-VINCULO.
            EVALUATE TRUE
                WHEN VNC-RESPONSAVEL
                    MOVE 'RESPONSAVEL'  TO WS-DS-VINCULO
                WHEN VNC-EMERGENCIA
                    MOVE 'EMERGENCIA'   TO WS-DS-VINCULO
                WHEN VNC-PATROCINADOR
                    MOVE 'PATROCINADOR' TO WS-DS-VINCULO
                WHEN VNC-EGRESSO
                    MOVE 'EGRESSO'      TO WS-DS-VINCULO
                WHEN OTHER
                    MOVE TIPO-VNC       TO WS-DS-VINCULO
            END-EVALUATE

            MOVE '(NAO ENCONTRADO)' TO WS-NM-VINCULO
            IF COT-ABERTO
                MOVE ID-CONT-VNC    TO ID-CONTATO
                READ COT
                    KEY IS ID-CONTATO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-CONTATO TO WS-NM-VINCULO
                END-READ
            END-IF

            DISPLAY '  ' ID-CONT-VNC ' - ' WS-NM-VINCULO ' '
                    WS-DS-VINCULO ' DESDE ' DT-VNC(7:2) '/'
                    DT-VNC(5:2) '/' DT-VNC(1:4)
            .
      *----------------------------------------------------------------
      * P430-INCLUI-VINCULO: vincula um contato ativo de COT.DAT ao
      * estudante. Contato ja vinculado tem o tipo trocado.
      *----------------------------------------------------------------
       P430-INCLUI-VINCULO.
            DISPLAY 'ID do contato: '
            MOVE ZEROS              TO WS-ID-VINCULO
            ACCEPT WS-ID-VINCULO

            IF NOT COT-ABERTO THEN
                DISPLAY 'ARQUIVO DE CONTATOS INDISPONIVEL. STATUS: '
                        WS-STATUS-COT
            ELSE
                MOVE WS-ID-VINCULO  TO ID-CONTATO
                READ COT
                    KEY IS ID-CONTATO
                    INVALID KEY
                        DISPLAY 'CONTATO NAO EXISTE'
                    NOT INVALID KEY
                        IF CONTATO-INATIVO
                            DISPLAY 'CONTATO INATIVO NAO PODE SER '
                                    'VINCULADO.'
                        ELSE
                            DISPLAY 'Contato: ' NM-CONTATO
                            PERFORM P435-GRAVA-VINCULO
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P435-GRAVA-VINCULO: colhe o tipo do vinculo e o grava.
      *----------------------------------------------------------------
       P435-GRAVA-VINCULO.
            DISPLAY 'Tipo: (R)esponsavel, (E)mergencia ou '
                    '(P)atrocinador: '
            MOVE SPACE              TO WS-TIPO-VINCULO
            ACCEPT WS-TIPO-VINCULO

            MOVE WS-CD-STUDENT      TO CD-EST-VNC
            MOVE WS-ID-VINCULO      TO ID-CONT-VNC
            MOVE WS-TIPO-VINCULO    TO TIPO-VNC
            ACCEPT DT-VNC           FROM DATE YYYYMMDD

            IF NOT VNC-TIPO-VALIDO THEN
                DISPLAY 'TIPO DE VINCULO INVALIDO.'
            ELSE
                WRITE REG-VINCULOS
                    INVALID KEY
                        REWRITE REG-VINCULOS
                        DISPLAY 'Vinculo atualizado.'
                    NOT INVALID KEY
                        DISPLAY 'Vinculo incluido.'
                END-WRITE
            END-IF
            .
      *----------------------------------------------------------------
      * P440-EXCLUI-VINCULO: desfaz o vinculo do estudante com um
      * contato.
      *----------------------------------------------------------------
       P440-EXCLUI-VINCULO.
            DISPLAY 'ID do contato a desvincular: '
            MOVE ZEROS              TO WS-ID-VINCULO
            ACCEPT WS-ID-VINCULO

            MOVE WS-CD-STUDENT      TO CD-EST-VNC
            MOVE WS-ID-VINCULO      TO ID-CONT-VNC
            DELETE VNC-DAT RECORD
                INVALID KEY
                    DISPLAY 'VINCULO NAO EXISTE'
                NOT INVALID KEY
                    DISPLAY 'Vinculo excluido.'
            END-DELETE
            .

       P900-FIM.

