      *                 grupos reduzidos a um so - quem esta em duas
      *                 listas recebe uma unica carta. Os filtros por
      *                 faixa de ID e de nome continuam como antes.
      *  15/10/2026 CS  Passa a respeitar as preferencias de
      *                 comunicacao do contato (PCM.DAT, copybook
      *                 FD_PREFCOM): quem recusou cartas fica fora do
      *                 modo cartas e quem recusou etiquetas fica fora
      *                 do modo etiqueta. As exclusoes sao contadas
      *                 no resumo da geracao.
      *  15/10/2026 CS  O modelo ganha o marcador &EMPRESA, com a
      *                 razao social da empresa do contato (CEM.DAT e
      *                 EMP.DAT, copybooks FD_CONTEMP e FD_EMPRESA,
      *                 mantidos por CADEMP). Contato sem empresa fica
      *                 com o marcador em branco.
      *  15/10/2026 CS  Modelo de cartas que usa &EMAIL deixa de fora,
      *                 com aviso, o contato cujo e-mail principal
      *                 esta marcado como invalido em BNC.DAT
      *                 (retornos de e-mail, BNCCTT, copybook
      *                 FD_BOUNCE). As exclusoes sao contadas no
      *                 resumo da geracao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCTT.
            RECORD KEY   IS CHAVE-MEMBRO
            FILE STATUS  IS WS-FS-GRM.

            SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-PCM
            FILE STATUS  IS WS-FS-PCM.

            SELECT EMP-DAT ASSIGN TO WS-CAMINHO-EMP
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS CD-EMPRESA
            ALTERNATE RECORD KEY IS CNPJ-EMPRESA
            FILE STATUS  IS WS-FS-EMP.

            SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-CEM
            ALTERNATE RECORD KEY IS CD-EMP-CEM
                WITH DUPLICATES
            FILE STATUS  IS WS-FS-CEM.

            SELECT BNC-DAT ASSIGN TO WS-CAMINHO-BNC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS EMAIL-BNC
            FILE STATUS  IS WS-FS-BNC.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
       FD GRM-DAT.
          COPY FD_GRPMEM.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD EMP-DAT.
          COPY FD_EMPRESA.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD BNC-DAT.
          COPY FD_BOUNCE.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
       77 WS-QTD-GRUPOS            PIC 9(02) VALUE ZEROS.
       01 TAB-MEMBROS.
          03 TAB-MEMBRO-ID         OCCURS 5000 PIC 9(06).
       01 WS-CAMINHO-PCM           PIC X(80).
       01 WS-CAMINHO-PCM-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       77 WS-FS-PCM                PIC 99.
          88 FS-PCM-OK             VALUE 0.
       77 WS-PCM-DISPONIVEL        PIC X    VALUE 'N'.
          88 PCM-DISPONIVEL        VALUE 'S' FALSE 'N'.
       77 WS-CONT-EXCLUIDOS        PIC 9(006) VALUE ZEROS.
       01 WS-CAMINHO-EMP           PIC X(80).
       01 WS-CAMINHO-EMP-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\EMP.DAT'.
       01 WS-CAMINHO-CEM           PIC X(80).
       01 WS-CAMINHO-CEM-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       77 WS-FS-EMP                PIC 99.
          88 FS-EMP-OK             VALUE 0.
       77 WS-FS-CEM                PIC 99.
          88 FS-CEM-OK             VALUE 0.
       77 WS-EMP-DISPONIVEL        PIC X    VALUE 'N'.
          88 EMP-DISPONIVEL        VALUE 'S' FALSE 'N'.
       01 WS-EMPRESA-NOME          PIC X(40) VALUE SPACES.
       01 WS-CAMINHO-BNC           PIC X(80).
       01 WS-CAMINHO-BNC-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\BNC.DAT'.
       77 WS-FS-BNC                PIC 99.
          88 FS-BNC-OK             VALUE 0.
       77 WS-BNC-DISPONIVEL        PIC X    VALUE 'N'.
          88 BNC-DISPONIVEL        VALUE 'S' FALSE 'N'.
       77 WS-QTD-MARC-EMAIL        PIC 9(03) COMP VALUE ZEROS.
       77 WS-CONT-DEVOLVIDOS       PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-CAMINHO-GRM EQUAL SPACES
                MOVE WS-CAMINHO-GRM-DFL  TO WS-CAMINHO-GRM
            END-IF

            MOVE WS-CAMINHO-PCM-DFL      TO WS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PCM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PCM EQUAL SPACES
                MOVE WS-CAMINHO-PCM-DFL  TO WS-CAMINHO-PCM
            END-IF

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

            MOVE WS-CAMINHO-BNC-DFL      TO WS-CAMINHO-BNC
            DISPLAY 'BNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-BNC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-BNC EQUAL SPACES
                MOVE WS-CAMINHO-BNC-DFL  TO WS-CAMINHO-BNC
            END-IF
            .

       P300-GERA.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            MOVE ZEROS            TO WS-CONT WS-COLUNA
                                     WS-CONT-EXCLUIDOS
                                     WS-CONT-DEVOLVIDOS
            MOVE SPACES           TO WS-ETIQ-NOMES WS-ETIQ-DEPTOS
                                     WS-ETIQ-ENDS WS-ETIQ-CIDADES

                    SET END-DISPONIVEL   TO TRUE
                END-IF

                SET PCM-DISPONIVEL       TO FALSE
                OPEN INPUT PCM-DAT
                IF FS-PCM-OK THEN
                    SET PCM-DISPONIVEL   TO TRUE
                END-IF

                SET BNC-DISPONIVEL       TO FALSE
                IF MODO-CARTAS
                   AND WS-QTD-MARC-EMAIL GREATER ZEROS THEN
                    OPEN INPUT BNC-DAT
                    IF FS-BNC-OK THEN
                        SET BNC-DISPONIVEL TO TRUE
                    END-IF
                END-IF

                SET EMP-DISPONIVEL       TO FALSE
                IF MODO-CARTAS THEN
                    OPEN INPUT CEM-DAT
                    IF FS-CEM-OK THEN
                        OPEN INPUT EMP-DAT
                        IF FS-EMP-OK THEN
                            SET EMP-DISPONIVEL TO TRUE
                        ELSE
                            CLOSE CEM-DAT
                        END-IF
                    END-IF
                END-IF

                OPEN INPUT COT

                IF FS-OK THEN
                                    SET EOF-OK TO TRUE
                                NOT AT END
                                    PERFORM P330-VERIFICA-FILTRO
                                    IF FILTRO-RESULT-OK
                                       AND PCM-DISPONIVEL THEN
                                        PERFORM P338-CONFERE-PREF
                                    END-IF
                                    IF FILTRO-RESULT-OK
                                       AND BNC-DISPONIVEL THEN
                                        PERFORM P339-CONFERE-RETORNO
                                    END-IF
                                    IF FILTRO-RESULT-OK THEN
                                        PERFORM P340-BUSCA-ENDERECO
                                        IF MODO-ETIQUETAS THEN
                                            PERFORM P360-ETIQUETA
                                        ELSE
                                            PERFORM P348-BUSCA-EMPRESA
                                            PERFORM P350-CARTA
                                        END-IF
                                    END-IF

                        CLOSE CARTAS
                        DISPLAY 'CONTATOS PROCESSADOS: ' WS-CONT
                        DISPLAY 'EXCLUIDOS POR PREFERENCIA: '
                                WS-CONT-EXCLUIDOS
                        IF BNC-DISPONIVEL THEN
                            DISPLAY 'EXCLUIDOS POR E-MAIL DEVOLVIDO: '
                                    WS-CONT-DEVOLVIDOS
                        END-IF
                    ELSE
                        DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTAS'
                        DISPLAY ' FILE STATUS: ' WS-FS-CRT
                IF END-DISPONIVEL THEN
                    CLOSE END-DAT
                END-IF

                IF PCM-DISPONIVEL THEN
                    CLOSE PCM-DAT
                END-IF

                IF BNC-DISPONIVEL THEN
                    CLOSE BNC-DAT
                END-IF

                IF EMP-DISPONIVEL THEN
                    CLOSE CEM-DAT
                    CLOSE EMP-DAT
                END-IF
            END-IF

            DISPLAY
       P310-CARREGA-MODELO.
            SET FS-MOD-OK           TO TRUE
            MOVE ZEROS              TO WS-QTD-MODELO
                                       WS-QTD-MARC-EMAIL

            OPEN INPUT MODELO

                            ADD 1 TO WS-QTD-MODELO
                            MOVE MOD-LINHA TO
                                 TAB-MOD-LINHA (WS-QTD-MODELO)
                            INSPECT MOD-LINHA TALLYING
                                 WS-QTD-MARC-EMAIL FOR ALL '&EMAIL'
                    END-READ
                END-PERFORM
                CLOSE MODELO
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P338-CONFERE-PREF: tira da selecao o contato que
      * recusou o canal do modo corrente (cartas ou etiquetas) em
      * PCM.DAT. Contato sem registro aceita todos os canais.
      *----------------------------------------------------------------
       P338-CONFERE-PREF.
            MOVE WS-ID-CONTATO      TO ID-PCM
            READ PCM-DAT
                KEY IS ID-PCM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF (MODO-CARTAS AND PCM-CARTA-RECUSA)
                       OR (MODO-ETIQUETAS AND PCM-ETIQ-RECUSA)
                        SET FILTRO-RESULT-OK TO FALSE
                        ADD 1       TO WS-CONT-EXCLUIDOS
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P339-CONFERE-RETORNO: tira da selecao, com aviso, o contato
      * cujo e-mail principal esta marcado como invalido em BNC.DAT.
      * So e chamado quando o modelo de cartas usa &EMAIL.
      *----------------------------------------------------------------
       P339-CONFERE-RETORNO.
            IF WS-EMAIL-CONTATO NOT EQUAL SPACES
                MOVE WS-EMAIL-CONTATO  TO EMAIL-BNC
                READ BNC-DAT
                    KEY IS EMAIL-BNC
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BNC-INVALIDO
                            SET FILTRO-RESULT-OK TO FALSE
                            ADD 1      TO WS-CONT-DEVOLVIDOS
                            DISPLAY 'AVISO: CONTATO ' WS-ID-CONTATO
                                    ' FORA DA MALA DIRETA - E-MAIL '
                                    'DEVOLVIDO'
                        END-IF
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P340-BUSCA-ENDERECO: resolve o endereco postal do contato
      * corrente em END.DAT, preferindo o comercial e caindo no
      * residencial, e monta os valores dos marcadores &ENDERECO,
            MOVE CEP-END            TO WS-END-CEP
            .
      *----------------------------------------------------------------
      * P348-BUSCA-EMPRESA: resolve em CEM.DAT e EMP.DAT a razao
      * social da empresa do contato corrente, valor do marcador
      * &EMPRESA. Contato sem empresa fica com o marcador em branco.
      *----------------------------------------------------------------
       P348-BUSCA-EMPRESA.
            MOVE SPACES             TO WS-EMPRESA-NOME

            IF EMP-DISPONIVEL THEN
                MOVE WS-ID-CONTATO  TO ID-CEM
                READ CEM-DAT
                    KEY IS ID-CEM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CD-EMP-CEM TO CD-EMPRESA
                        READ EMP-DAT
                            KEY IS CD-EMPRESA
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE RAZAO-EMPRESA TO WS-EMPRESA-NOME
                        END-READ
                END-READ
            END-IF
            .
      *----------------------------------------------------------------
      * P350-CARTA: aplica o modelo inteiro ao contato corrente,
      * linha a linha, e separa as cartas com uma linha de corte.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * P355-SUBSTITUI-MARCADORES: copia WS-LIN-ENTRADA para
      * WS-LIN-SAIDA trocando cada marcador (&NOME, &ID, &TELEFONE,
      * &EMAIL, &DEPTO, &ENDERECO, &CIDADE, &CEP, &EMPRESA) pelo
      * valor do contato corrente, sem os espacos a direita do valor.
      *----------------------------------------------------------------
       P355-SUBSTITUI-MARCADORES.
            MOVE SPACES             TO WS-LIN-SAIDA
                        MOVE 15             TO WS-TAM-VALOR
                        PERFORM P357-COPIA-VALOR
                        ADD 9               TO WS-POS-ENT
                    WHEN WS-POS-ENT NOT GREATER 73
                         AND WS-LIN-ENTRADA(WS-POS-ENT:8)
                             EQUAL '&EMPRESA'
                        MOVE WS-EMPRESA-NOME TO WS-VALOR
                        MOVE 40             TO WS-TAM-VALOR
                        PERFORM P357-COPIA-VALOR
                        ADD 8               TO WS-POS-ENT
                    WHEN WS-POS-ENT NOT GREATER 75
                         AND WS-LIN-ENTRADA(WS-POS-ENT:6)
                             EQUAL '&EMAIL'
