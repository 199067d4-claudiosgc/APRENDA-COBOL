      *          POR CONTATO (VCF_NNNNNN.VCF). O MODO BATCH
      *          (VCFCTT_MODO = 'B') EXPORTA TODOS OS ATIVOS EM
      *          ARQUIVO COMBINADO, SEM PERGUNTAS.
      * Modification History:
      *  15/10/2026 CS  Passa a respeitar as preferencias de
      *                 comunicacao do contato (PCM.DAT, copybook
      *                 FD_PREFCOM): quem recusou a exportacao vCard
      *                 nao gera cartao, e as exclusoes sao contadas
      *                 no resumo da exportacao.
      *  15/10/2026 CS  O e-mail principal marcado como invalido em
      *                 BNC.DAT (retornos de e-mail, BNCCTT, copybook
      *                 FD_BOUNCE) fica fora do cartao, com aviso no
      *                 console e contagem no resumo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCFCTT.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-VCF.

            SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-PCM
            FILE STATUS  IS WS-FS-PCM.

            SELECT BNC-DAT ASSIGN TO WS-CAMINHO-BNC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS EMAIL-BNC
            FILE STATUS  IS WS-FS-BNC.

       DATA DIVISION.
       FILE SECTION.
       FD COT.
       FD VCF.
       01 VCF-LINHA                PIC X(80).

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD BNC-DAT.
          COPY FD_BOUNCE.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-COT-DAT       PIC X(80).
       01 WS-CAMINHO-COT-DAT-DFL   PIC X(80) VALUE
       77 WS-TAM-CAMPO             PIC 9(02) VALUE ZEROS.
       77 WS-MODO-EXECUCAO         PIC X(01) VALUE SPACE.
          88 MODO-EXECUCAO-BATCH   VALUE 'B'.
       01 WS-CAMINHO-PCM           PIC X(80).
       01 WS-CAMINHO-PCM-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       77 WS-FS-PCM                PIC 99.
          88 FS-PCM-OK             VALUE 0.
       77 WS-PCM-DISPONIVEL        PIC X    VALUE 'N'.
          88 PCM-DISPONIVEL        VALUE 'S' FALSE 'N'.
       77 WS-CONT-EXCLUIDOS        PIC 9(006) VALUE ZEROS.
       01 WS-CAMINHO-BNC           PIC X(80).
       01 WS-CAMINHO-BNC-DFL       PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\BNC.DAT'.
       77 WS-FS-BNC                PIC 99.
          88 FS-BNC-OK             VALUE 0.
       77 WS-BNC-DISPONIVEL        PIC X    VALUE 'N'.
          88 BNC-DISPONIVEL        VALUE 'S' FALSE 'N'.
       77 WS-EMAIL-DEVOLVIDO       PIC X    VALUE 'N'.
          88 EMAIL-DEVOLVIDO       VALUE 'S' FALSE 'N'.
       77 WS-CONT-DEVOLVIDOS       PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta os caminhos dos arquivos a partir das
      * variaveis de ambiente COT_DAT, VCF_PATH, VCF_DIR, PCM_DAT e
      * BNC_DAT, usando o caminho tradicional como valor padrao
      * quando a variavel nao estiver definida. Tambem verifica
      * VCFCTT_MODO, usada para a exportacao batch sem perguntas.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-COT-DAT-DFL  TO WS-CAMINHO-COT-DAT
                       OR WS-DIR-VCF(WS-DIR-LEN:1) NOT = SPACE
            END-PERFORM

            MOVE WS-CAMINHO-PCM-DFL      TO WS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PCM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PCM EQUAL SPACES
                MOVE WS-CAMINHO-PCM-DFL  TO WS-CAMINHO-PCM
            END-IF

            MOVE WS-CAMINHO-BNC-DFL      TO WS-CAMINHO-BNC
            DISPLAY 'BNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-BNC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-BNC EQUAL SPACES
                MOVE WS-CAMINHO-BNC-DFL  TO WS-CAMINHO-BNC
            END-IF

            MOVE SPACE                   TO WS-MODO-EXECUCAO
            DISPLAY 'VCFCTT_MODO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-MODO-EXECUCAO      FROM ENVIRONMENT-VALUE
       P300-EXPORTA.
            SET EOF-OK            TO FALSE
            SET FS-OK             TO TRUE
            MOVE ZEROS            TO WS-CONT WS-CONT-EXCLUIDOS
                                     WS-CONT-DEVOLVIDOS

            IF MODO-EXECUCAO-BATCH THEN
                MOVE 'A'                      TO WS-FILTRO
                PERFORM P304-PARAMETROS-OPERADOR
            END-IF

            SET PCM-DISPONIVEL    TO FALSE
            OPEN INPUT PCM-DAT
            IF FS-PCM-OK THEN
                SET PCM-DISPONIVEL TO TRUE
            END-IF

            SET BNC-DISPONIVEL    TO FALSE
            OPEN INPUT BNC-DAT
            IF FS-BNC-OK THEN
                SET BNC-DISPONIVEL TO TRUE
            END-IF

            OPEN INPUT COT

            IF FS-OK THEN
                                SET EOF-OK TO TRUE
                            NOT AT END
                                PERFORM P330-VERIFICA-FILTRO
                                IF FILTRO-RESULT-OK
                                   AND PCM-DISPONIVEL THEN
                                    PERFORM P335-CONFERE-PREF
                                END-IF
                                IF FILTRO-RESULT-OK THEN
                                    PERFORM P350-GRAVA-CARTAO
                                END-IF
                    END-IF

                    DISPLAY 'CARTOES EXPORTADOS: ' WS-CONT
                    DISPLAY 'EXCLUIDOS POR PREFERENCIA: '
                            WS-CONT-EXCLUIDOS
                    DISPLAY 'E-MAILS DEVOLVIDOS OMITIDOS: '
                            WS-CONT-DEVOLVIDOS
                ELSE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO VCF'
                    DISPLAY ' FILE STATUS: ' WS-FS-VCF

            CLOSE COT

            IF PCM-DISPONIVEL THEN
                CLOSE PCM-DAT
            END-IF

            IF BNC-DISPONIVEL THEN
                CLOSE BNC-DAT
            END-IF

            IF MODO-EXECUCAO-BATCH THEN
                SET EXIT-OK TO TRUE
            ELSE
            END-IF
            .
      *----------------------------------------------------------------
      * P335-CONFERE-PREF: tira da exportacao o contato que recusou o
      * vCard em PCM.DAT. Contato sem registro aceita todos os
      * canais.
      *----------------------------------------------------------------
       P335-CONFERE-PREF.
            MOVE WS-ID-CONTATO       TO ID-PCM
            READ PCM-DAT
                KEY IS ID-PCM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PCM-VCARD-RECUSA
                        SET FILTRO-RESULT-OK TO FALSE
                        ADD 1        TO WS-CONT-EXCLUIDOS
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P340-CONFERE-RETORNO: liga EMAIL-DEVOLVIDO quando o e-mail
      * do contato corrente esta marcado como invalido em BNC.DAT,
      * avisando que ele fica fora do cartao.
      *----------------------------------------------------------------
       P340-CONFERE-RETORNO.
            MOVE WS-EMAIL-CONTATO    TO EMAIL-BNC
            READ BNC-DAT
                KEY IS EMAIL-BNC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF BNC-INVALIDO
                        SET EMAIL-DEVOLVIDO TO TRUE
                        ADD 1        TO WS-CONT-DEVOLVIDOS
                        DISPLAY 'AVISO: E-MAIL DEVOLVIDO OMITIDO NO '
                                'CARTAO DO CONTATO ' WS-ID-CONTATO
                    END-IF
            END-READ
            .
      *----------------------------------------------------------------
      * P350-GRAVA-CARTAO: grava o vCard do contato corrente. Na
      * saida por contato, abre um arquivo VCF_NNNNNN.VCF so para
      * ele.
                    WRITE VCF-LINHA
                END-IF

                SET EMAIL-DEVOLVIDO  TO FALSE
                IF WS-EMAIL-CONTATO NOT EQUAL SPACES
                   AND BNC-DISPONIVEL
                    PERFORM P340-CONFERE-RETORNO
                END-IF

                IF WS-EMAIL-CONTATO NOT EQUAL SPACES
                   AND NOT EMAIL-DEVOLVIDO
                    MOVE SPACES      TO VCF-LINHA
                    STRING 'EMAIL;TYPE=WORK:' WS-EMAIL-CONTATO
                           DELIMITED BY SIZE INTO VCF-LINHA
