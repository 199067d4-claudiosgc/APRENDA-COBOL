      *          PARA AS ESTATISTICAS), COT.TXT E RECONSTRUIDO A
      *          PARTIR DO INDEXADO, OS SATELITES DO ID SAO
      *          REMOVIDOS (CTD.DAT, NTS.DAT, GRM.DAT, END.DAT,
      *          AGD.DAT, VNC.DAT, RLC.DAT, CEM.DAT, PCM.DAT) E O
      *          REGISTRO NO ARQUIVO MORTO (ARC.DAT) E APAGADO. NO
      *          CONTLOG E NO CONTATOS-HIST
      *          (ARQUIVOS VIVOS E GERACOES CATALOGADAS EM
      *          ROTCAT.TXT), OS NOMES E OS DADOS PESSOAIS DAS
      *          LINHAS DO ID SAO ANONIMIZADOS, COM OS REGISTROS DE
      *          CONTROLE DO SELO
      *          RECALCULADOS (WS_LOGSELO/PR_LOGSELO) PARA SELOCTT
      *          SEGUIR BATENDO. TUDO O QUE FOI LIMPO SAI NO
      *          CERTIFICADO DE EXPURGO ERSCERT.TXT, E O PROPRIO
      *                 isso, o proximo fechamento de dia de LOGCTT
      *                 saia dos acumuladores velhos e SELOCTT
      *                 acusava dia alterado.
      *  15/10/2026 CS  Antes da confirmacao, avisa quando o contato
      *                 tem vinculos com estudantes (VNC.DAT, copybook
      *                 FD_VINCEST), destacando os de responsavel, e
      *                 pede uma segunda confirmacao; os vinculos sao
      *                 removidos como satelites e contados no
      *                 certificado (VNC).
      *  15/10/2026 CS  A restricao ao supervisor deixa de ser fixa: a
      *                 entrada confere a matriz de permissoes
      *                 (PERMCTT, copybooks WS_PERMCHK/PR_PERMCHK),
      *                 que grava no CONTLOG a tentativa recusada.
      *                 OPR.DAT deixa de ser lido aqui.
      *  15/10/2026 CS  As relacoes entre contatos (RLC.DAT, copybook
      *                 FD_RELCONT) passam a ser removidas como
      *                 satelites, nos dois sentidos (o contato e o
      *                 alvo), e contadas no certificado (RLC).
      *  15/10/2026 CS  O vinculo com a empresa (CEM.DAT, copybook
      *                 FD_CONTEMP) e as preferencias de comunicacao
      *                 (PCM.DAT, copybook FD_PREFCOM) do ID tambem
      *                 sao removidos como satelites e contados no
      *                 certificado (CEM e PCM). O contador de
      *                 relacoes passa a ser zerado a cada alvo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASCTT.
            RECORD KEY   IS CHAVE-AGD
            FILE STATUS  IS WS-STATUS-AGD.

            SELECT VNC-DAT ASSIGN TO WS-CAMINHO-VNC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-VNC
            ALTERNATE RECORD KEY IS ID-CONT-VNC WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-VNC.

            SELECT RLC-DAT ASSIGN TO WS-CAMINHO-RLC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS CHAVE-RLC
            ALTERNATE RECORD KEY IS ID-ALVO-RLC WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-RLC.

            SELECT CEM-DAT ASSIGN TO WS-CAMINHO-CEM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-CEM
            ALTERNATE RECORD KEY IS CD-EMP-CEM WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-CEM.

            SELECT PCM-DAT ASSIGN TO WS-CAMINHO-PCM
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS RANDOM
            RECORD KEY   IS ID-PCM
            FILE STATUS  IS WS-STATUS-PCM.

            SELECT COT-ARC ASSIGN TO WS-CAMINHO-ARC
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
                WITH DUPLICATES
            FILE STATUS  IS WS-STATUS-ARC.

            SELECT ARQLINHAS ASSIGN TO WS-CAMINHO-LINHAS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-LINHAS.
       FD AGENDA.
          COPY FD_AGENDA.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD RLC-DAT.
          COPY FD_RELCONT.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD COT-ARC.
          COPY FD_CONTT REPLACING REG-CONTATOS   BY REG-ARC
                                   ID-CONTATO     BY ID-ARC
                                   CONTATO-INATIVO BY ARC-INATIVO
                                   RESP-CONTATO   BY RESP-ARC.

       FD ARQLINHAS.
       01 ARQ-LINHA                 PIC X(140).

       01 WS-CAMINHO-AGD            PIC X(80).
       01 WS-CAMINHO-AGD-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
       01 WS-CAMINHO-VNC            PIC X(80).
       01 WS-CAMINHO-VNC-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 WS-CAMINHO-RLC            PIC X(80).
       01 WS-CAMINHO-RLC-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 WS-CAMINHO-CEM            PIC X(80).
       01 WS-CAMINHO-CEM-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 WS-CAMINHO-PCM            PIC X(80).
       01 WS-CAMINHO-PCM-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 WS-CAMINHO-ARC            PIC X(80).
       01 WS-CAMINHO-ARC-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ARC.DAT'.
       01 WS-CAMINHO-LOG            PIC X(80).
       01 WS-CAMINHO-LOG-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\LOG.TXT'.
       77 WS-STATUS-GRM             PIC 99.
       77 WS-STATUS-END             PIC 99.
       77 WS-STATUS-AGD             PIC 99.
       77 WS-STATUS-VNC             PIC 99.
       77 WS-STATUS-RLC             PIC 99.
       77 WS-STATUS-CEM             PIC 99.
       77 WS-STATUS-PCM             PIC 99.
       77 WS-STATUS-ARC             PIC 99.
       77 WS-STATUS-LINHAS          PIC 99.
       77 WS-STATUS-SEQ             PIC 99.
       77 WS-LOG-VIVO               PIC X    VALUE 'N'.
       77 WS-CONT-END               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-AGD               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-ARC               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-VNC               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-RLC               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-CEM               PIC 9(03) VALUE ZEROS.
       77 WS-CONT-PCM               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VNC                PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VNC-RESP           PIC 9(03) VALUE ZEROS.
       77 WS-CONT-LOG               PIC 9(05) VALUE ZEROS.
       77 WS-CONT-HST               PIC 9(05) VALUE ZEROS.
       77 WS-CONT-TXT               PIC 9(05) VALUE ZEROS.

          COPY WS_LOGSELO.

          COPY WS_PERMCHK.

       01 WS-LIN-CERT.
          03 WS-CER-DATA            PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
                    PERFORM P300-EXPURGO THRU P300-FIM UNTIL EXIT-OK
                END-IF
            ELSE
                DISPLAY 'EXPURGO NAO LIBERADO PARA ESTE OPERADOR.'
            END-IF

            PERFORM P900-FIM
                MOVE WS-CAMINHO-AGD-DFL  TO WS-CAMINHO-AGD
            END-IF

            MOVE WS-CAMINHO-VNC-DFL      TO WS-CAMINHO-VNC
            DISPLAY 'VNC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-VNC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-VNC EQUAL SPACES
                MOVE WS-CAMINHO-VNC-DFL  TO WS-CAMINHO-VNC
            END-IF

            MOVE WS-CAMINHO-RLC-DFL      TO WS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-RLC        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-RLC EQUAL SPACES
                MOVE WS-CAMINHO-RLC-DFL  TO WS-CAMINHO-RLC
            END-IF

            MOVE WS-CAMINHO-CEM-DFL      TO WS-CAMINHO-CEM
            DISPLAY 'CEM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-CEM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-CEM EQUAL SPACES
                MOVE WS-CAMINHO-CEM-DFL  TO WS-CAMINHO-CEM
            END-IF

            MOVE WS-CAMINHO-PCM-DFL      TO WS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-PCM        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-PCM EQUAL SPACES
                MOVE WS-CAMINHO-PCM-DFL  TO WS-CAMINHO-PCM
            END-IF

            MOVE WS-CAMINHO-ARC-DFL      TO WS-CAMINHO-ARC
            DISPLAY 'ARC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-ARC        FROM ENVIRONMENT-VALUE
                MOVE WS-CAMINHO-ARC-DFL  TO WS-CAMINHO-ARC
            END-IF

            MOVE WS-CAMINHO-LOG-DFL      TO WS-CAMINHO-LOG
            DISPLAY 'CONTLOG_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-LOG        FROM ENVIRONMENT-VALUE
            ACCEPT WS-OPERADOR-SESSAO    FROM ENVIRONMENT-VALUE
            .
      *----------------------------------------------------------------
      * P120-VERIFICA-PERFIL: o expurgo so roda para quem a matriz de
      * permissoes libera a funcao ERASCTT (por padrao, o supervisor;
      * sem OPR.DAT, instalacao nova, a sessao e liberada, como em
      * MENUCTT).
      *----------------------------------------------------------------
       P120-VERIFICA-PERFIL.
            SET AUTORIZADO           TO FALSE

            MOVE 'ERASCTT'           TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                SET AUTORIZADO       TO TRUE
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.


       P300-EXPURGO.
            MOVE ZEROS              TO WS-CONT-CTD WS-CONT-NTS
                                       WS-CONT-GRM WS-CONT-END
                                       WS-CONT-AGD WS-CONT-ARC
                                       WS-CONT-LOG WS-CONT-HST
                                       WS-CONT-VNC WS-CONT-RLC
                                       WS-CONT-CEM WS-CONT-PCM
            SET ACHOU-VIVO          TO FALSE

            DISPLAY 'Informe o ID do contato a expurgar: '
            ACCEPT WS-ID-ALVO

            PERFORM P305-VERIFICA-VINCULOS
            MOVE 'S'                TO WS-CONFIRM
            IF WS-QTD-VNC GREATER ZEROS
                DISPLAY 'AVISO: O CONTATO TEM ' WS-QTD-VNC
                        ' VINCULO(S) COM ESTUDANTES, '
                        WS-QTD-VNC-RESP ' COMO RESPONSAVEL.'
                DISPLAY 'OS VINCULOS SERAO REMOVIDOS. TECLE <S> '
                        'PARA PROSSEGUIR MESMO ASSIM.'
                ACCEPT WS-CONFIRM
            END-IF

            IF WS-CONFIRM EQUAL 'S'
                DISPLAY 'ATENCAO: O EXPURGO E IRREVERSIVEL. TECLE <S> '
                        'PARA CONFIRMAR.'
                ACCEPT WS-CONFIRM
            END-IF

            IF WS-CONFIRM EQUAL 'S' THEN
                ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
            .
       P300-FIM.
      *----------------------------------------------------------------
      * P305-VERIFICA-VINCULOS: conta, pela chave alternada de
      * VNC.DAT, os vinculos do ID alvo com estudantes e, entre eles,
      * os de responsavel, para o aviso antes da confirmacao.
      *----------------------------------------------------------------
       P305-VERIFICA-VINCULOS.
            MOVE ZEROS              TO WS-QTD-VNC WS-QTD-VNC-RESP
            SET EOF-OK              TO FALSE
            OPEN INPUT VNC-DAT
            IF WS-STATUS-VNC EQUAL ZEROS
                MOVE WS-ID-ALVO     TO ID-CONT-VNC
                START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ VNC-DAT NEXT RECORD
                        AT END SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-CONT-VNC EQUAL WS-ID-ALVO
                                ADD 1 TO WS-QTD-VNC
                                IF VNC-RESPONSAVEL
                                    ADD 1 TO WS-QTD-VNC-RESP
                                END-IF
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VNC-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P310-LAPIDE-COT: transforma o registro vivo em lapide neutra:
      * nome '*REMOVIDO*', telefone, e-mail e responsavel em branco,
      * situacao inativa. O ID e o departamento ficam, para que as
      *----------------------------------------------------------------
      * P320-EXPURGA-SATELITES: remove do ID alvo os itens adicionais
      * (CTD.DAT), as notas (NTS.DAT), os vinculos de grupo
      * (GRM.DAT), os enderecos (END.DAT), as datas-chave (AGD.DAT)
      * os vinculos com estudantes (VNC.DAT), as relacoes com outros
      * contatos (RLC.DAT), tanto as do ID quanto as que o tem como
      * alvo, o vinculo com a empresa (CEM.DAT) e as preferencias de
      * comunicacao (PCM.DAT).
      *----------------------------------------------------------------
       P320-EXPURGA-SATELITES.
            SET EOF-OK              TO FALSE
                END-PERFORM
                CLOSE AGENDA
            END-IF

            SET EOF-OK              TO FALSE
            OPEN I-O VNC-DAT
            IF WS-STATUS-VNC EQUAL ZEROS
                MOVE WS-ID-ALVO     TO ID-CONT-VNC
                START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ VNC-DAT NEXT RECORD
                        AT END SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-CONT-VNC EQUAL WS-ID-ALVO
                                DELETE VNC-DAT RECORD
                                ADD 1 TO WS-CONT-VNC
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VNC-DAT
            END-IF

            SET EOF-OK              TO FALSE
            OPEN I-O RLC-DAT
            IF WS-STATUS-RLC EQUAL ZEROS
                MOVE WS-ID-ALVO     TO ID-RLC
                MOVE LOW-VALUE      TO TIPO-RLC
                MOVE ZEROS          TO ID-ALVO-RLC
                START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ RLC-DAT NEXT RECORD
                        AT END SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-RLC EQUAL WS-ID-ALVO
                                DELETE RLC-DAT RECORD
                                ADD 1 TO WS-CONT-RLC
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM

                SET EOF-OK          TO FALSE
                MOVE WS-ID-ALVO     TO ID-ALVO-RLC
                START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                    INVALID KEY SET EOF-OK TO TRUE
                END-START
                PERFORM UNTIL EOF-OK
                    READ RLC-DAT NEXT RECORD
                        AT END SET EOF-OK TO TRUE
                        NOT AT END
                            IF ID-ALVO-RLC EQUAL WS-ID-ALVO
                                DELETE RLC-DAT RECORD
                                ADD 1 TO WS-CONT-RLC
                            ELSE
                                SET EOF-OK TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RLC-DAT
            END-IF

            OPEN I-O CEM-DAT
            IF WS-STATUS-CEM EQUAL ZEROS
                MOVE WS-ID-ALVO     TO ID-CEM
                READ CEM-DAT
                    KEY IS ID-CEM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DELETE CEM-DAT RECORD
                        ADD 1 TO WS-CONT-CEM
                END-READ
                CLOSE CEM-DAT
            END-IF

            OPEN I-O PCM-DAT
            IF WS-STATUS-PCM EQUAL ZEROS
                MOVE WS-ID-ALVO     TO ID-PCM
                READ PCM-DAT
                    KEY IS ID-PCM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        DELETE PCM-DAT RECORD
                        ADD 1 TO WS-CONT-PCM
                END-READ
                CLOSE PCM-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P330-EXPURGA-ARQUIVO-MORTO: apaga do arquivo morto ARC.DAT o
                STRING 'CTD ' WS-CONT-CTD ' NTS ' WS-CONT-NTS
                       ' GRM ' WS-CONT-GRM ' END ' WS-CONT-END
                       ' AGD ' WS-CONT-AGD ' ARC ' WS-CONT-ARC
                       ' VNC ' WS-CONT-VNC
                       DELIMITED BY SIZE INTO WS-CER-TEXTO
                END-STRING
                PERFORM P365-GRAVA-LINHA-CERT

                MOVE SPACES              TO WS-CER-TEXTO
                STRING 'RLC ' WS-CONT-RLC ' CEM ' WS-CONT-CEM
                       ' PCM ' WS-CONT-PCM
                       DELIMITED BY SIZE INTO WS-CER-TEXTO
                END-STRING
                PERFORM P365-GRAVA-LINHA-CERT
