      *                 ARQUIVO, ID e termo), como CONSCTT faz na
      *                 base viva. Relatorio do log de acesso:
      *                 ACESCTT.
      *  15/10/2026 CS  O arquivamento passa a levar junto tambem os
      *                 vinculos com estudantes (VNC.DAT), as
      *                 preferencias de comunicacao (PCM.DAT), o
      *                 vinculo com a empresa (CEM.DAT) e as relacoes
      *                 com outros contatos, como origem ou como alvo
      *                 (RLC.DAT), com as linhas ARQ-VNC, ARQ-PCM,
      *                 ARQ-CEM e ARQ-RLC no CONTLOG quando havia
      *                 registros, no mesmo padrao das notas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCCTT.
           RECORD KEY   IS CHAVE-MEMBRO
           FILE STATUS  IS AS-STATUS-GRM.

           SELECT VNC-DAT ASSIGN TO AS-CAMINHO-VNC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-VNC
           ALTERNATE RECORD KEY IS ID-CONT-VNC
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-VNC.

           SELECT PCM-DAT ASSIGN TO AS-CAMINHO-PCM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PCM
           FILE STATUS  IS AS-STATUS-PCM.

           SELECT CEM-DAT ASSIGN TO AS-CAMINHO-CEM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CEM
           ALTERNATE RECORD KEY IS CD-EMP-CEM
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-CEM.

           SELECT RLC-DAT ASSIGN TO AS-CAMINHO-RLC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RLC
           ALTERNATE RECORD KEY IS ID-ALVO-RLC
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-RLC.

       DATA DIVISION.
       FILE SECTION.

       FD END-DAT.
          COPY FD_ENDER.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD RLC-DAT.
          COPY FD_RELCONT.

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-STATUS-NTS            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CTD            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-GRM            PIC 9(002) VALUE ZEROS.
           05 AS-CAMINHO-VNC           PIC X(080).
           05 AS-CAMINHO-PCM           PIC X(080).
           05 AS-CAMINHO-CEM           PIC X(080).
           05 AS-CAMINHO-RLC           PIC X(080).
           05 AS-STATUS-VNC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-PCM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CEM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-RLC            PIC 9(002) VALUE ZEROS.
           05 AS-EOF-SAT               PIC X(001) VALUE 'N'.
               88 AS-EOF-SAT-OK        VALUE 'S' FALSE 'N'.
           05 AS-ID-ARQUIVO            PIC 9(006) VALUE ZEROS.
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 AS-CAMINHO-END-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\END.DAT'.
       01 AS-CAMINHO-VNC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 AS-CAMINHO-PCM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 AS-CAMINHO-CEM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 AS-CAMINHO-RLC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 AS-CAMINHO-ACC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ACC.TXT'.

                MOVE AS-CAMINHO-GRM-DFL TO AS-CAMINHO-GRM
            END-IF

            MOVE AS-CAMINHO-VNC-DFL   TO AS-CAMINHO-VNC
            DISPLAY 'VNC_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-VNC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-VNC EQUAL SPACES
                MOVE AS-CAMINHO-VNC-DFL TO AS-CAMINHO-VNC
            END-IF

            MOVE AS-CAMINHO-PCM-DFL   TO AS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-PCM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-PCM EQUAL SPACES
                MOVE AS-CAMINHO-PCM-DFL TO AS-CAMINHO-PCM
            END-IF

            MOVE AS-CAMINHO-CEM-DFL   TO AS-CAMINHO-CEM
            DISPLAY 'CEM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CEM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CEM EQUAL SPACES
                MOVE AS-CAMINHO-CEM-DFL TO AS-CAMINHO-CEM
            END-IF

            MOVE AS-CAMINHO-RLC-DFL   TO AS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-RLC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-RLC EQUAL SPACES
                MOVE AS-CAMINHO-RLC-DFL TO AS-CAMINHO-RLC
            END-IF

            MOVE SPACE                TO AS-MODO
            DISPLAY 'ARCCTT_MODO'     UPON ENVIRONMENT-NAME
            ACCEPT AS-MODO            FROM ENVIRONMENT-VALUE
      *----------------------------------------------------------------
      * 2250-ARQUIVA-SATELITES: leva junto os satelites do contato
      * que acabou de ser arquivado: remove as notas, os telefones e
      * e-mails adicionais, os vinculos de grupo, os enderecos, os
      * vinculos com estudantes, as preferencias de comunicacao, o
      * vinculo com a empresa e as relacoes com outros contatos, com
      * uma linha ARQ-xxx no CONTLOG para cada conjunto, no mesmo
      * padrao da exclusao de DELCONTT. Sem isso o registro orfao sob
      * o ID arquivado travava a renumeracao de RENUMCTT.
      *----------------------------------------------------------------
       2250-ARQUIVA-SATELITES         SECTION.

            PERFORM 2270-ARQUIVA-DETALHES
            PERFORM 2280-ARQUIVA-GRUPOS
            PERFORM 2285-ARQUIVA-ENDERECOS
            PERFORM 2286-ARQUIVA-VINCULOS
            PERFORM 2287-ARQUIVA-PREFERENCIAS
            PERFORM 2288-ARQUIVA-EMPRESA
            PERFORM 2289-ARQUIVA-RELACOES
            .
       2250-ARQUIVA-SATELITES-EXIT.
               EXIT.
       2285-ARQUIVA-ENDERECOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2286-ARQUIVA-VINCULOS: remove os vinculos com estudantes do
      * contato arquivado, pela chave alternada ID-CONT-VNC,
      * registrando ARQ-VNC no CONTLOG quando havia vinculos.
      *----------------------------------------------------------------
       2286-ARQUIVA-VINCULOS          SECTION.

            SET AS-EOF-SAT-OK         TO FALSE
            MOVE ZEROS                TO AS-CONT-SAT

            OPEN I-O VNC-DAT

            IF AS-STATUS-VNC EQUAL 35
                CONTINUE
            ELSE
                IF AS-STATUS-VNC EQUAL ZEROS
                    MOVE AS-ID-ARQUIVO TO ID-CONT-VNC
                    START VNC-DAT KEY IS EQUAL ID-CONT-VNC
                        INVALID KEY
                            SET AS-EOF-SAT-OK TO TRUE
                    END-START

                    PERFORM UNTIL AS-EOF-SAT-OK
                        READ VNC-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-SAT-OK TO TRUE
                            NOT AT END
                                IF ID-CONT-VNC EQUAL AS-ID-ARQUIVO
                                    DELETE VNC-DAT RECORD
                                    ADD 1 TO AS-CONT-SAT
                                ELSE
                                    SET AS-EOF-SAT-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE VNC-DAT

                    IF AS-CONT-SAT GREATER ZEROS
                        MOVE 'ARQ-VNC'     TO WS-LOG-OPERACAO
                        MOVE AS-ID-ARQUIVO TO WS-LOG-ID
                        MOVE AS-NM-ARQUIVO TO WS-LOG-NOME-ANTES
                        MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                        PERFORM 2400-GRAVA-LOG
                    END-IF
                ELSE
                    DISPLAY 'VNC.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-VNC
                END-IF
            END-IF
            .
       2286-ARQUIVA-VINCULOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2287-ARQUIVA-PREFERENCIAS: remove as preferencias de
      * comunicacao do contato arquivado, registrando ARQ-PCM no
      * CONTLOG quando havia registro.
      *----------------------------------------------------------------
       2287-ARQUIVA-PREFERENCIAS      SECTION.

            OPEN I-O PCM-DAT

            IF AS-STATUS-PCM EQUAL 35
                CONTINUE
            ELSE
                IF AS-STATUS-PCM EQUAL ZEROS
                    MOVE AS-ID-ARQUIVO TO ID-PCM
                    READ PCM-DAT
                        KEY IS ID-PCM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE PCM-DAT RECORD
                            MOVE 'ARQ-PCM'     TO WS-LOG-OPERACAO
                            MOVE AS-ID-ARQUIVO TO WS-LOG-ID
                            MOVE AS-NM-ARQUIVO TO WS-LOG-NOME-ANTES
                            MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                            PERFORM 2400-GRAVA-LOG
                    END-READ
                    CLOSE PCM-DAT
                ELSE
                    DISPLAY 'PCM.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-PCM
                END-IF
            END-IF
            .
       2287-ARQUIVA-PREFERENCIAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2288-ARQUIVA-EMPRESA: remove o vinculo do contato arquivado
      * com a sua empresa, registrando ARQ-CEM no CONTLOG quando
      * havia vinculo.
      *----------------------------------------------------------------
       2288-ARQUIVA-EMPRESA           SECTION.

            OPEN I-O CEM-DAT

            IF AS-STATUS-CEM EQUAL 35
                CONTINUE
            ELSE
                IF AS-STATUS-CEM EQUAL ZEROS
                    MOVE AS-ID-ARQUIVO TO ID-CEM
                    READ CEM-DAT
                        KEY IS ID-CEM
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            DELETE CEM-DAT RECORD
                            MOVE 'ARQ-CEM'     TO WS-LOG-OPERACAO
                            MOVE AS-ID-ARQUIVO TO WS-LOG-ID
                            MOVE AS-NM-ARQUIVO TO WS-LOG-NOME-ANTES
                            MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                            PERFORM 2400-GRAVA-LOG
                    END-READ
                    CLOSE CEM-DAT
                ELSE
                    DISPLAY 'CEM.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-CEM
                END-IF
            END-IF
            .
       2288-ARQUIVA-EMPRESA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2289-ARQUIVA-RELACOES: remove as relacoes do contato
      * arquivado com outros contatos - as dele (chave principal,
      * que comeca por ID-RLC) e as que o tem como alvo (chave
      * alternada ID-ALVO-RLC) -, registrando ARQ-RLC no CONTLOG
      * quando havia relacoes.
      *----------------------------------------------------------------
       2289-ARQUIVA-RELACOES          SECTION.

            SET AS-EOF-SAT-OK         TO FALSE
            MOVE ZEROS                TO AS-CONT-SAT

            OPEN I-O RLC-DAT

            IF AS-STATUS-RLC EQUAL 35
                CONTINUE
            ELSE
                IF AS-STATUS-RLC EQUAL ZEROS
                    MOVE AS-ID-ARQUIVO TO ID-RLC
                    MOVE LOW-VALUE     TO TIPO-RLC
                    MOVE ZEROS         TO ID-ALVO-RLC
                    START RLC-DAT KEY IS NOT LESS THAN CHAVE-RLC
                        INVALID KEY
                            SET AS-EOF-SAT-OK TO TRUE
                    END-START

                    PERFORM UNTIL AS-EOF-SAT-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-SAT-OK TO TRUE
                            NOT AT END
                                IF ID-RLC EQUAL AS-ID-ARQUIVO
                                    DELETE RLC-DAT RECORD
                                    ADD 1 TO AS-CONT-SAT
                                ELSE
                                    SET AS-EOF-SAT-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM

                    SET AS-EOF-SAT-OK  TO FALSE
                    MOVE AS-ID-ARQUIVO TO ID-ALVO-RLC
                    START RLC-DAT KEY IS EQUAL ID-ALVO-RLC
                        INVALID KEY
                            SET AS-EOF-SAT-OK TO TRUE
                    END-START

                    PERFORM UNTIL AS-EOF-SAT-OK
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-SAT-OK TO TRUE
                            NOT AT END
                                IF ID-ALVO-RLC EQUAL AS-ID-ARQUIVO
                                    DELETE RLC-DAT RECORD
                                    ADD 1 TO AS-CONT-SAT
                                ELSE
                                    SET AS-EOF-SAT-OK TO TRUE
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE RLC-DAT

                    IF AS-CONT-SAT GREATER ZEROS
                        MOVE 'ARQ-RLC'     TO WS-LOG-OPERACAO
                        MOVE AS-ID-ARQUIVO TO WS-LOG-ID
                        MOVE AS-NM-ARQUIVO TO WS-LOG-NOME-ANTES
                        MOVE SPACES        TO WS-LOG-NOME-DEPOIS
                        PERFORM 2400-GRAVA-LOG
                    END-IF
                ELSE
                    DISPLAY 'RLC.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-RLC
                END-IF
            END-IF
            .
       2289-ARQUIVA-RELACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-RECONSTROI-TXT: regrava COT.TXT a partir do que restou
      * em COT.DAT, para que o arquivo sequencial tambem fique sem os
      * contatos arquivados.
