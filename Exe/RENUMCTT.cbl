      *                 o ultimo controle, para o proximo fechamento
      *                 de dia de LOGCTT nao sair de acumuladores
      *                 velhos e SELOCTT nao acusar dia alterado.
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado antes da confirmacao, e a
      *                 tentativa fica gravada no CONTLOG.
      *  15/10/2026 CS  A renumeracao passa a levar tambem as relacoes
      *                 entre contatos RLC.DAT (passo RELACOES, com
      *                 copia .PRE e rollback): os dois IDs de cada
      *                 relacao sao remapeados e relacao com qualquer
      *                 dos dois IDs fora do mapa recusa a execucao,
      *                 como nos demais satelites. O jornal passa de
      *                 dez para onze passos.
      *  15/10/2026 CS  A renumeracao passa a levar tambem os vinculos
      *                 estudante-contato VNC.DAT, as preferencias de
      *                 comunicacao PCM.DAT e os vinculos
      *                 contato-empresa CEM.DAT (passos VINCULOS,
      *                 PREFCOM e EMPRESAS, com copia .PRE e
      *                 rollback). Antes ficavam com os IDs antigos e
      *                 passavam a apontar para outra pessoa; agora
      *                 sao remapeados e registro com ID fora do mapa
      *                 recusa a execucao, como nos demais satelites.
      *                 O jornal passa de onze para catorze passos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMCTT.
           RECORD KEY   IS CHAVE-AGD
           FILE STATUS  IS AS-STATUS-AGD.

           SELECT RLC-DAT ASSIGN TO AS-CAMINHO-RLC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-RLC
           ALTERNATE RECORD KEY IS ID-ALVO-RLC WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-RLC.

           SELECT VNC-DAT ASSIGN TO AS-CAMINHO-VNC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-VNC
           ALTERNATE RECORD KEY IS ID-CONT-VNC WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-VNC.

           SELECT PCM-DAT ASSIGN TO AS-CAMINHO-PCM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PCM
           FILE STATUS  IS AS-STATUS-PCM.

           SELECT CEM-DAT ASSIGN TO AS-CAMINHO-CEM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-CEM
           ALTERNATE RECORD KEY IS CD-EMP-CEM WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-CEM.

           SELECT FILA ASSIGN TO AS-CAMINHO-FIL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-FIL.
       FD AGENDA.
          COPY FD_AGENDA.

       FD RLC-DAT.
          COPY FD_RELCONT.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD FILA.
       01 FILA-LINHA                   PIC X(100).

           05 AS-LIMITE-CONFERE        PIC 9(005) VALUE ZEROS.
           05 AS-CAMINHO-END           PIC X(080).
           05 AS-CAMINHO-AGD           PIC X(080).
           05 AS-CAMINHO-RLC           PIC X(080).
           05 AS-CAMINHO-VNC           PIC X(080).
           05 AS-CAMINHO-PCM           PIC X(080).
           05 AS-CAMINHO-CEM           PIC X(080).
           05 AS-CAMINHO-FIL           PIC X(080).
           05 AS-CAMINHO-SEQ           PIC X(080).
           05 AS-STATUS-END            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-AGD            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-RLC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-VNC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-PCM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CEM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-FIL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-SEQ            PIC 9(002) VALUE ZEROS.
           05 AS-CONT-FILA-MAPEADAS    PIC 9(005) VALUE ZEROS.
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\END.DAT'.
       01 AS-CAMINHO-AGD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
       01 AS-CAMINHO-RLC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 AS-CAMINHO-VNC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 AS-CAMINHO-PCM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 AS-CAMINHO-CEM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 AS-CAMINHO-FIL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DEDUPQ.T
      -    'XT'.
           05 AS-SEQ-TOTAL-DIA         PIC 9(012).

       01 TAB-PASSOS-REN.
           05 PASSO-REN                OCCURS 14.
               10 PREN-NOME            PIC X(08).
               10 PREN-STATUS          PIC X(08).
                   88 PREN-OK          VALUE 'OK      '.

          COPY WS_LOGSELO.

          COPY WS_PERMCHK.

       01 TAB-LINHAS.
           05 TAB-LINHA                PIC X(140) OCCURS 20000.

            DISPLAY '*** RENUMERACAO DA BASE DE CONTATOS ***'
            DISPLAY 'ESTE UTILITARIO RENUMERA TODOS OS IDS E DEVE '
                    'RODAR SOMENTE EM JANELA DE MANUTENCAO.'

            MOVE 'RENUMCTT'           TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO
            IF NOT PERMISSAO-OK
                PERFORM 9000-CANCELA
            END-IF

            DISPLAY 'CONFIRMA A RENUMERACAO? (S/N)'
            ACCEPT AS-CONFIRMA

                MOVE AS-CAMINHO-AGD-DFL TO AS-CAMINHO-AGD
            END-IF

            MOVE AS-CAMINHO-RLC-DFL   TO AS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-RLC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-RLC EQUAL SPACES
                MOVE AS-CAMINHO-RLC-DFL TO AS-CAMINHO-RLC
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

            MOVE AS-CAMINHO-FIL-DFL   TO AS-CAMINHO-FIL
            DISPLAY 'DEDUPQ_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-FIL     FROM ENVIRONMENT-VALUE
            MOVE 'ENDER'              TO PREN-NOME (8)
            MOVE 'AGENDA'             TO PREN-NOME (9)
            MOVE 'DEDUPQ'             TO PREN-NOME (10)
            MOVE 'RELACOES'           TO PREN-NOME (11)
            MOVE 'VINCULOS'           TO PREN-NOME (12)
            MOVE 'PREFCOM'            TO PREN-NOME (13)
            MOVE 'EMPRESAS'           TO PREN-NOME (14)
            PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                    UNTIL AS-IDX-PASSO GREATER 14
                MOVE 'PENDENTE' TO PREN-STATUS (AS-IDX-PASSO)
            END-PERFORM

            OPEN INPUT JORNAL

            IF AS-STATUS-JRN EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK OR AS-IDX-PASSO = 14
                    READ JORNAL INTO JRN-REGISTRO
                        AT END
                            SET AS-EOF-OK TO TRUE
                END-PERFORM
                CLOSE JORNAL

                IF AS-IDX-PASSO LESS 14
                    SET AS-TODOS-OK-OK TO TRUE
                END-IF
            END-IF

            IF AS-TODOS-OK-OK
                PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                        UNTIL AS-IDX-PASSO GREATER 14
                    MOVE 'PENDENTE' TO PREN-STATUS (AS-IDX-PASSO)
                END-PERFORM
                GO TO 1200-VERIFICA-JORNAL-EXIT
            DISPLAY 'A EXECUCAO ANTERIOR NAO TERMINOU. ESTADO DOS '
                    'PASSOS:'
            PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                    UNTIL AS-IDX-PASSO GREATER 14
                DISPLAY '  ' PREN-NOME (AS-IDX-PASSO) ' '
                        PREN-STATUS (AS-IDX-PASSO)
            END-PERFORM
                WHEN 'R'
                    SET AS-RETOMADA-OK TO TRUE
                    PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                            UNTIL AS-IDX-PASSO GREATER 14
                        IF PREN-EXEC (AS-IDX-PASSO)
                            MOVE 'PENDENTE'
                                TO PREN-STATUS (AS-IDX-PASSO)
               EXIT.
      *----------------------------------------------------------------
      * 1300-GRAVA-JORNAL: regrava RENJRN.TXT com o estado corrente
      * dos catorze passos, para que uma queda preserve o ponto de
      * retomada, como o RUNCTL.TXT de BATCHCTT.
      *----------------------------------------------------------------
       1300-GRAVA-JORNAL              SECTION.

            IF AS-STATUS-JRN EQUAL ZEROS
                PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                        UNTIL AS-IDX-PASSO GREATER 14
                    MOVE PREN-NOME (AS-IDX-PASSO)   TO JRN-NOME
                    MOVE PREN-STATUS (AS-IDX-PASSO) TO JRN-STATUS
                    MOVE SPACES                     TO JRN-LINHA
                PERFORM 2730-MAPEIA-FILA
                PERFORM 7200-MARCA-OK
            END-IF

            MOVE 11 TO AS-PASSO-CORRENTE
            IF NOT PREN-OK (11)
                PERFORM 7100-MARCA-EXEC
                PERFORM 2750-MAPEIA-RELACOES
                PERFORM 7200-MARCA-OK
            END-IF

            MOVE 12 TO AS-PASSO-CORRENTE
            IF NOT PREN-OK (12)
                PERFORM 7100-MARCA-EXEC
                PERFORM 2770-MAPEIA-VINCULOS
                PERFORM 7200-MARCA-OK
            END-IF

            MOVE 13 TO AS-PASSO-CORRENTE
            IF NOT PREN-OK (13)
                PERFORM 7100-MARCA-EXEC
                PERFORM 2780-MAPEIA-PREFERENCIAS
                PERFORM 7200-MARCA-OK
            END-IF

            MOVE 14 TO AS-PASSO-CORRENTE
            IF NOT PREN-OK (14)
                PERFORM 7100-MARCA-EXEC
                PERFORM 2790-MAPEIA-EMPRESAS
                PERFORM 7200-MARCA-OK
            END-IF
            .
       2000-PROCESSA-EXIT.
               EXIT.
            PERFORM 2087-COPIA-ENDERECOS
            PERFORM 2088-COPIA-AGENDA
            PERFORM 2089-COPIA-FILA
            PERFORM 2090-COPIA-RELACOES
            PERFORM 2091-COPIA-VINCULOS
            PERFORM 2092-COPIA-PREFERENCIAS
            PERFORM 2093-COPIA-EMPRESAS

            DISPLAY 'COPIAS DE SEGURANCA .PRE GRAVADAS.'
            .
            .
       2089-COPIA-FILA-EXIT.
               EXIT.

       2090-COPIA-RELACOES            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT
            OPEN INPUT RLC-DAT
            IF AS-STATUS-RLC EQUAL 35
                GO TO 2090-COPIA-RELACOES-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ RLC-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-RELACOES TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE RLC-DAT

            MOVE AS-CAMINHO-RLC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-RLC
            OPEN OUTPUT RLC-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-RELACOES
                WRITE REG-RELACOES
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE NA COPIA DE RLC.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE RLC-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-RLC
            .
       2090-COPIA-RELACOES-EXIT.
               EXIT.

       2091-COPIA-VINCULOS            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT
            OPEN INPUT VNC-DAT
            IF AS-STATUS-VNC EQUAL 35
                GO TO 2091-COPIA-VINCULOS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ VNC-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-VINCULOS TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE VNC-DAT

            MOVE AS-CAMINHO-VNC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-VNC
            OPEN OUTPUT VNC-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-VINCULOS
                WRITE REG-VINCULOS
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE NA COPIA DE VNC.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE VNC-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-VNC
            .
       2091-COPIA-VINCULOS-EXIT.
               EXIT.

       2092-COPIA-PREFERENCIAS        SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT
            OPEN INPUT PCM-DAT
            IF AS-STATUS-PCM EQUAL 35
                GO TO 2092-COPIA-PREFERENCIAS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ PCM-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-PREFCOM TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE PCM-DAT

            MOVE AS-CAMINHO-PCM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-PCM
            OPEN OUTPUT PCM-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-PREFCOM
                WRITE REG-PREFCOM
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE NA COPIA DE PCM.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE PCM-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-PCM
            .
       2092-COPIA-PREFERENCIAS-EXIT.
               EXIT.

       2093-COPIA-EMPRESAS            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT
            OPEN INPUT CEM-DAT
            IF AS-STATUS-CEM EQUAL 35
                GO TO 2093-COPIA-EMPRESAS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ CEM-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-CONT-EMP TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE CEM-DAT

            MOVE AS-CAMINHO-CEM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-CEM
            OPEN OUTPUT CEM-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-CONT-EMP
                WRITE REG-CONT-EMP
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE NA COPIA DE CEM.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE CEM-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-CEM
            .
       2093-COPIA-EMPRESAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 8000-VOLTA-TUDO: devolve todos os arquivos ao estado anterior
      * a renumeracao, restaurando das copias .PRE. COT.TXT e
            PERFORM 8700-VOLTA-ENDERECOS
            PERFORM 8800-VOLTA-AGENDA
            PERFORM 8900-VOLTA-FILA
            PERFORM 8950-VOLTA-RELACOES
            PERFORM 8960-VOLTA-VINCULOS
            PERFORM 8970-VOLTA-PREFERENCIAS
            PERFORM 8980-VOLTA-EMPRESAS

            PERFORM VARYING AS-IDX-PASSO FROM 1 BY 1
                    UNTIL AS-IDX-PASSO GREATER 14
                MOVE 'OK' TO PREN-STATUS (AS-IDX-PASSO)
            END-PERFORM
            .
            .
       8900-VOLTA-FILA-EXIT.
               EXIT.

       8950-VOLTA-RELACOES            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-RLC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-RLC
            OPEN INPUT RLC-DAT
            IF AS-STATUS-RLC NOT EQUAL ZEROS
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-RLC
                GO TO 8950-VOLTA-RELACOES-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ RLC-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-RELACOES TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE RLC-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-RLC

            OPEN OUTPUT RLC-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-RELACOES
                WRITE REG-RELACOES
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE AO RESTAURAR '
                                'RLC.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE RLC-DAT
            DISPLAY 'RLC.DAT RESTAURADO: ' AS-QTD-SAT ' REGISTROS.'
            .
       8950-VOLTA-RELACOES-EXIT.
               EXIT.

       8960-VOLTA-VINCULOS            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-VNC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-VNC
            OPEN INPUT VNC-DAT
            IF AS-STATUS-VNC NOT EQUAL ZEROS
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-VNC
                GO TO 8960-VOLTA-VINCULOS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ VNC-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-VINCULOS TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE VNC-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-VNC

            OPEN OUTPUT VNC-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-VINCULOS
                WRITE REG-VINCULOS
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE AO RESTAURAR '
                                'VNC.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE VNC-DAT
            DISPLAY 'VNC.DAT RESTAURADO: ' AS-QTD-SAT ' REGISTROS.'
            .
       8960-VOLTA-VINCULOS-EXIT.
               EXIT.

       8970-VOLTA-PREFERENCIAS        SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-PCM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-PCM
            OPEN INPUT PCM-DAT
            IF AS-STATUS-PCM NOT EQUAL ZEROS
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-PCM
                GO TO 8970-VOLTA-PREFERENCIAS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ PCM-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-PREFCOM TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE PCM-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-PCM

            OPEN OUTPUT PCM-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-PREFCOM
                WRITE REG-PREFCOM
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE AO RESTAURAR '
                                'PCM.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE PCM-DAT
            DISPLAY 'PCM.DAT RESTAURADO: ' AS-QTD-SAT ' REGISTROS.'
            .
       8970-VOLTA-PREFERENCIAS-EXIT.
               EXIT.

       8980-VOLTA-EMPRESAS            SECTION.
            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-CEM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-CEM
            OPEN INPUT CEM-DAT
            IF AS-STATUS-CEM NOT EQUAL ZEROS
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-CEM
                GO TO 8980-VOLTA-EMPRESAS-EXIT
            END-IF
            PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                READ CEM-DAT NEXT RECORD
                    AT END SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO AS-QTD-SAT
                        MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                        MOVE REG-CONT-EMP TO TAB-SAT (AS-QTD-SAT)
                END-READ
            END-PERFORM
            CLOSE CEM-DAT
            MOVE AS-CAMINHO-GUARDADO  TO AS-CAMINHO-CEM

            OPEN OUTPUT CEM-DAT
            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX GREATER AS-QTD-SAT
                MOVE TAB-SAT (AS-IDX) TO REG-CONT-EMP
                WRITE REG-CONT-EMP
                    INVALID KEY
                        DISPLAY 'ERRO DE CHAVE AO RESTAURAR '
                                'CEM.DAT.'
                END-WRITE
            END-PERFORM
            CLOSE CEM-DAT
            DISPLAY 'CEM.DAT RESTAURADO: ' AS-QTD-SAT ' REGISTROS.'
            .
       8980-VOLTA-EMPRESAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 9100-ENCERRA-NORMAL: encerramento normal antecipado (usado
      * pelo rollback), liberando a trava.
                END-IF
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-CONFERE
            OPEN INPUT RLC-DAT
            IF AS-STATUS-RLC EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ RLC-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO AS-QTD-CONFERE
                            MOVE ID-RLC TO AS-ID-VELHO
                            PERFORM 2800-MAPEIA-ID
                            IF AS-MAPEADO-OK
                                MOVE ID-ALVO-RLC TO AS-ID-VELHO
                                PERFORM 2800-MAPEIA-ID
                            END-IF
                            IF NOT AS-MAPEADO-OK
                                MOVE 'RLC.DAT' TO AS-ARQ-CONFERE
                                PERFORM 2070-RECUSA-ID-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RLC-DAT
                IF AS-QTD-CONFERE GREATER 5000
                    MOVE 'RLC.DAT'    TO AS-ARQ-CONFERE
                    MOVE 5000         TO AS-LIMITE-CONFERE
                    PERFORM 2060-RECUSA-LIMITE
                END-IF
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-CONFERE
            OPEN INPUT VNC-DAT
            IF AS-STATUS-VNC EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ VNC-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO AS-QTD-CONFERE
                            MOVE ID-CONT-VNC TO AS-ID-VELHO
                            PERFORM 2800-MAPEIA-ID
                            IF NOT AS-MAPEADO-OK
                                MOVE 'VNC.DAT' TO AS-ARQ-CONFERE
                                PERFORM 2070-RECUSA-ID-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VNC-DAT
                IF AS-QTD-CONFERE GREATER 5000
                    MOVE 'VNC.DAT'    TO AS-ARQ-CONFERE
                    MOVE 5000         TO AS-LIMITE-CONFERE
                    PERFORM 2060-RECUSA-LIMITE
                END-IF
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-CONFERE
            OPEN INPUT PCM-DAT
            IF AS-STATUS-PCM EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ PCM-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO AS-QTD-CONFERE
                            MOVE ID-PCM TO AS-ID-VELHO
                            PERFORM 2800-MAPEIA-ID
                            IF NOT AS-MAPEADO-OK
                                MOVE 'PCM.DAT' TO AS-ARQ-CONFERE
                                PERFORM 2070-RECUSA-ID-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PCM-DAT
                IF AS-QTD-CONFERE GREATER 5000
                    MOVE 'PCM.DAT'    TO AS-ARQ-CONFERE
                    MOVE 5000         TO AS-LIMITE-CONFERE
                    PERFORM 2060-RECUSA-LIMITE
                END-IF
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-CONFERE
            OPEN INPUT CEM-DAT
            IF AS-STATUS-CEM EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ CEM-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO AS-QTD-CONFERE
                            MOVE ID-CEM TO AS-ID-VELHO
                            PERFORM 2800-MAPEIA-ID
                            IF NOT AS-MAPEADO-OK
                                MOVE 'CEM.DAT' TO AS-ARQ-CONFERE
                                PERFORM 2070-RECUSA-ID-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CEM-DAT
                IF AS-QTD-CONFERE GREATER 5000
                    MOVE 'CEM.DAT'    TO AS-ARQ-CONFERE
                    MOVE 5000         TO AS-LIMITE-CONFERE
                    PERFORM 2060-RECUSA-LIMITE
                END-IF
            END-IF

            DISPLAY 'CONFERENCIA PREVIA CONCLUIDA. NENHUM ARQUIVO '
                    'ACIMA DO LIMITE OU COM ID FORA DO MAPA.'
            .
       2740-MAPEIA-PAR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2750-MAPEIA-RELACOES: remapeia as relacoes RLC.DAT. O contato
      * (posicoes 1 a 6) passa por 2850-MAPEIA-SATELITE e o alvo
      * (posicoes 8 a 13) por 2760-MAPEIA-ALVO. Como o mapa preserva
      * a ordem, as chaves continuam ascendentes na regravacao.
      *----------------------------------------------------------------
       2750-MAPEIA-RELACOES           SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-RLC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-RLC

            OPEN INPUT RLC-DAT

            IF AS-STATUS-RLC EQUAL 35
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-RLC
            ELSE
                IF AS-STATUS-RLC NOT EQUAL ZEROS
                    DISPLAY 'RLC.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-RLC
                ELSE
                    PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                        READ RLC-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-OK TO TRUE
                            NOT AT END
                                ADD 1 TO AS-QTD-SAT
                                MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                                MOVE REG-RELACOES TO
                                     TAB-SAT (AS-QTD-SAT)
                        END-READ
                    END-PERFORM
                    CLOSE RLC-DAT
                    MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-RLC

                    IF NOT AS-EOF-OK
                        DISPLAY 'LIMITE DE 5000 REGISTROS EM '
                                'MEMORIA ATINGIDO. RENUMERACAO '
                                'CANCELADA ANTES DE REGRAVAR O '
                                'ARQUIVO.'
                        PERFORM 9000-CANCELA
                    END-IF

                    PERFORM 2850-MAPEIA-SATELITE
                    PERFORM 2760-MAPEIA-ALVO

                    OPEN OUTPUT RLC-DAT
                    PERFORM VARYING AS-IDX FROM 1 BY 1
                            UNTIL AS-IDX > AS-QTD-SAT
                        MOVE TAB-SAT (AS-IDX) TO REG-RELACOES
                        WRITE REG-RELACOES
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO REGRAVAR '
                                        'RLC.DAT: ' CHAVE-RLC
                        END-WRITE
                    END-PERFORM
                    CLOSE RLC-DAT

                    DISPLAY 'RELACOES RENUMERADAS: ' AS-QTD-SAT
                END-IF
            END-IF
            .
       2750-MAPEIA-RELACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2760-MAPEIA-ALVO: troca o ID do alvo da relacao (posicoes 8 a
      * 13 do registro em TAB-SAT) pelo ID novo.
      *----------------------------------------------------------------
       2760-MAPEIA-ALVO               SECTION.

            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX > AS-QTD-SAT
                IF TAB-SAT (AS-IDX) (8:6) IS NUMERIC
                    MOVE TAB-SAT (AS-IDX) (8:6) TO AS-ID-VELHO
                    PERFORM 2800-MAPEIA-ID
                    IF AS-MAPEADO-OK
                        MOVE AS-ID-NOVO TO TAB-SAT (AS-IDX) (8:6)
                    END-IF
                END-IF
            END-PERFORM
            .
       2760-MAPEIA-ALVO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2770-MAPEIA-VINCULOS: regrava VNC.DAT com os IDs novos,
      * lendo da copia .PRE. O ID do contato fica depois do codigo do
      * estudante (posicoes 6 a 11) e passa por 2775-MAPEIA-ID-VINCULO;
      * como o mapa preserva a ordem, as chaves continuam ascendentes.
      *----------------------------------------------------------------
       2770-MAPEIA-VINCULOS           SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-VNC       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-VNC

            OPEN INPUT VNC-DAT

            IF AS-STATUS-VNC EQUAL 35
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-VNC
            ELSE
                IF AS-STATUS-VNC NOT EQUAL ZEROS
                    DISPLAY 'VNC.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-VNC
                ELSE
                    PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                        READ VNC-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-OK TO TRUE
                            NOT AT END
                                ADD 1 TO AS-QTD-SAT
                                MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                                MOVE REG-VINCULOS TO
                                     TAB-SAT (AS-QTD-SAT)
                        END-READ
                    END-PERFORM
                    CLOSE VNC-DAT
                    MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-VNC

                    IF NOT AS-EOF-OK
                        DISPLAY 'LIMITE DE 5000 REGISTROS EM '
                                'MEMORIA ATINGIDO. RENUMERACAO '
                                'CANCELADA ANTES DE REGRAVAR O '
                                'ARQUIVO.'
                        PERFORM 9000-CANCELA
                    END-IF

                    PERFORM 2775-MAPEIA-ID-VINCULO

                    OPEN OUTPUT VNC-DAT
                    PERFORM VARYING AS-IDX FROM 1 BY 1
                            UNTIL AS-IDX > AS-QTD-SAT
                        MOVE TAB-SAT (AS-IDX) TO REG-VINCULOS
                        WRITE REG-VINCULOS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO REGRAVAR '
                                        'VNC.DAT: ' CHAVE-VNC
                        END-WRITE
                    END-PERFORM
                    CLOSE VNC-DAT

                    DISPLAY 'VINCULOS RENUMERADOS: ' AS-QTD-SAT
                END-IF
            END-IF
            .
       2770-MAPEIA-VINCULOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2775-MAPEIA-ID-VINCULO: troca o ID do contato do vinculo
      * (posicoes 6 a 11 do registro em TAB-SAT) pelo ID novo.
      *----------------------------------------------------------------
       2775-MAPEIA-ID-VINCULO         SECTION.

            PERFORM VARYING AS-IDX FROM 1 BY 1
                    UNTIL AS-IDX > AS-QTD-SAT
                IF TAB-SAT (AS-IDX) (6:6) IS NUMERIC
                    MOVE TAB-SAT (AS-IDX) (6:6) TO AS-ID-VELHO
                    PERFORM 2800-MAPEIA-ID
                    IF AS-MAPEADO-OK
                        MOVE AS-ID-NOVO TO TAB-SAT (AS-IDX) (6:6)
                    END-IF
                END-IF
            END-PERFORM
            .
       2775-MAPEIA-ID-VINCULO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2780-MAPEIA-PREFERENCIAS: regrava PCM.DAT com os IDs novos,
      * lendo da copia .PRE, no mesmo padrao dos demais satelites
      * chaveados pelo ID.
      *----------------------------------------------------------------
       2780-MAPEIA-PREFERENCIAS       SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-PCM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-PCM

            OPEN INPUT PCM-DAT

            IF AS-STATUS-PCM EQUAL 35
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-PCM
            ELSE
                IF AS-STATUS-PCM NOT EQUAL ZEROS
                    DISPLAY 'PCM.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-PCM
                ELSE
                    PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                        READ PCM-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-OK TO TRUE
                            NOT AT END
                                ADD 1 TO AS-QTD-SAT
                                MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                                MOVE REG-PREFCOM TO
                                     TAB-SAT (AS-QTD-SAT)
                        END-READ
                    END-PERFORM
                    CLOSE PCM-DAT
                    MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-PCM

                    IF NOT AS-EOF-OK
                        DISPLAY 'LIMITE DE 5000 REGISTROS EM '
                                'MEMORIA ATINGIDO. RENUMERACAO '
                                'CANCELADA ANTES DE REGRAVAR O '
                                'ARQUIVO.'
                        PERFORM 9000-CANCELA
                    END-IF

                    PERFORM 2850-MAPEIA-SATELITE

                    OPEN OUTPUT PCM-DAT
                    PERFORM VARYING AS-IDX FROM 1 BY 1
                            UNTIL AS-IDX > AS-QTD-SAT
                        MOVE TAB-SAT (AS-IDX) TO REG-PREFCOM
                        WRITE REG-PREFCOM
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO REGRAVAR '
                                        'PCM.DAT: ' ID-PCM
                        END-WRITE
                    END-PERFORM
                    CLOSE PCM-DAT

                    DISPLAY 'PREFERENCIAS RENUMERADAS: ' AS-QTD-SAT
                END-IF
            END-IF
            .
       2780-MAPEIA-PREFERENCIAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2790-MAPEIA-EMPRESAS: regrava CEM.DAT (contato-empresa) com
      * os IDs novos, lendo da copia .PRE, no mesmo padrao dos demais
      * satelites chaveados pelo ID.
      *----------------------------------------------------------------
       2790-MAPEIA-EMPRESAS           SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-QTD-SAT

            MOVE AS-CAMINHO-CEM       TO AS-CAMINHO-GUARDADO
            PERFORM 7300-MONTA-PRE
            MOVE AS-CAMINHO-PRE       TO AS-CAMINHO-CEM

            OPEN INPUT CEM-DAT

            IF AS-STATUS-CEM EQUAL 35
                MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-CEM
            ELSE
                IF AS-STATUS-CEM NOT EQUAL ZEROS
                    DISPLAY 'CEM.DAT INDISPONIVEL. STATUS: '
                            AS-STATUS-CEM
                ELSE
                    PERFORM UNTIL AS-EOF-OK OR AS-QTD-SAT = 5000
                        READ CEM-DAT NEXT RECORD
                            AT END
                                SET AS-EOF-OK TO TRUE
                            NOT AT END
                                ADD 1 TO AS-QTD-SAT
                                MOVE SPACES TO TAB-SAT (AS-QTD-SAT)
                                MOVE REG-CONT-EMP TO
                                     TAB-SAT (AS-QTD-SAT)
                        END-READ
                    END-PERFORM
                    CLOSE CEM-DAT
                    MOVE AS-CAMINHO-GUARDADO TO AS-CAMINHO-CEM

                    IF NOT AS-EOF-OK
                        DISPLAY 'LIMITE DE 5000 REGISTROS EM '
                                'MEMORIA ATINGIDO. RENUMERACAO '
                                'CANCELADA ANTES DE REGRAVAR O '
                                'ARQUIVO.'
                        PERFORM 9000-CANCELA
                    END-IF

                    PERFORM 2850-MAPEIA-SATELITE

                    OPEN OUTPUT CEM-DAT
                    PERFORM VARYING AS-IDX FROM 1 BY 1
                            UNTIL AS-IDX > AS-QTD-SAT
                        MOVE TAB-SAT (AS-IDX) TO REG-CONT-EMP
                        WRITE REG-CONT-EMP
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO REGRAVAR '
                                        'CEM.DAT: ' ID-CEM
                        END-WRITE
                    END-PERFORM
                    CLOSE CEM-DAT

                    DISPLAY 'EMPRESAS RENUMERADAS: ' AS-QTD-SAT
                END-IF
            END-IF
            .
       2790-MAPEIA-EMPRESAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2800-MAPEIA-ID: busca binaria de AS-ID-VELHO no mapa (os IDs
      * antigos estao em ordem ascendente), devolvendo AS-ID-NOVO e
      * AS-MAPEADO. ID fora do mapa fica sem traducao.
       9000-CANCELA-EXIT.
               EXIT.
      ******************************************************************
      ********************** PERMISSAO *********************************
      ******************************************************************
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
       9700-PERMISSAO                 SECTION.

          COPY PR_PERMCHK.

      ******************************************************************
      ********************** SELO DE LINHA *****************************
      ******************************************************************
      * P298-SELA-LINHA: acumula em WS-SELO-TOTAL o valor de
