      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: GRAVACAO CENTRALIZADA DAS OCORRENCIAS OPERACIONAIS
      *          (INC.DAT). TODO PROGRAMA BATCH QUE ACHA UM PROBLEMA
      *          (RECCTT, SELOCTT, BKPVCTT, QUALCTT, ACKCTT, BATCHCTT,
      *          RUNHCTT) CHAMA ESTE SUBPROGRAMA COM A AREA DE
      *          WS_INCID, ALEM DE RELATAR O DETALHE NO SEU PROPRIO
      *          ARQUIVO OU NO CONSOLE; A OCORRENCIA E GRAVADA ABERTA,
      *          COM O PROXIMO NUMERO LIVRE E A DATA E HORA CORRENTES,
      *          PARA QUE O TURNO DA MANHA ENCONTRE TUDO NUM LUGAR SO
      *          (OCORCTT). SEVERIDADE FORA DE A, M OU B VALE COMO M.
      *          RESULTADO (LK-RESULTADO): '0' OK, '9' ERRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCCTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INC-DAT ASSIGN TO WS-CAMINHO-INC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS DYNAMIC
            RECORD KEY   IS ID-INC
            FILE STATUS  IS WS-STATUS-INC.

       DATA DIVISION.
       FILE SECTION.
       FD INC-DAT.
          COPY FD_INCID.

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-INC-DAT               PIC X(80).
       01 WS-CAMINHO-INC-DAT-DFL           PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\INC.DAT'.
       77 WS-STATUS-INC                    PIC 99.
          88 STATUS-INC-OK                 VALUE 0.
       77 WS-EOF                           PIC X    VALUE 'N'.
          88 EOF-OK                        VALUE 'S' FALSE 'N'.
       77 WS-PROX-ID                       PIC 9(06) VALUE ZEROS.
       77 WS-HORA-SISTEMA                  PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-INCIDENTE.
          03 LK-INC-PROGRAMA               PIC X(08).
          03 LK-INC-SEVERIDADE             PIC X(01).
          03 LK-INC-MENSAGEM               PIC X(50).
          03 LK-INC-ARQUIVO                PIC X(20).
       01 LK-RESULTADO                     PIC X(01).

       PROCEDURE DIVISION USING LK-INCIDENTE LK-RESULTADO.
       MAIN-PROCEDURE.

            PERFORM P100-CAMINHOS

            MOVE '0'                TO LK-RESULTADO

            OPEN I-O INC-DAT

            IF WS-STATUS-INC EQUAL 35 THEN
                OPEN OUTPUT INC-DAT
                CLOSE INC-DAT
                OPEN I-O INC-DAT
            END-IF

            IF STATUS-INC-OK THEN
                PERFORM P200-PROXIMO-ID
                PERFORM P300-GRAVA-OCORRENCIA
                CLOSE INC-DAT
            ELSE
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE OCORRENCIAS. '
                        'STATUS: ' WS-STATUS-INC
                MOVE '9'            TO LK-RESULTADO
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      * P100-CAMINHOS: monta o caminho de INC.DAT a partir da variavel
      * de ambiente INC_DAT, usando o caminho tradicional como valor
      * padrao quando a variavel nao estiver definida.
      *----------------------------------------------------------------
       P100-CAMINHOS.
            MOVE WS-CAMINHO-INC-DAT-DFL  TO WS-CAMINHO-INC-DAT
            DISPLAY 'INC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-INC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-INC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-INC-DAT-DFL TO WS-CAMINHO-INC-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P200-PROXIMO-ID: varre INC.DAT e toma o numero seguinte ao
      * maior ja gravado, como P250-PROXIMO-ID de CADCONTT.
      *----------------------------------------------------------------
       P200-PROXIMO-ID.
            MOVE ZEROS              TO WS-PROX-ID
            SET EOF-OK              TO FALSE

            PERFORM UNTIL EOF-OK
                READ INC-DAT NEXT RECORD
                    AT END
                        SET EOF-OK  TO TRUE
                    NOT AT END
                        IF ID-INC GREATER WS-PROX-ID
                            MOVE ID-INC TO WS-PROX-ID
                        END-IF
                END-READ
            END-PERFORM

            ADD 1                   TO WS-PROX-ID
            .
      *----------------------------------------------------------------
      * P300-GRAVA-OCORRENCIA: grava a ocorrencia aberta, sem
      * reconhecimento nem fechamento.
      *----------------------------------------------------------------
       P300-GRAVA-OCORRENCIA.
            INITIALIZE REG-INCIDENTES
            MOVE WS-PROX-ID         TO ID-INC
            MOVE LK-INC-PROGRAMA    TO PROG-INC
            MOVE LK-INC-SEVERIDADE  TO SEV-INC
            IF NOT INC-SEV-VALIDA
                MOVE 'M'            TO SEV-INC
            END-IF
            ACCEPT DT-INC           FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO HR-INC
            MOVE LK-INC-MENSAGEM    TO MSG-INC
            MOVE LK-INC-ARQUIVO     TO ARQ-INC
            MOVE 'A'                TO SIT-INC

            WRITE REG-INCIDENTES
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A OCORRENCIA. STATUS: '
                            WS-STATUS-INC
                    MOVE '9'        TO LK-RESULTADO
                NOT INVALID KEY
                    DISPLAY 'OCORRENCIA ' ID-INC ' REGISTRADA ('
                            SEV-INC '): ' MSG-INC
            END-WRITE
            .
       END PROGRAM INCCTT.
