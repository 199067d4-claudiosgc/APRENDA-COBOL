      *                 'A' nos demais casos). A fila e regravada ao
      *                 final so com o que nao pode ser reenviado
      *                 (contato que ja nao existe na base).
      *  15/10/2026 CS  Passa a respeitar a preferencia de
      *                 comunicacao do contato para o diretorio
      *                 (PCM.DAT, copybook FD_PREFCOM): quem recusou o
      *                 diretorio nao sai mais com 'I' ou 'A', nem
      *                 pela fila de reextracao. A recusa registrada
      *                 desde a extracao anterior sai uma vez como 'D',
      *                 para o receptor retirar o contato, e o aceite
      *                 registrado nesse periodo reenvia o contato.
      *                 As exclusoes sao contadas no resumo; o
      *                 trailer segue com o mesmo layout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCTT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REX.

           SELECT PCM-DAT ASSIGN TO AS-CAMINHO-PCM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PCM
           FILE STATUS  IS AS-STATUS-PCM.

       DATA DIVISION.
       FILE SECTION.

       FD REEXTR.
       01 REX-LINHA                    PIC X(10).

       FD PCM-DAT.
          COPY FD_PREFCOM.

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CONT-NAO-REENVIADOS   PIC 9(006) VALUE ZEROS.
           05 AS-SELECIONADO           PIC X(001) VALUE 'N'.
               88 AS-SELECIONADO-OK    VALUE 'S' FALSE 'N'.
           05 AS-CAMINHO-PCM           PIC X(080).
           05 AS-STATUS-PCM            PIC 9(002) VALUE ZEROS.
           05 AS-PCM-DISPONIVEL        PIC X(001) VALUE 'N'.
               88 AS-PCM-DISPONIVEL-OK VALUE 'S' FALSE 'N'.
           05 AS-RECUSA-DIR            PIC X(001) VALUE 'N'.
               88 AS-RECUSA-DIR-OK     VALUE 'S' FALSE 'N'.
           05 AS-PREF-RECENTE          PIC X(001) VALUE 'N'.
               88 AS-PREF-RECENTE-OK   VALUE 'S' FALSE 'N'.
           05 AS-CONT-EXCLUIDOS        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-RETIRADOS        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-REINCLUIDOS      PIC 9(006) VALUE ZEROS.

       01 TAB-REEXTR.
           05 REX-ITEM                 OCCURS 1000.
       01 AS-CAMINHO-REX-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\REEX.TXT
      -    ''.
       01 AS-CAMINHO-PCM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.

       01 LIN-HEADER.
           05 FILLER                   PIC X(004) VALUE 'HDR '.
                MOVE AS-CAMINHO-REX-DFL TO AS-CAMINHO-REX
            END-IF

            MOVE AS-CAMINHO-PCM-DFL   TO AS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-PCM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-PCM EQUAL SPACES
                MOVE AS-CAMINHO-PCM-DFL TO AS-CAMINHO-PCM
            END-IF

            PERFORM 1100-LE-CONTROLE

            PERFORM 1150-LE-REEXTR
                PERFORM 9000-CANCELA
            END-IF

            OPEN INPUT PCM-DAT

            EVALUATE AS-STATUS-PCM
                WHEN ZEROS
                    SET AS-PCM-DISPONIVEL-OK TO TRUE
                WHEN 35
                    CONTINUE
                WHEN OTHER
                    MOVE 'PCM.DAT'   TO MSG-ERRO-OPEN-ARQUIVO
                    MOVE AS-STATUS-PCM TO MSG-ERRO-OPEN-STATUS
                    DISPLAY MSG-ERRO-OPEN

                    PERFORM 9000-CANCELA
            END-EVALUATE

            OPEN OUTPUT EXTR

            IF AS-STATUS-EXT NOT EQUAL ZEROS
      * status ficou inativo, ou alteracao nos demais casos. O dia da
      * extracao anterior e reenviado de proposito: uma mudanca feita
      * naquele dia depois da extracao nao se perde, e o receptor
      * aplica o registro completo sem efeito colateral. Contato que
      * recusou o diretorio so sai pela secao 2060.
      *----------------------------------------------------------------
       2100-TRATA-CONTATO             SECTION.

            SET AS-SELECIONADO-OK     TO FALSE

            PERFORM 2050-CONFERE-PREFERENCIA

            IF AS-RECUSA-DIR-OK
                PERFORM 2060-TRATA-RECUSA
            ELSE
                IF DT-CAD-COT-DAT NOT LESS AS-DATA-ULTIMA
                   AND DT-CAD-COT-DAT NOT EQUAL ZEROS
                    MOVE 'I'             TO DET-ACAO
                    ADD 1                TO AS-CONT-INCLUIDOS
                    SET AS-SELECIONADO-OK TO TRUE
                    PERFORM 2200-GRAVA-DETALHE
                ELSE
                    IF DT-ALT-COT-DAT NOT LESS AS-DATA-ULTIMA
                       AND DT-ALT-COT-DAT NOT EQUAL ZEROS
                        IF COT-DAT-INATIVO
                            MOVE 'D'     TO DET-ACAO
                            ADD 1        TO AS-CONT-DESATIVADOS
                        ELSE
                            MOVE 'A'     TO DET-ACAO
                            ADD 1        TO AS-CONT-ALTERADOS
                        END-IF
                        SET AS-SELECIONADO-OK TO TRUE
                        PERFORM 2200-GRAVA-DETALHE
                    END-IF
                END-IF
            END-IF

            IF AS-PREF-RECENTE-OK AND NOT AS-RECUSA-DIR-OK
               AND NOT AS-SELECIONADO-OK
                IF COT-DAT-INATIVO
                    MOVE 'D'         TO DET-ACAO
                    ADD 1            TO AS-CONT-DESATIVADOS
                ELSE
                    MOVE 'A'         TO DET-ACAO
                    ADD 1            TO AS-CONT-ALTERADOS
                END-IF
                ADD 1                TO AS-CONT-REINCLUIDOS
                SET AS-SELECIONADO-OK TO TRUE
                PERFORM 2200-GRAVA-DETALHE
            END-IF

            IF AS-QTD-REEXTR GREATER ZEROS
                PERFORM 2150-VERIFICA-REEXTR
            END-IF
       2100-TRATA-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2050-CONFERE-PREFERENCIA: le em PCM.DAT a preferencia do
      * contato corrente para o diretorio. AS-PREF-RECENTE-OK indica
      * recusa ou aceite registrado desde a extracao anterior (na
      * primeira extracao nada e recente: a base vai inteira).
      *----------------------------------------------------------------
       2050-CONFERE-PREFERENCIA       SECTION.

            SET AS-RECUSA-DIR-OK      TO FALSE
            SET AS-PREF-RECENTE-OK    TO FALSE

            IF AS-PCM-DISPONIVEL-OK
                MOVE ID-COT-DAT       TO ID-PCM
                READ PCM-DAT
                    KEY IS ID-PCM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PCM-DIR-RECUSA
                            SET AS-RECUSA-DIR-OK TO TRUE
                        END-IF
                        IF PCM-DIR-OPCAO NOT EQUAL SPACE
                           AND AS-DATA-ULTIMA NOT EQUAL ZEROS
                           AND PCM-DIR-DATA NOT LESS AS-DATA-ULTIMA
                            SET AS-PREF-RECENTE-OK TO TRUE
                        END-IF
                END-READ
            END-IF
            .
       2050-CONFERE-PREFERENCIA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2060-TRATA-RECUSA: contato que recusou o diretorio. A recusa
      * recente sai uma unica vez como 'D', unico codigo de retirada
      * do layout, para o receptor tirar o contato do diretorio; nos
      * demais casos o contato que sairia por inclusao ou alteracao
      * fica de fora e e contado como excluido.
      *----------------------------------------------------------------
       2060-TRATA-RECUSA              SECTION.

            IF AS-PREF-RECENTE-OK
                MOVE 'D'             TO DET-ACAO
                ADD 1                TO AS-CONT-DESATIVADOS
                ADD 1                TO AS-CONT-RETIRADOS
                SET AS-SELECIONADO-OK TO TRUE
                PERFORM 2200-GRAVA-DETALHE
            ELSE
                IF (DT-CAD-COT-DAT NOT LESS AS-DATA-ULTIMA
                    AND DT-CAD-COT-DAT NOT EQUAL ZEROS)
                   OR (DT-ALT-COT-DAT NOT LESS AS-DATA-ULTIMA
                    AND DT-ALT-COT-DAT NOT EQUAL ZEROS)
                    ADD 1            TO AS-CONT-EXCLUIDOS
                END-IF
            END-IF
            .
       2060-TRATA-RECUSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2150-VERIFICA-REEXTR: confere se o contato corrente esta na
      * fila de reextracao. Quem ja saiu na selecao normal so e
      * baixado da fila; quem nao saiu e reenviado a forca, com a
                IF REX-AGUARDANDO (AS-IDX-REX)
                   AND REX-ID (AS-IDX-REX) EQUAL ID-COT-DAT
                    MOVE 'R'         TO REX-SITUACAO (AS-IDX-REX)
                    IF AS-RECUSA-DIR-OK AND NOT AS-SELECIONADO-OK
                        ADD 1        TO AS-CONT-EXCLUIDOS
                        SET AS-SELECIONADO-OK TO TRUE
                    END-IF
                    IF NOT AS-SELECIONADO-OK
                        IF COT-DAT-INATIVO
                            MOVE 'D' TO DET-ACAO
               CLOSE COT-DAT
               CLOSE EXTR

               IF AS-PCM-DISPONIVEL-OK
                   CLOSE PCM-DAT
               END-IF

               PERFORM 3100-GRAVA-CONTROLE

               IF AS-QTD-REEXTR GREATER ZEROS
               DISPLAY 'ALTERACOES EXTRAIDAS:   ' AS-CONT-ALTERADOS
               DISPLAY 'DESATIVACOES EXTRAIDAS: ' AS-CONT-DESATIVADOS
               DISPLAY 'REJEITADOS REENVIADOS:  ' AS-CONT-REENVIADOS
               DISPLAY 'EXCLUIDOS POR RECUSA:   ' AS-CONT-EXCLUIDOS
               DISPLAY 'RETIRADOS POR RECUSA:   ' AS-CONT-RETIRADOS
               DISPLAY 'REINCLUIDOS POR ACEITE: ' AS-CONT-REINCLUIDOS
               DISPLAY 'TOTAL DE REGISTROS:     ' AS-CONT-TOTAL
               DISPLAY 'TERMINO NORMAL'
           .
