      *          DUPLICADO E REJEITADO COM O MOTIVO: SEM OPERADOR NO
      *          TECLADO, A DUVIDA VAI PARA O RELATORIO, NAO PARA A
      *          BASE. RODA ATRAS DA TRAVA DE GRAVACAO.
      * Modification History:
      *  15/10/2026 CS  O tipo de cada detalhe do cartao (celular,
      *                 fax, e-mail pessoal) passa a ser conferido na
      *                 tabela central de codigos (TABCTT, tabela
      *                 TIPODET); detalhe de tipo desativado e
      *                 descartado e contado no resumo, e o cartao
      *                 segue sem ele.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCFICTT.
          88 TEM-DEP-DAT            VALUE 'S' FALSE 'N'.
       77 WS-ULTIMA-SEQ-DET         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DET                PIC 9(02) COMP VALUE ZEROS.
       77 WS-CONT-DET-DESCARTADOS   PIC 9(05) VALUE ZEROS.

       01 WS-CARTAO.
          03 WS-CRT-NOME            PIC X(20) VALUE SPACES.

          COPY WS_NORMNOME.

          COPY WS_TABCHK.

       01 WS-LIN-RESULTADO.
          03 WS-RES-SITUACAO        PIC X(09).
          03 FILLER                 PIC X(01) VALUE SPACE.
            .
      *----------------------------------------------------------------
      * P319 / P319A / P319B: acumulam um detalhe tipado do cartao
      * corrente (celular, fax, e-mail pessoal), ate dez por cartao,
      * se o tipo estiver em vigor na tabela central de codigos.
      *----------------------------------------------------------------
       P319-GUARDA-DETALHE-C.
            MOVE 'C'                TO WS-TBC-CODIGO
            PERFORM P319C-CONFERE-TIPO
            IF WS-CRT-QTD-DET LESS 10 AND CODIGO-VALIDO
                ADD 1 TO WS-CRT-QTD-DET
                MOVE 'C' TO WS-CRT-DET-TIPO (WS-CRT-QTD-DET)
                MOVE VCF-LINHA(WS-POS-VALOR:40)
            END-IF
            .
       P319A-GUARDA-DETALHE-X.
            MOVE 'X'                TO WS-TBC-CODIGO
            PERFORM P319C-CONFERE-TIPO
            IF WS-CRT-QTD-DET LESS 10 AND CODIGO-VALIDO
                ADD 1 TO WS-CRT-QTD-DET
                MOVE 'X' TO WS-CRT-DET-TIPO (WS-CRT-QTD-DET)
                MOVE VCF-LINHA(WS-POS-VALOR:40)
            END-IF
            .
       P319B-GUARDA-DETALHE-P.
            MOVE 'P'                TO WS-TBC-CODIGO
            PERFORM P319C-CONFERE-TIPO
            IF WS-CRT-QTD-DET LESS 10 AND CODIGO-VALIDO
                ADD 1 TO WS-CRT-QTD-DET
                MOVE 'P' TO WS-CRT-DET-TIPO (WS-CRT-QTD-DET)
                MOVE VCF-LINHA(WS-POS-VALOR:40)
            END-IF
            .
      *----------------------------------------------------------------
      * P319C-CONFERE-TIPO: confere o tipo de detalhe em
      * WS-TBC-CODIGO na tabela TIPODET; tipo recusado descarta o
      * detalhe, com aviso.
      *----------------------------------------------------------------
       P319C-CONFERE-TIPO.
            MOVE 'TIPODET'          TO WS-TBC-TABELA
            PERFORM P12T-CONFERE-CODIGO
            IF NOT CODIGO-VALIDO
                ADD 1               TO WS-CONT-DET-DESCARTADOS
                DISPLAY 'DETALHE DESCARTADO: '
                        VCF-LINHA(WS-POS-VALOR:40)
            END-IF
            .
      *----------------------------------------------------------------
      * P320-FECHA-CARTAO: aplica as criticas de CADCONTT ao cartao
      * completo e grava ou rejeita com motivo no relatorio.
      *----------------------------------------------------------------
                       DELIMITED BY SIZE INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
                IF WS-CONT-DET-DESCARTADOS GREATER ZEROS
                    MOVE SPACES     TO REL-LINHA
                    STRING 'DETALHES DESCARTADOS POR TIPO FORA DA '
                           'TABELA DE CODIGOS: '
                           WS-CONT-DET-DESCARTADOS
                           DELIMITED BY SIZE INTO REL-LINHA
                    END-STRING
                    WRITE REL-LINHA
                END-IF
                CLOSE REL-IMP
            END-IF

            DISPLAY 'CARTOES LIDOS:  ' WS-CONT-CARTOES
            DISPLAY 'ACEITOS:        ' WS-CONT-ACEITOS
            DISPLAY 'REJEITADOS:     ' WS-CONT-REJEITADOS
            IF WS-CONT-DET-DESCARTADOS GREATER ZEROS
                DISPLAY 'DETALHES DESCARTADOS: '
                        WS-CONT-DET-DESCARTADOS
            END-IF
            .
      *----------------------------------------------------------------
      * P297-NORMALIZA-NOME: normaliza um nome (maiusculas, sem
      *----------------------------------------------------------------
          COPY PR_NORMNOME.

      *----------------------------------------------------------------
      * P12T-CONFERE-CODIGO, P12T-DESCREVE-CODIGO e P12T-LISTA-CODIGOS:
      * consulta a tabela central de codigos (TABCTT). Compartilhados
      * com CADCONTT, ALTCONTT e CONSCTT via COPY PR_TABCHK.
      *----------------------------------------------------------------
          COPY PR_TABCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
