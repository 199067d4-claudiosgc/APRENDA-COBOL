      *          MTR.DAT (SITUACAO 'E' ENCERRADA), PARA QUE AS
      *          LISTAS E CONTAGENS DO TERMO DE TRABALHO PAREM DE
      *          MISTURAR AS TURMAS DO ANO PASSADO.
      * Modification History:
      *  15/10/2026 CS  Depois do fechamento, oferece a conversao dos
      *                 concluintes do termo em contatos de ex-alunos
      *                 (EGRCTT, com EGRCTT_TERMO = termo fechado).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTRM.
       77 WS-CD-TERMO                      PIC 9(06) VALUE ZEROS.
       77 WS-CONT-LISTADOS                 PIC 9(03) VALUE ZEROS.
       77 WS-CONT-CONGELADAS               PIC 9(05) VALUE ZEROS.
       77 WS-EGRESSOS                      PIC X    VALUE 'N'.
          88 CONVERTE-EGRESSOS             VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CLOSE TRM-DAT

            IF CONVERTE-EGRESSOS THEN
                PERFORM P340-CONVERTE-EGRESSOS
            END-IF

            DISPLAY
               'TECLE: '
               '<QUALQUER TECLA> para continuar ou <F> para finalizar'
                            DISPLAY 'Termo fechado. Matriculas '
                                    'congeladas: '
                                    WS-CONT-CONGELADAS
                            DISPLAY 'TECLE <S> PARA CONVERTER AGORA OS '
                                    'CONCLUINTES EM EX-ALUNOS.'
                            ACCEPT WS-CONFIRM
                            IF WS-CONFIRM EQUAL 'S' THEN
                                SET CONVERTE-EGRESSOS TO TRUE
                            END-IF
                        ELSE
                            DISPLAY 'Fechamento cancelado.'
                        END-IF
                END-IF
            END-IF
            .
      *----------------------------------------------------------------
      * P340-CONVERTE-EGRESSOS: chama EGRCTT para o termo que acabou
      * de fechar, com TRM.DAT ja fechado por P300.
      *----------------------------------------------------------------
       P340-CONVERTE-EGRESSOS.
            SET CONVERTE-EGRESSOS   TO FALSE
            DISPLAY 'EGRCTT_MODO'   UPON ENVIRONMENT-NAME
            DISPLAY ' '             UPON ENVIRONMENT-VALUE
            DISPLAY 'EGRCTT_TERMO'  UPON ENVIRONMENT-NAME
            DISPLAY WS-CD-TERMO     UPON ENVIRONMENT-VALUE
            CALL 'EGRCTT'
            DISPLAY 'EGRCTT_TERMO'  UPON ENVIRONMENT-NAME
            DISPLAY ' '             UPON ENVIRONMENT-VALUE
            .

       P900-FIM.

