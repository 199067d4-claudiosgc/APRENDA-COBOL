      *          COM DATA E HORA) E PERMITE FORCAR A LIBERACAO DE UMA
      *          TRAVA ABANDONADA POR UMA SESSAO QUE CAIU. O CONTROLE
      *          EM SI FICA NO SUBPROGRAMA TRAVACTT.
      * Modification History:
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado, e a tentativa fica
      *                 gravada no CONTLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRVCTT.
       77 WS-TRAVA-RESULT           PIC X(01) VALUE SPACE.
       77 WS-TRAVA-DETENTOR         PIC X(30) VALUE SPACES.

          COPY WS_PERMCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** TRAVA DA BASE DE CONTATOS ***'
            SET EXIT-OK               TO FALSE

            MOVE 'TRVCTT'             TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P300-TRAVA    THRU P300-FIM UNTIL EXIT-OK
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-TRAVA.
            MOVE 'C'                 TO WS-TRAVA-ACAO
