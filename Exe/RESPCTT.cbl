      *                 indexado a partir dele - sem isso, a primeira
      *                 reorganizacao desfazia em silencio a troca de
      *                 carteira inteira.
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado antes da trava, e a
      *                 tentativa fica gravada no CONTLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCTT.
       77 WS-TRAVA-OBTIDA           PIC X(01) VALUE 'N'.
          88 TRAVA-OBTIDA           VALUE 'S' FALSE 'N'.

          COPY WS_PERMCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            SET EXIT-OK              TO FALSE

            PERFORM P100-CAMINHOS

            MOVE 'RESPCTT'           TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P150-OBTEM-TRAVA
            END-IF

            IF TRAVA-OBTIDA THEN
                PERFORM P300-REATRIBUI   THRU P300-FIM UNTIL EXIT-OK
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

      *----------------------------------------------------------------
      * P150-OBTEM-TRAVA: obtem a trava de gravacao da base de
      * contatos (subprograma TRAVACTT) antes de qualquer gravacao.
      * Com a trava presa por outro programa, recusa a sessao com
