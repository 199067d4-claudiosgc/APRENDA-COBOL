      *                 sign-on) e entra a opcao (R)einiciar senha,
      *                 que zera a cifra, as falhas e o bloqueio de
      *                 um operador travado ou esquecido.
      *  15/10/2026 CS  A entrada passa a conferir a matriz de
      *                 permissoes (PERMCTT, copybooks
      *                 WS_PERMCHK/PR_PERMCHK): operador sem a funcao
      *                 liberada e recusado, e a tentativa fica
      *                 gravada no CONTLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOPR.

          COPY WS_STATUSARQ.

          COPY WS_PERMCHK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


            PERFORM P100-CAMINHOS

            MOVE 'CADOPR'            TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO

            IF PERMISSAO-OK THEN
                PERFORM P300-MANUTENCAO THRU P300-FIM UNTIL EXIT-OK
            END-IF
            PERFORM P900-FIM
            .
      *----------------------------------------------------------------
                MOVE WS-CAMINHO-OPR-DAT-DFL TO WS-CAMINHO-OPR-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
          COPY PR_PERMCHK.

       P300-MANUTENCAO.
            SET EOF-OK              TO FALSE
