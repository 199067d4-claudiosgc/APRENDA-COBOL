      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: P12P-CONFERE-PERMISSAO, QUE CONFERE NA MATRIZ DE
      *          PERMISSOES (PERMCTT) SE O OPERADOR DA SESSAO (VARIAVEL
      *          OPERADOR) PODE USAR A FUNCAO EM WS-PERM-FUNCAO,
      *          CONFORME DESCRITO EM WS_PERMCHK. A RECUSA FICA
      *          REGISTRADA NA TRILHA CONTLOG PELO PROPRIO PERMCTT.
      ******************************************************************
       P12P-CONFERE-PERMISSAO.
            MOVE SPACES                   TO WS-PERM-OPERADOR
            DISPLAY 'OPERADOR'            UPON ENVIRONMENT-NAME
            ACCEPT WS-PERM-OPERADOR       FROM ENVIRONMENT-VALUE
            MOVE 'V'                      TO WS-PERM-ACAO
            CALL 'PERMCTT' USING WS-PERM-ACAO WS-PERM-FUNCAO
                                 WS-PERM-OPERADOR WS-PERM-RESULT
            IF NOT PERMISSAO-OK
                DISPLAY 'ACESSO NEGADO: ' WS-PERM-FUNCAO
                        ' NAO ESTA LIBERADO PARA O OPERADOR '
                        WS-PERM-OPERADOR '.'
            END-IF
            .
