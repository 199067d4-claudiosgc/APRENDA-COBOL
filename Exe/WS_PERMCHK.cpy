      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CAMPOS DA CONFERENCIA DE PERMISSAO NA ENTRADA DOS
      *          PROGRAMAS SENSIVEIS. O PROGRAMA MOVE O SEU NOME PARA
      *          WS-PERM-FUNCAO E EXECUTA P12P-CONFERE-PERMISSAO
      *          (PR_PERMCHK), QUE CHAMA PERMCTT PARA O OPERADOR DA
      *          SESSAO E DEIXA PERMISSAO-OK LIGADA SE ESTIVER
      *          LIBERADO. COPY WS_PERMCHK NA WORKING-STORAGE SECTION
      *          E COPY PR_PERMCHK NO PONTO EM QUE O PARAGRAFO DEVE
      *          APARECER NA PROCEDURE DIVISION.
      ******************************************************************
       77 WS-PERM-ACAO                     PIC X(01) VALUE 'V'.
       77 WS-PERM-FUNCAO                   PIC X(08) VALUE SPACES.
       77 WS-PERM-OPERADOR                 PIC X(04) VALUE SPACES.
       77 WS-PERM-RESULT                   PIC X(01) VALUE SPACE.
          88 PERMISSAO-OK                  VALUE '0'.
