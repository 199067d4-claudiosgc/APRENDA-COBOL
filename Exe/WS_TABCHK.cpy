      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CAMPOS DA CONSULTA A TABELA CENTRAL DE CODIGOS NOS
      *          PROGRAMAS DE ENTRADA E NOS RELATORIOS. O PROGRAMA
      *          MOVE O NOME DA TABELA PARA WS-TBC-TABELA E O CODIGO
      *          PARA WS-TBC-CODIGO E EXECUTA UM DOS PARAGRAFOS DE
      *          PR_TABCHK, QUE CHAMAM TABCTT:
      *            P12T-CONFERE-CODIGO  - VALIDA O CODIGO DIGITADO E
      *                                   EXPLICA A RECUSA; LIGA
      *                                   CODIGO-VALIDO SE ACEITO
      *            P12T-DESCREVE-CODIGO - SO DEVOLVE A DESCRICAO EM
      *                                   WS-TBC-DESCRICAO
      *            P12T-LISTA-CODIGOS   - EXIBE OS CODIGOS EM VIGOR
      *                                   DA TABELA, PARA O PROMPT
      *          WS-TBC-DATA E A DATA DE REFERENCIA DA VIGENCIA;
      *          ZEROS VALE A DATA DO SISTEMA. COPY WS_TABCHK NA
      *          WORKING-STORAGE SECTION E COPY PR_TABCHK NO PONTO EM
      *          QUE OS PARAGRAFOS DEVEM APARECER NA PROCEDURE
      *          DIVISION.
      ******************************************************************
       77 WS-TBC-ACAO                      PIC X(01) VALUE 'V'.
       77 WS-TBC-TABELA                    PIC X(08) VALUE SPACES.
       77 WS-TBC-CODIGO                    PIC X(04) VALUE SPACES.
       77 WS-TBC-DATA                      PIC 9(08) VALUE ZEROS.
       77 WS-TBC-DESCRICAO                 PIC X(30) VALUE SPACES.
       77 WS-TBC-RESULT                    PIC X(01) VALUE SPACE.
          88 CODIGO-VALIDO                 VALUE '0'.
          88 CODIGO-INATIVO                VALUE '1'.
          88 CODIGO-NAO-VIGENTE            VALUE '2'.
          88 CODIGO-DESCONHECIDO           VALUE '3'.
