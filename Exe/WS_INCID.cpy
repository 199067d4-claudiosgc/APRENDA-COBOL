      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: AREA DE CHAMADA DE INCCTT, QUE ACRESCENTA UMA
      *          OCORRENCIA AO REGISTRO CENTRAL INC.DAT (FD_INCID):
      *          O PROGRAMA QUE RELATA, A SEVERIDADE (A ALTA, M MEDIA,
      *          B BAIXA), A MENSAGEM CURTA E O ARQUIVO ONDE ESTA O
      *          DETALHE. USO:
      *            MOVE ... TO WS-INC-PROGRAMA ... WS-INC-ARQUIVO
      *            CALL 'INCCTT' USING WS-INC-PARAMETROS
      *                                WS-INC-RESULTADO
      *          RESULTADO: '0' GRAVADA, '9' ERRO DE ARQUIVO (A
      *          FALHA NAO DEVE INTERROMPER O PROGRAMA CHAMADOR).
      ******************************************************************
       01 WS-INC-PARAMETROS.
          03 WS-INC-PROGRAMA               PIC X(08) VALUE SPACES.
          03 WS-INC-SEVERIDADE             PIC X(01) VALUE SPACE.
          03 WS-INC-MENSAGEM               PIC X(50) VALUE SPACES.
          03 WS-INC-ARQUIVO                PIC X(20) VALUE SPACES.
       01 WS-INC-RESULTADO                 PIC X(01) VALUE SPACE.
