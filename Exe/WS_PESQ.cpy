      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: QUESTOES DO FORMULARIO DE AVALIACAO DE CURSO, NA
      *          ORDEM DE RESP-PSQ (FD_PESQ), PARA A DIGITACAO EM
      *          PESQCUR E A LEGENDA DO RELATORIO RELPESQ. ESCALA DE
      *          1 (DISCORDO TOTALMENTE) A 5 (CONCORDO TOTALMENTE).
      ******************************************************************
       77 WS-PESQ-QTD-QUESTOES             PIC 9(01) VALUE 5.
       01 WS-PESQ-TEXTOS.
          05 FILLER                        PIC X(40) VALUE
             'O CONTEUDO CUMPRIU O PROGRAMA DO CURSO'.
          05 FILLER                        PIC X(40) VALUE
             'O PROFESSOR EXPLICOU COM CLAREZA'.
          05 FILLER                        PIC X(40) VALUE
             'O MATERIAL DIDATICO FOI ADEQUADO'.
          05 FILLER                        PIC X(40) VALUE
             'A CARGA HORARIA FOI SUFICIENTE'.
          05 FILLER                        PIC X(40) VALUE
             'EU RECOMENDARIA O CURSO'.
       01 FILLER REDEFINES WS-PESQ-TEXTOS.
          05 WS-PESQ-QUESTAO               PIC X(40) OCCURS 5.
