      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RESPOSTAS DA PESQUISA DE
      *          AVALIACAO DE CURSO (PSQ.DAT): UM FORMULARIO POR
      *          CURSO, TERMO E SEQUENCIA DO RESPONDENTE, SEM O
      *          CODIGO DO ESTUDANTE (A PESQUISA E ANONIMA). CADA
      *          QUESTAO (TEXTOS EM WS_PESQ) VALE DE 1 A 5; ZERO E
      *          QUESTAO EM BRANCO E FICA FORA DA MEDIA. DIGITADO POR
      *          PESQCUR, SO EM TERMO ABERTO; RELATADO POR RELPESQ.
      ******************************************************************
       01 REG-PESQUISAS.
          03 CHAVE-PSQ.
             05 CD-CUR-PSQ              PIC 9(04).
             05 CD-TRM-PSQ              PIC 9(06).
             05 SEQ-PSQ                 PIC 9(04).
          03 RESP-PSQ                   PIC 9(01) OCCURS 5.
          03 DT-PSQ                     PIC 9(08).
