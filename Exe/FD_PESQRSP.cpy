      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO CONTROLE DE RESPONDENTES DA PESQUISA DE
      *          AVALIACAO DE CURSO (PSR.DAT): QUEM JA ENTREGOU O
      *          FORMULARIO DO CURSO NO TERMO, PARA QUE CADA
      *          ESTUDANTE MATRICULADO RESPONDA UMA SO VEZ. NAO GUARDA
      *          A SEQUENCIA DO FORMULARIO EM PSQ.DAT, PARA QUE A
      *          RESPOSTA NAO POSSA SER LIGADA AO ESTUDANTE.
      ******************************************************************
       01 REG-PESQ-RESPONDENTES.
          03 CHAVE-PSR.
             05 CD-CUR-PSR              PIC 9(04).
             05 CD-TRM-PSR              PIC 9(06).
             05 CD-EST-PSR              PIC 9(05).
          03 DT-PSR                     PIC 9(08).
