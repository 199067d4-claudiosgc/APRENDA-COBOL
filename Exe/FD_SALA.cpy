      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE SALAS (SAL.DAT): CODIGO (O
      *          MESMO GRAVADO EM SALA-HOR DE HOR.DAT), DESCRICAO,
      *          NUMERO DE LUGARES E SITUACAO (ATIVA OU INATIVA).
      *          MANTIDO POR CADSALA; CADCUR VALIDA A SALA DE CADA
      *          FAIXA DE HORARIO CONTRA ESTA TABELA E AVISA QUANDO
      *          A CAPACIDADE DO CURSO PASSA DOS LUGARES DA SALA, E
      *          RELSALA IMPRIME A OCUPACAO DAS SALAS POR TERMO.
      ******************************************************************
       01 REG-SALAS.
          03 CD-SALA                    PIC X(08).
          03 DS-SALA                    PIC X(30).
          03 LUGARES-SALA               PIC 9(04).
          03 STATUS-SALA                PIC X(01).
             88 SALA-ATIVA              VALUE 'A'.
             88 SALA-INATIVA            VALUE 'I'.
