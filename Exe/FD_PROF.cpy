      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE PROFESSORES (PRF.DAT): CODIGO,
      *          NOME E SITUACAO (ATIVO OU INATIVO). MANTIDO POR
      *          CADPROF; CADCUR VALIDA CONTRA ESTA TABELA O
      *          PROFESSOR DO CURSO (CRS.DAT) E O DE CADA FAIXA DE
      *          HORARIO (HOR.DAT), E RELPROF IMPRIME A CARGA
      *          HORARIA DE CADA PROFESSOR POR TERMO.
      ******************************************************************
       01 REG-PROFESSORES.
          03 CD-PROF                    PIC 9(04).
          03 NM-PROF                    PIC X(30).
          03 STATUS-PROF                PIC X(01).
             88 PROF-ATIVO              VALUE 'A'.
             88 PROF-INATIVO            VALUE 'I'.
