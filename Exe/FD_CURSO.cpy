      *          CODIGO, DESCRICAO E CAPACIDADE DE VAGAS. MANTIDO POR
      *          CADCUR; AS MATRICULAS (COPYBOOK FD_MATR) VALIDAM O
      *          CURSO E A CAPACIDADE CONTRA ESTA TABELA.
      * Modification History:
      *  15/10/2026 CS  Acrescentado CD-PROF-CURSO, o professor
      *                 titular do curso (PRF.DAT, copybook FD_PROF,
      *                 zero = a definir), assumido como padrao nas
      *                 faixas de horario novas. O registro cresce de
      *                 38 para 42 posicoes; CRS.TXT e CRS.DAT de
      *                 antes da mudanca precisam de recarga.
      ******************************************************************
       01 REG-CURSOS.
          03 CD-CURSO                   PIC 9(04).
          03 DS-CURSO                   PIC X(30).
          03 CAPACIDADE-CURSO           PIC 9(04).
          03 CD-PROF-CURSO              PIC 9(04).
