      *          EXIBE O HORARIO NA LISTA DE CHAMADA E AVISA, NA
      *          MATRICULA, QUANDO O CURSO NOVO SE SOBREPOE AOS
      *          HORARIOS DAS MATRICULAS ATIVAS DO ESTUDANTE.
      * Modification History:
      *  15/10/2026 CS  Acrescentado CD-PROF-HOR, o professor que da
      *                 a aula da faixa (PRF.DAT, copybook FD_PROF).
      *                 CADCUR recusa a faixa que poe o mesmo
      *                 professor em dois horarios sobrepostos no
      *                 mesmo dia. HOR.DAT de antes da mudanca
      *                 precisa de recarga (o registro cresceu).
      *  15/10/2026 CS  SALA-HOR passa a ser o codigo de uma sala do
      *                 cadastro SAL.DAT (copybook FD_SALA); CADCUR
      *                 deixa de so avisar e recusa duas turmas na
      *                 mesma sala no mesmo dia e horario.
      ******************************************************************
       01 REG-HORARIOS.
          03 CHAVE-HOR.
          03 HR-INI-HOR                 PIC 9(04).
          03 HR-FIM-HOR                 PIC 9(04).
          03 SALA-HOR                   PIC X(08).
          03 CD-PROF-HOR                PIC 9(04).
