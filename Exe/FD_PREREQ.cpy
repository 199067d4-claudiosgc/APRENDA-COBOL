      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE PRE-REQUISITOS (PRQ.DAT): O
      *          CURSO (CD-CURSO DE CRS.DAT) EXIGE QUE O ESTUDANTE
      *          TENHA SIDO APROVADO NO CURSO REQUERIDO, OPCIONAL-
      *          MENTE COM UMA MEDIA FINAL MINIMA (ZERO = O CORTE
      *          AVAL_CORTE DE AVALEST). MANTIDO PELA OPCAO
      *          (R)EQUISITOS DE CADCUR E CONFERIDO NA MATRICULA EM
      *          MATEST CONTRA AS NOTAS DE AVL.DAT.
      ******************************************************************
       01 REG-PREREQ.
          03 CHAVE-PRQ.
             05 CD-CUR-PRQ              PIC 9(04).
             05 CD-REQ-PRQ              PIC 9(04).
          03 MEDIA-MIN-PRQ              PIC 9(02)V99.
