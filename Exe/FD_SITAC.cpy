      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE SITUACAO ACADEMICA (SAC.DAT):
      *          UM REGISTRO POR ESTUDANTE (CD-STUDENT DE ST.DAT) E
      *          TERMO (CD-TERMO DE TRM.DAT), COM A MEDIA DO TERMO
      *          (MEDIA DAS MEDIAS FINAIS PONDERADAS DOS CURSOS
      *          MATRICULADOS NO TERMO) E O CODIGO DE SITUACAO.
      *          GRAVADO NO FECHAMENTO DO TERMO POR SITACAD.
      ******************************************************************
       01 REG-SITACAD.
          03 CHAVE-SAC.
             05 CD-EST-SAC              PIC 9(05).
             05 CD-TRM-SAC              PIC 9(06).
          03 MEDIA-SAC                  PIC 9(02)V99.
          03 QT-CURSOS-SAC              PIC 9(02).
          03 QT-ABAIXO-SAC              PIC 9(02).
          03 COD-SAC                    PIC X(01).
             88 SAC-HONRA               VALUE 'H'.
             88 SAC-REGULAR             VALUE 'R'.
             88 SAC-PROBATORIO          VALUE 'P'.
             88 SAC-SEM-NOTA            VALUE 'S'.
          03 ALERTA-SAC                 PIC X(01).
             88 SAC-ALERTA-COORD        VALUE 'S'.
          03 DT-CALC-SAC                PIC 9(08).
