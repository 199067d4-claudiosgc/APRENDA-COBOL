      *          WORKING-STORAGE SECTION E COPY PR_LOGSELO NO PONTO
      *          EM QUE O PARAGRAFO DEVE APARECER NA PROCEDURE
      *          DIVISION.
      * Modification History:
      *  15/10/2026 CS  Usado tambem por AUDXCTT, que repete a
      *                 verificacao de SELOCTT sobre o periodo que
      *                 exporta para os auditores.
      ******************************************************************
       77 WS-SELO-LINHA                    PIC X(90) VALUE SPACES.
       77 WS-SELO-TOTAL                    PIC 9(12) VALUE ZEROS.
