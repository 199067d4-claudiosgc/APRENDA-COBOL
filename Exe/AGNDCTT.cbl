      *          PASSO DA CADEIA NOTURNA DE BATCHCTT, PARA QUE O
      *          ACOMPANHAMENTO NAO DEPENDA DO CALENDARIO DE MESA DE
      *          NINGUEM.
      * Modification History:
      *  15/10/2026 CS  A linha do evento passa a imprimir, ao lado do
      *                 codigo, a descricao do tipo da data-chave
      *                 obtida da tabela central de codigos (TABCTT,
      *                 tabela TIPOAGD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGNDCTT.
           05 AS-IDX-2                 PIC 9(003) COMP VALUE ZEROS.
           05 AS-DEPTO-CORRENTE        PIC X(015) VALUE SPACES.
           05 AS-PRIMEIRO              PIC X(001) VALUE 'S'.
           05 AS-TBC-ACAO              PIC X(001) VALUE 'D'.
           05 AS-TBC-TABELA            PIC X(008) VALUE 'TIPOAGD'.
           05 AS-TBC-CODIGO            PIC X(004) VALUE SPACES.
           05 AS-TBC-DATA              PIC 9(008) VALUE ZEROS.
           05 AS-TBC-DESCRICAO         PIC X(030) VALUE SPACES.
           05 AS-TBC-RESULT            PIC X(001) VALUE SPACE.

       01 AS-CAMINHO-AGD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
           05 FILLER                   PIC X(002) VALUE ' ('.
           05 LIN-EVT-TIPO             PIC X(001).
           05 FILLER                   PIC X(002) VALUE ') '.
           05 LIN-EVT-DS-TIPO          PIC X(020).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-EVT-DESC             PIC X(030).

       PROCEDURE DIVISION.
                   MOVE DEV-ID (AS-IDX)   TO LIN-EVT-ID
                   MOVE DEV-NOME (AS-IDX) TO LIN-EVT-NOME
                   MOVE DEV-TIPO (AS-IDX) TO LIN-EVT-TIPO
                   MOVE DEV-TIPO (AS-IDX) TO AS-TBC-CODIGO
                   CALL 'TABCTT' USING AS-TBC-ACAO AS-TBC-TABELA
                                       AS-TBC-CODIGO AS-TBC-DATA
                                       AS-TBC-DESCRICAO AS-TBC-RESULT
                   MOVE AS-TBC-DESCRICAO TO LIN-EVT-DS-TIPO
                   MOVE DEV-DESC (AS-IDX) TO LIN-EVT-DESC
                   WRITE REL-LINHA       FROM LIN-EVENTO
               END-PERFORM
