      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE DEFINICAO DE RELATORIO
      *          (RDF.DAT), CHAVEADO PELO CODIGO DA DEFINICAO: TITULO,
      *          ATE 8 CAMPOS DE FD_CONTT COM A COLUNA INICIAL DE CADA
      *          UM (CODIGOS DE WS_RELCPO), OS FILTROS (SITUACAO,
      *          DEPARTAMENTO, GRUPO, RESPONSAVEL E FAIXAS DE
      *          DT-CADASTRO E DT-ALTERACAO - ZEROS = SEM LIMITE), ATE
      *          3 CAMPOS DE ORDENACAO E O CAMPO DE QUEBRA DE
      *          CONTROLE COM SUBTOTAIS (BRANCO = SEM QUEBRA). A
      *          DEFINICAO RETIRADA FICA NO ARQUIVO, MAS NAO EXECUTA.
      *          MANTIDO POR CADREL; EXECUTADO POR RELGER.
      ******************************************************************
       01 REG-RELDEF.
          03 CD-RDF                     PIC X(08).
          03 TITULO-RDF                 PIC X(40).
          03 SITUACAO-RDF               PIC X(01).
             88 RDF-ATIVA               VALUE 'A'.
             88 RDF-RETIRADA            VALUE 'R'.
          03 CAMPOS-RDF.
             05 CAMPO-RDF               OCCURS 8.
                07 CAMPO-CD-RDF         PIC X(02).
                07 CAMPO-COL-RDF        PIC 9(03).
          03 FLT-STATUS-RDF             PIC X(01).
          03 FLT-DEPTO-RDF              PIC X(15).
          03 FLT-GRUPO-RDF              PIC X(08).
          03 FLT-RESP-RDF               PIC X(04).
          03 FLT-CAD-INI-RDF            PIC 9(08).
          03 FLT-CAD-FIM-RDF            PIC 9(08).
          03 FLT-ALT-INI-RDF            PIC 9(08).
          03 FLT-ALT-FIM-RDF            PIC 9(08).
          03 ORDEM-RDF                  PIC X(02) OCCURS 3.
          03 QUEBRA-RDF                 PIC X(02).
          03 OPER-RDF                   PIC X(04).
          03 DT-CRIACAO-RDF             PIC 9(08).
          03 OPER-RETIRADA-RDF          PIC X(04).
          03 DT-RETIRADA-RDF            PIC 9(08).
