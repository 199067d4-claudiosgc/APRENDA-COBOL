      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: TABELA DOS CAMPOS DE FD_CONTT QUE UMA DEFINICAO DE
      *          RELATORIO (FD_RELDEF) PODE IMPRIMIR, ORDENAR OU
      *          QUEBRAR: CODIGO, LARGURA IMPRESSA E TITULO DA
      *          COLUNA. AS DATAS SAEM COMO DD/MM/AAAA E A SITUACAO
      *          COMO ATIVO/INATIVO. COMPARTILHADO POR CADREL E
      *          RELGER.
      ******************************************************************
       77 WS-CPO-QTD                       PIC 9(02) VALUE 9.
       01 WS-CPO-VALORES.
          03 FILLER PIC X(19) VALUE 'ID06ID             '.
          03 FILLER PIC X(19) VALUE 'NM20NOME           '.
          03 FILLER PIC X(19) VALUE 'TL15TELEFONE       '.
          03 FILLER PIC X(19) VALUE 'EM40E-MAIL         '.
          03 FILLER PIC X(19) VALUE 'DP15DEPARTAMENTO   '.
          03 FILLER PIC X(19) VALUE 'DC10CADASTRO       '.
          03 FILLER PIC X(19) VALUE 'DA10ALTERACAO      '.
          03 FILLER PIC X(19) VALUE 'ST08SITUACAO       '.
          03 FILLER PIC X(19) VALUE 'RS04RESP           '.
       01 WS-CPO-TABELA REDEFINES WS-CPO-VALORES.
          03 WS-CPO-ITEM OCCURS 9 TIMES.
             05 WS-CPO-CODIGO              PIC X(02).
             05 WS-CPO-LARGURA             PIC 9(02).
             05 WS-CPO-TITULO              PIC X(15).
       77 WS-CPO-IX                        PIC 9(02) COMP VALUE ZEROS.
