      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: TABELAS DE CODIGOS CONHECIDAS E OS SEUS CODIGOS
      *          PADRAO, QUE REPRODUZEM OS TIPOS QUE ANTES ESTAVAM
      *          FIXOS NOS PROGRAMAS DE ENTRADA. VALEM QUANDO O
      *          CODIGO NAO CONSTA DE TBC.DAT (OU O ARQUIVO NAO
      *          EXISTE), SEMPRE ATIVOS E SEM DATA DE VIGENCIA.
      *          COMPARTILHADO POR TABCTT E CADTAB.
      ******************************************************************
       77 WS-TBN-QTD                       PIC 9(02) VALUE 3.
       01 WS-TBN-VALORES.
          03 FILLER PIC X(38) VALUE 'TIPODET TELEFONES E E-MAILS'.
          03 FILLER PIC X(38) VALUE 'TIPOEND TIPOS DE ENDERECO POSTAL'.
          03 FILLER PIC X(38) VALUE 'TIPOAGD TIPOS DE DATA-CHAVE'.
       01 WS-TBN-TABELA REDEFINES WS-TBN-VALORES.
          03 WS-TBN-ITEM OCCURS 3 TIMES.
             05 WS-TBN-NOME                PIC X(08).
             05 WS-TBN-DESCRICAO           PIC X(30).
       77 WS-TBN-IX                        PIC 9(02) COMP VALUE ZEROS.

       77 WS-TBP-QTD                       PIC 9(02) VALUE 11.
       01 WS-TBP-VALORES.
          03 FILLER PIC X(42) VALUE 'TIPODET C   CELULAR'.
          03 FILLER PIC X(42) VALUE 'TIPODET R   RAMAL'.
          03 FILLER PIC X(42) VALUE 'TIPODET X   FAX'.
          03 FILLER PIC X(42) VALUE 'TIPODET P   E-MAIL PESSOAL'.
          03 FILLER PIC X(42) VALUE 'TIPODET E   E-MAIL CORPORATIVO'.
          03 FILLER PIC X(42) VALUE 'TIPOEND C   COMERCIAL'.
          03 FILLER PIC X(42) VALUE 'TIPOEND R   RESIDENCIAL'.
          03 FILLER PIC X(42) VALUE 'TIPOAGD A   ANIVERSARIO'.
          03 FILLER PIC X(42) VALUE 'TIPOAGD R   RENOVACAO DE CONTRATO'.
          03 FILLER PIC X(42) VALUE 'TIPOAGD P   PROMESSA'.
          03 FILLER PIC X(42) VALUE 'TIPOAGD O   OUTRO'.
       01 WS-TBP-TABELA REDEFINES WS-TBP-VALORES.
          03 WS-TBP-ITEM OCCURS 11 TIMES.
             05 WS-TBP-NOME                PIC X(08).
             05 WS-TBP-CODIGO              PIC X(04).
             05 WS-TBP-DESCRICAO           PIC X(30).
       77 WS-TBP-IX                        PIC 9(02) COMP VALUE ZEROS.
