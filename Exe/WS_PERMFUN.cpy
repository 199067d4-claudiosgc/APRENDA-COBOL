      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: TABELA DAS FUNCOES SUJEITAS A MATRIZ DE PERMISSOES,
      *          COM O PADRAO APLICADO QUANDO PRM.DAT NAO TEM REGRA
      *          PARA O OPERADOR NEM PARA O SEU PERFIL: 'T' LIBERA
      *          TODOS OS PERFIS, 'S' SO O SUPERVISOR. OS PADROES
      *          REPRODUZEM AS RESTRICOES QUE ANTES ESTAVAM FIXAS NO
      *          MENU E NOS PROGRAMAS. FUNCAO FORA DA TABELA E LIVRE.
      *          COMPARTILHADO POR PERMCTT E CADPERM.
      * Modification History:
      *  15/10/2026 CS  Acrescentada a funcao OCORCTT (ocorrencias
      *                 operacionais), liberada a todos os perfis.
      *  15/10/2026 CS  Acrescentada a funcao INTGCTT (limpeza de
      *                 orfaos), restrita ao supervisor.
      *  15/10/2026 CS  Acrescentada a funcao CADREL (definicoes de
      *                 relatorio do gerador RELGER), restrita ao
      *                 supervisor.
      *  15/10/2026 CS  Acrescentada a funcao CADTAB (tabela central de
      *                 codigos), restrita ao supervisor.
      ******************************************************************
       77 WS-FUN-QTD                       PIC 9(02) VALUE 21.
       01 WS-FUN-VALORES.
          03 FILLER PIC X(40) VALUE 'CADCONTTTCADASTRO DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'ALTCONTTTALTERACAO DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'CONSCTT TCONSULTA DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'LISCNTT TLISTAGEM DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'RELDEP  TRELATORIO POR DEPTO'.
          03 FILLER PIC X(40) VALUE 'DELCONTTSEXCLUSAO DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'CADOPR  SCADASTRO DE OPERADORES'.
          03 FILLER PIC X(40) VALUE 'APRVCTT SAPROVACAO DE PENDENCIAS'.
          03 FILLER PIC X(40) VALUE 'CADPERM SMATRIZ DE PERMISSOES'.
          03 FILLER PIC X(40) VALUE 'ERASCTT SEXPURGO DE CONTATO'.
          03 FILLER PIC X(40) VALUE 'RESPCTT SRESTAURACAO DE COPIA'.
          03 FILLER PIC X(40) VALUE 'DEPFCTT SFUSAO DE DEPARTAMENTOS'.
          03 FILLER PIC X(40) VALUE 'RSTCTT  SRESTAURACAO DE CONTATO'.
          03 FILLER PIC X(40) VALUE 'RENUMCTTSRENUMERACAO DE IDS'.
          03 FILLER PIC X(40) VALUE 'TRVCTT  SLIBERACAO DE TRAVA'.
          03 FILLER PIC X(40) VALUE 'UNDOCTT SDESFAZER ALTERACOES'.
          03 FILLER PIC X(40) VALUE 'MERGECTTSFUSAO DE CONTATOS'.
          03 FILLER PIC X(40) VALUE 'OCORCTT TOCORRENCIAS OPERACIONAIS'.
          03 FILLER PIC X(40) VALUE 'INTGCTT SLIMPEZA DE ORFAOS'.
          03 FILLER PIC X(40) VALUE 'CADREL  SDEFINICOES DE RELATORIO'.
          03 FILLER PIC X(40) VALUE 'CADTAB  STABELA DE CODIGOS'.
       01 WS-FUN-TABELA REDEFINES WS-FUN-VALORES.
          03 WS-FUN-ITEM OCCURS 21 TIMES.
             05 WS-FUN-CODIGO              PIC X(08).
             05 WS-FUN-PADRAO              PIC X(01).
                88 FUN-PADRAO-TODOS        VALUE 'T'.
                88 FUN-PADRAO-SUPERVISOR   VALUE 'S'.
             05 WS-FUN-DESCRICAO           PIC X(31).
       77 WS-FUN-IX                        PIC 9(02) COMP VALUE ZEROS.
