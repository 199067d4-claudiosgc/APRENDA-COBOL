      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA MATRIZ DE PERMISSOES (PRM.DAT):
      *          UMA REGRA POR FUNCAO (NOME DO PROGRAMA) E ALVO, QUE
      *          PODE SER UM PERFIL DE OPERADOR (S, P OU J DE
      *          PERFIL-OPERADOR) OU UM OPERADOR INDIVIDUAL (CODIGO
      *          DE OPR.DAT). A REGRA DO OPERADOR PREVALECE SOBRE A
      *          DO PERFIL, E A DO PERFIL SOBRE O PADRAO DA FUNCAO EM
      *          WS_PERMFUN. MANTIDO SO POR CADPERM; CONSULTADO POR
      *          PERMCTT.
      ******************************************************************
       01 REG-PERMISSOES.
          03 CHAVE-PRM.
             05 FUNCAO-PRM              PIC X(08).
             05 TIPO-PRM                PIC X(01).
                88 PRM-PERFIL           VALUE 'P'.
                88 PRM-OPERADOR         VALUE 'O'.
                88 PRM-TIPO-VALIDO      VALUE 'P' 'O'.
             05 ALVO-PRM                PIC X(04).
          03 PERMITE-PRM                PIC X(01).
             88 PRM-PERMITIDO           VALUE 'S'.
             88 PRM-NEGADO              VALUE 'N'.
             88 PRM-PERMITE-VALIDO      VALUE 'S' 'N'.
          03 DT-PRM                     PIC 9(08).
          03 RESP-PRM                   PIC X(04).
