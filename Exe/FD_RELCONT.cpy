      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RELACAO ENTRE DOIS CONTATOS
      *          (RLC.DAT): O CONTATO ID-RLC SE REPORTA A, E
      *          ASSISTENTE DE OU E SUBSTITUTO DE ID-ALVO-RLC, AMBOS
      *          ID-CONTATO DE COT.DAT. CHAVE PELO CONTATO, TIPO E
      *          ALVO; CHAVE ALTERNADA PELO ALVO, COM DUPLICATAS,
      *          PARA ACHAR OS SUBORDINADOS, ASSISTENTES E
      *          SUBSTITUTOS DE UM CONTATO. CADA CONTATO SE REPORTA A
      *          NO MAXIMO UM CONTATO, NUNCA A SI MESMO E SEM FORMAR
      *          CICLO NA CADEIA. MANTIDO POR CONSCTT; IMPRESSO POR
      *          ORGCTT (ORGANOGRAMA); CARREGADO POR MERGECTT E
      *          RENUMCTT E LIMPO POR ERASCTT.
      ******************************************************************
       01 REG-RELACOES.
          03 CHAVE-RLC.
             05 ID-RLC                  PIC 9(06).
             05 TIPO-RLC                PIC X(01).
                88 RLC-SUBORDINADO      VALUE 'S'.
                88 RLC-ASSISTENTE       VALUE 'A'.
                88 RLC-SUBSTITUTO       VALUE 'U'.
                88 RLC-TIPO-VALIDO      VALUE 'S' 'A' 'U'.
             05 ID-ALVO-RLC             PIC 9(06).
          03 DT-RLC                     PIC 9(08).
          03 OPER-RLC                   PIC X(04).
