      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE VINCULO CONTATO-EMPRESA
      *          (CEM.DAT): NO MAXIMO UM REGISTRO POR CONTATO,
      *          CHAVEADO POR ID-CONTATO, COM O CODIGO DA EMPRESA DE
      *          EMP.DAT (COPYBOOK FD_EMPRESA) E A DATA DO VINCULO.
      *          CONTATO SEM REGISTRO NAO TEM EMPRESA. CHAVE ALTERNADA
      *          PELO CODIGO DA EMPRESA, COM DUPLICATAS, PARA ACHAR OS
      *          CONTATOS DE UMA EMPRESA. MANTIDO POR CADEMP; CONSCTT
      *          EXIBE A EMPRESA E LISTA OS CONTATOS DE UMA EMPRESA,
      *          RELEMP CONTA OS CONTATOS POR EMPRESA E MRGCTT RESOLVE
      *          O MARCADOR &EMPRESA. DELCONTT E APRVCTT REMOVEM O
      *          VINCULO JUNTO COM O CONTATO EXCLUIDO.
      ******************************************************************
       01 REG-CONT-EMP.
          03 ID-CEM                     PIC 9(06).
          03 CD-EMP-CEM                 PIC X(08).
          03 DT-CEM                     PIC 9(08).
