      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE VINCULO ESTUDANTE-CONTATO
      *          (VNC.DAT): UM REGISTRO POR ESTUDANTE (CD-STUDENT DE
      *          ST.DAT) E CONTATO (ID-CONTATO DE COT.DAT), COM O
      *          TIPO DO VINCULO: RESPONSAVEL, CONTATO DE EMERGENCIA
      *          OU PATROCINADOR. CHAVE ALTERNADA PELO ID DO CONTATO,
      *          COM DUPLICATAS, PARA ACHAR OS ESTUDANTES DE UM
      *          CONTATO. MANTIDO POR ALTEST; CONSCTT EXIBE OS
      *          ESTUDANTES DO CONTATO; DELCONTT RECUSA EXCLUIR
      *          RESPONSAVEL E ERASCTT AVISA ANTES DO EXPURGO.
      *          O TIPO EGRESSO E GRAVADO SO POR EGRCTT, NA CONVERSAO
      *          DOS CONCLUINTES EM CONTATOS DE EX-ALUNOS.
      ******************************************************************
       01 REG-VINCULOS.
          03 CHAVE-VNC.
             05 CD-EST-VNC              PIC 9(05).
             05 ID-CONT-VNC             PIC 9(06).
          03 TIPO-VNC                   PIC X(01).
             88 VNC-RESPONSAVEL         VALUE 'R'.
             88 VNC-EMERGENCIA          VALUE 'E'.
             88 VNC-PATROCINADOR        VALUE 'P'.
             88 VNC-TIPO-VALIDO         VALUE 'R' 'E' 'P'.
             88 VNC-EGRESSO             VALUE 'A'.
          03 DT-VNC                     PIC 9(08).
