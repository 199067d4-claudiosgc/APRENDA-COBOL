      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE OCORRENCIAS OPERACIONAIS
      *          (INC.DAT): UM REGISTRO POR PROBLEMA RELATADO PELOS
      *          PROGRAMAS BATCH (PROGRAMA, SEVERIDADE, DATA E HORA,
      *          MENSAGEM CURTA E ARQUIVO DE REFERENCIA ONDE ESTA O
      *          DETALHE), NUMERADO EM SEQUENCIA. A OCORRENCIA NASCE
      *          ABERTA, E RECONHECIDA POR UM OPERADOR COM COMENTARIO
      *          E DEPOIS FECHADA, TAMBEM COM OPERADOR E COMENTARIO.
      *          GRAVADO SO POR INCCTT; RECONHECIDO E FECHADO POR
      *          OCORCTT; MENUCTT CONTA AS DE SEVERIDADE ALTA NAO
      *          FECHADAS NO SIGN-ON DO SUPERVISOR.
      ******************************************************************
       01 REG-INCIDENTES.
          03 ID-INC                     PIC 9(06).
          03 PROG-INC                   PIC X(08).
          03 SEV-INC                    PIC X(01).
             88 INC-ALTA                VALUE 'A'.
             88 INC-MEDIA               VALUE 'M'.
             88 INC-BAIXA               VALUE 'B'.
             88 INC-SEV-VALIDA          VALUE 'A' 'M' 'B'.
          03 DT-INC                     PIC 9(08).
          03 HR-INC                     PIC 9(06).
          03 MSG-INC                    PIC X(50).
          03 ARQ-INC                    PIC X(20).
          03 SIT-INC                    PIC X(01).
             88 INC-ABERTA              VALUE 'A'.
             88 INC-RECONHECIDA         VALUE 'R'.
             88 INC-FECHADA             VALUE 'F'.
          03 RECON-OPR-INC              PIC X(04).
          03 RECON-DT-INC               PIC 9(08).
          03 RECON-HR-INC               PIC 9(06).
          03 RECON-COM-INC              PIC X(40).
          03 FECH-OPR-INC               PIC X(04).
          03 FECH-DT-INC                PIC 9(08).
          03 FECH-HR-INC                PIC 9(06).
          03 FECH-COM-INC               PIC X(40).
