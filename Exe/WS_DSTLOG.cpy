      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DO LOG DE DISTRIBUICAO DE RELATORIOS
      *          (DSTLOG.TXT), ACRESCENTADA POR DISTCTT PARA CADA
      *          GERACAO DO RELCAT.TXT ENTREGUE (OU RECUSADA) A UM
      *          DESTINATARIO DE UMA REGRA DE DIST.TXT: QUANDO, QUAL
      *          GERACAO (PROGRAMA, DATA E HORA DO CATALOGO), PARA
      *          QUEM (TIPO 'C' CONTATO OU 'O' OPERADOR, CODIGO E
      *          NOME), O DEPARTAMENTO RECORTADO (EM BRANCO =
      *          RELATORIO INTEGRAL), A SITUACAO ('E' ENVIADO, 'N' NAO
      *          ENVIADO, COM O MOTIVO), AS LINHAS DE DETALHE
      *          ENVIADAS, O PACOTE GERADO E, PARA O RELGER, A
      *          DEFINICAO DA REGRA. NUNCA E REGRAVADO.
      *          COMPARTILHADO POR DISTCTT E SPOOLCTT (COPY WS_DSTLOG
      *          NA WORKING-STORAGE SECTION).
      ******************************************************************
       01 DST-REGISTRO.
           05 DST-DATA                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-HORA                 PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-PROGRAMA             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-GER-DATA             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-GER-HORA             PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-TIPO                 PIC X(01).
               88 DST-CONTATO          VALUE 'C'.
               88 DST-OPERADOR         VALUE 'O'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-DESTINO              PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-NOME                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-DEPTO                PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-SITUACAO             PIC X(01).
               88 DST-ENVIADO          VALUE 'E'.
               88 DST-NAO-ENVIADO      VALUE 'N'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-LINHAS               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-MOTIVO               PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-PACOTE               PIC X(80).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DST-DEFINICAO            PIC X(08).
