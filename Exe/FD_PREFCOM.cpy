      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE PREFERENCIAS DE COMUNICACAO DO
      *          CONTATO (PCM.DAT), CHAVEADO POR ID-CONTATO, UM
      *          REGISTRO POR CONTATO. CADA UM DOS QUATRO CANAIS DE
      *          SAIDA (CARTAS DE MALA DIRETA, ETIQUETAS, EXPORTACAO
      *          VCARD E FEED DO DIRETORIO CORPORATIVO) GUARDA A
      *          OPCAO ('S' ACEITA, 'N' RECUSA; EM BRANCO, NUNCA
      *          PERGUNTADO, VALE COMO ACEITA), A DATA E A ORIGEM DO
      *          CONSENTIMENTO OU DA RECUSA. CONTATO SEM REGISTRO
      *          ACEITA TUDO. MANTIDO POR CONSCTT E ALTCONTT (COPYBOOKS
      *          WS_PREFCOM/PR_PREFCOM), COM CADA MUDANCA NO CONTLOG;
      *          RESPEITADO POR MRGCTT, VCFCTT E EXTRCTT. A TABELA
      *          PCM-ITEM REDEFINE OS QUATRO CANAIS NA ORDEM ACIMA.
      ******************************************************************
       01 REG-PREFCOM.
          03 ID-PCM                     PIC 9(06).
          03 PCM-CANAIS.
             05 PCM-CARTA.
                07 PCM-CARTA-OPCAO      PIC X(01).
                   88 PCM-CARTA-RECUSA  VALUE 'N'.
                07 PCM-CARTA-DATA       PIC 9(08).
                07 PCM-CARTA-ORIGEM     PIC X(01).
             05 PCM-ETIQ.
                07 PCM-ETIQ-OPCAO       PIC X(01).
                   88 PCM-ETIQ-RECUSA   VALUE 'N'.
                07 PCM-ETIQ-DATA        PIC 9(08).
                07 PCM-ETIQ-ORIGEM      PIC X(01).
             05 PCM-VCARD.
                07 PCM-VCARD-OPCAO      PIC X(01).
                   88 PCM-VCARD-RECUSA  VALUE 'N'.
                07 PCM-VCARD-DATA       PIC 9(08).
                07 PCM-VCARD-ORIGEM     PIC X(01).
             05 PCM-DIR.
                07 PCM-DIR-OPCAO        PIC X(01).
                   88 PCM-DIR-RECUSA    VALUE 'N'.
                07 PCM-DIR-DATA         PIC 9(08).
                07 PCM-DIR-ORIGEM       PIC X(01).
          03 PCM-TABELA REDEFINES PCM-CANAIS.
             05 PCM-ITEM OCCURS 4 TIMES.
                07 PCM-OPCAO            PIC X(01).
                   88 PCM-ACEITA        VALUE 'S'.
                   88 PCM-RECUSA        VALUE 'N'.
                07 PCM-DATA             PIC 9(08).
                07 PCM-ORIGEM           PIC X(01).
                   88 PCM-ORIGEM-VALIDA VALUE 'T' 'E' 'F' 'P' 'O'.
          03 PCM-OPERADOR               PIC X(04).
