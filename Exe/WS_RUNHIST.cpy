      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DA LINHA DO HISTORICO DE EXECUCAO DOS PASSOS
      *          DAS CADEIAS BATCH (RUNHIST.TXT), ACRESCENTADA POR
      *          BATCHCTT AO FIM DE CADA PASSO EXECUTADO (PASSO PULADO
      *          OU JA CONCLUIDO NAO GERA LINHA): CADEIA, PASSO,
      *          INICIO, FIM, DURACAO EM SEGUNDOS, RESULTADO E O
      *          LIMITE DO PASSO EM MINUTOS VIGENTE EM CHAINS.TXT NA
      *          EXECUCAO (ZEROS = SEM LIMITE). AO CONTRARIO DE
      *          RUNCTL_<CADEIA>.TXT, NUNCA E REGRAVADO. COMPARTILHADO
      *          POR BATCHCTT E RUNHCTT (COPY WS_RUNHIST NA
      *          WORKING-STORAGE SECTION).
      ******************************************************************
       01 HST-REGISTRO.
           05 HST-CADEIA               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-PASSO                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-DT-INI               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-HR-INI               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-DT-FIM               PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-HR-FIM               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-DURACAO              PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-STATUS               PIC X(08).
               88 HST-OK               VALUE 'OK      '.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HST-LIMITE               PIC 9(03).
