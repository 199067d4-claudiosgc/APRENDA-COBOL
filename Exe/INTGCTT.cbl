      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: VARREDURA DE INTEGRIDADE REFERENCIAL DOS ARQUIVOS
      *          SATELITES CONTRA OS SEUS MESTRES. DO LADO DOS
      *          CONTATOS: CTD.DAT, NTS.DAT, GRM.DAT, END.DAT, AGD.DAT,
      *          VNC.DAT, PCM.DAT, CEM.DAT E RLC.DAT (OS DOIS IDS)
      *          CONTRA COT.DAT, GRM.DAT CONTRA GRP.DAT, A EMPRESA DE
      *          CEM.DAT CONTRA EMP.DAT E O RESP-CONTATO DE COT.DAT
      *          CONTRA OPR.DAT. DO LADO DOS
      *          ESTUDANTES: MTR.DAT, AVL.DAT, FRQ.DAT E ESP.DAT (E O
      *          ESTUDANTE DE VNC.DAT) CONTRA ST.DAT E CRS.DAT. CADA
      *          ORFAO SAI NO RELATORIO INTG.TXT COM O ARQUIVO, A
      *          CHAVE E O MESTRE QUE FALTA, E O RELATORIO FECHA COM
      *          O RESUMO POR ARQUIVO. MESTRE AUSENTE SUSPENDE A
      *          CONFERENCIA CONTRA ELE (SEM OPR.DAT, POR EXEMPLO, O
      *          RESPONSAVEL NAO E CONFERIDO). NO MODO PADRAO SO
      *          VERIFICA, E TERMINA COM RETURN-CODE 4 QUANDO HA
      *          ORFAOS, PARA RODAR COMO PASSO DE BATCHCTT. O MODO DE
      *          LIMPEZA (INTGCTT_MODO = 'L') E SUPERVISIONADO:
      *          CONFERE A MATRIZ DE PERMISSOES, PEDE CONFIRMACAO E
      *          RODA ATRAS DA TRAVA DE GRAVACAO; OS ORFAOS SAO
      *          REMOVIDOS (UMA LINHA ORF-xxx NO CONTLOG POR REGISTRO)
      *          E O RESPONSAVEL INEXISTENTE E TROCADO PELO OPERADOR
      *          DE INTG_RESP (ATIVO EM OPR.DAT; EM BRANCO, O
      *          CONTATO FICA SEM RESPONSAVEL), COM A LINHA
      *          RESP-TROCA DE RESPCTT E COT.TXT RECONSTRUIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT COT-DAT ASSIGN TO AS-CAMINHO-DAT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-COT-DAT
           ALTERNATE RECORD KEY IS NM-COT-DAT
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMAIL-COT-DAT
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-DAT.

           SELECT COT-TXT ASSIGN TO AS-CAMINHO-TXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS AS-STATUS-TXT.

           SELECT OPR-DAT ASSIGN TO AS-CAMINHO-OPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-OPERADOR
           FILE STATUS  IS AS-STATUS-OPR.

           SELECT GRP-DAT ASSIGN TO AS-CAMINHO-GRP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-GRUPO
           FILE STATUS  IS AS-STATUS-GRP.

           SELECT ST-DAT ASSIGN TO AS-CAMINHO-ST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-STUDENT
           FILE STATUS  IS AS-STATUS-ST.

           SELECT CRS-DAT ASSIGN TO AS-CAMINHO-CRS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CURSO
           FILE STATUS  IS AS-STATUS-CRS.

           SELECT EMP-DAT ASSIGN TO AS-CAMINHO-EMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-EMPRESA
           ALTERNATE RECORD KEY IS CNPJ-EMPRESA
           FILE STATUS  IS AS-STATUS-EMP.

           SELECT CTD-DAT ASSIGN TO AS-CAMINHO-CTD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-CTD
           FILE STATUS  IS AS-STATUS-CTD.

           SELECT NOTAS ASSIGN TO AS-CAMINHO-NTS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-NOTA
           FILE STATUS  IS AS-STATUS-NTS.

           SELECT GRM-DAT ASSIGN TO AS-CAMINHO-GRM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-MEMBRO
           FILE STATUS  IS AS-STATUS-GRM.

           SELECT END-DAT ASSIGN TO AS-CAMINHO-END
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-END
           FILE STATUS  IS AS-STATUS-END.

           SELECT AGENDA ASSIGN TO AS-CAMINHO-AGD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-AGD
           FILE STATUS  IS AS-STATUS-AGD.

           SELECT VNC-DAT ASSIGN TO AS-CAMINHO-VNC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-VNC
           ALTERNATE RECORD KEY IS ID-CONT-VNC WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-VNC.

           SELECT PCM-DAT ASSIGN TO AS-CAMINHO-PCM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PCM
           FILE STATUS  IS AS-STATUS-PCM.

           SELECT CEM-DAT ASSIGN TO AS-CAMINHO-CEM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CEM
           ALTERNATE RECORD KEY IS CD-EMP-CEM WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-CEM.

           SELECT RLC-DAT ASSIGN TO AS-CAMINHO-RLC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RLC
           ALTERNATE RECORD KEY IS ID-ALVO-RLC WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-RLC.

           SELECT MTR-DAT ASSIGN TO AS-CAMINHO-MTR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-MATR
           FILE STATUS  IS AS-STATUS-MTR.

           SELECT AVL-DAT ASSIGN TO AS-CAMINHO-AVL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-AVAL
           FILE STATUS  IS AS-STATUS-AVL.

           SELECT FRQ-DAT ASSIGN TO AS-CAMINHO-FRQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-FREQ
           FILE STATUS  IS AS-STATUS-FRQ.

           SELECT ESP-DAT ASSIGN TO AS-CAMINHO-ESP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ESP
           FILE STATUS  IS AS-STATUS-ESP.

           SELECT REL-INTG ASSIGN TO AS-CAMINHO-REL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REL.

       DATA DIVISION.
       FILE SECTION.

       FD COT-DAT.
          COPY FD_CONTT REPLACING REG-CONTATOS   BY REG-COT-DAT
                                   ID-CONTATO     BY ID-COT-DAT
                                   NM-CONTATO     BY NM-COT-DAT
                                   TEL-CONTATO    BY TEL-COT-DAT
                                   EMAIL-CONTATO  BY EMAIL-COT-DAT
                                   DEPTO-CONTATO  BY DEPTO-COT-DAT
                                   DT-CADASTRO    BY DT-CAD-COT-DAT
                                   DT-ALTERACAO   BY DT-ALT-COT-DAT
                                   STATUS-CONTATO BY STATUS-COT-DAT
                                   CONTATO-ATIVO  BY COT-DAT-ATIVO
                                   CONTATO-INATIVO BY COT-DAT-INATIVO
                                   RESP-CONTATO   BY RESP-COT-DAT.

       FD COT-TXT.
          COPY FD_CONTT.

       FD OPR-DAT.
          COPY FD_OPR.

       FD GRP-DAT.
          COPY FD_GRUPO.

       FD ST-DAT.
          COPY FD_EST.

       FD CRS-DAT.
          COPY FD_CURSO.

       FD CTD-DAT.
          COPY FD_CTD REPLACING REG-CONTT-DET  BY REG-CTD-DAT
                                 CHAVE-DET      BY CHAVE-CTD
                                 ID-DET         BY ID-CTD
                                 SEQ-DET        BY SEQ-CTD
                                 TIPO-DET       BY TIPO-CTD
                                 VALOR-DET      BY VALOR-CTD
                                 DET-CELULAR    BY CTD-CELULAR
                                 DET-RAMAL      BY CTD-RAMAL
                                 DET-FAX        BY CTD-FAX
                                 DET-EMAIL-PESSOAL BY CTD-EMAIL-PES
                                 DET-EMAIL-CORP BY CTD-EMAIL-CORP.

       FD NOTAS.
          COPY FD_NOTA.

       FD GRM-DAT.
          COPY FD_GRPMEM.

       FD END-DAT.
          COPY FD_ENDER.

       FD AGENDA.
          COPY FD_AGENDA.

       FD VNC-DAT.
          COPY FD_VINCEST.

       FD PCM-DAT.
          COPY FD_PREFCOM.

       FD CEM-DAT.
          COPY FD_CONTEMP.

       FD RLC-DAT.
          COPY FD_RELCONT.

       FD EMP-DAT.
          COPY FD_EMPRESA.

       FD MTR-DAT.
          COPY FD_MATR.

       FD AVL-DAT.
          COPY FD_AVAL.

       FD FRQ-DAT.
          COPY FD_FREQ.

       FD ESP-DAT.
          COPY FD_ESPERA.

       FD REL-INTG.
       01 REL-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-DAT           PIC X(080).
           05 AS-CAMINHO-TXT           PIC X(080).
           05 AS-CAMINHO-OPR           PIC X(080).
           05 AS-CAMINHO-GRP           PIC X(080).
           05 AS-CAMINHO-ST            PIC X(080).
           05 AS-CAMINHO-CRS           PIC X(080).
           05 AS-CAMINHO-CTD           PIC X(080).
           05 AS-CAMINHO-NTS           PIC X(080).
           05 AS-CAMINHO-GRM           PIC X(080).
           05 AS-CAMINHO-END           PIC X(080).
           05 AS-CAMINHO-AGD           PIC X(080).
           05 AS-CAMINHO-VNC           PIC X(080).
           05 AS-CAMINHO-PCM           PIC X(080).
           05 AS-CAMINHO-CEM           PIC X(080).
           05 AS-CAMINHO-RLC           PIC X(080).
           05 AS-CAMINHO-EMP           PIC X(080).
           05 AS-CAMINHO-MTR           PIC X(080).
           05 AS-CAMINHO-AVL           PIC X(080).
           05 AS-CAMINHO-FRQ           PIC X(080).
           05 AS-CAMINHO-ESP           PIC X(080).
           05 AS-CAMINHO-REL           PIC X(080).
           05 AS-STATUS-DAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-TXT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-OPR            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-GRP            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-ST             PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CRS            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CTD            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-NTS            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-GRM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-END            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-AGD            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-VNC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-PCM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-CEM            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-RLC            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-EMP            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-MTR            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-AVL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-FRQ            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-ESP            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-REL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-SAT            PIC 9(002) VALUE ZEROS.
           05 AS-MODO                  PIC X(001) VALUE SPACE.
               88 AS-MODO-LIMPEZA      VALUE 'L'.
           05 AS-CONFIRMA              PIC X(001) VALUE SPACE.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-OPR-DISP              PIC X(001) VALUE 'N'.
               88 AS-OPR-DISP-OK       VALUE 'S' FALSE 'N'.
           05 AS-GRP-DISP              PIC X(001) VALUE 'N'.
               88 AS-GRP-DISP-OK       VALUE 'S' FALSE 'N'.
           05 AS-ST-DISP               PIC X(001) VALUE 'N'.
               88 AS-ST-DISP-OK        VALUE 'S' FALSE 'N'.
           05 AS-CRS-DISP              PIC X(001) VALUE 'N'.
               88 AS-CRS-DISP-OK       VALUE 'S' FALSE 'N'.
           05 AS-EMP-DISP              PIC X(001) VALUE 'N'.
               88 AS-EMP-DISP-OK       VALUE 'S' FALSE 'N'.
           05 AS-ACHOU                 PIC X(001) VALUE 'N'.
               88 AS-ACHOU-OK          VALUE 'S' FALSE 'N'.
           05 AS-ORFAO                 PIC X(001) VALUE 'N'.
               88 AS-ORFAO-OK          VALUE 'S' FALSE 'N'.
           05 AS-COT-ALTERADO          PIC X(001) VALUE 'N'.
               88 AS-COT-ALTERADO-OK   VALUE 'S' FALSE 'N'.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-LOG-RESULTADO         PIC X(001) VALUE SPACE.
           05 AS-RESP-NOVO             PIC X(004) VALUE SPACES.
           05 AS-RESP-ANTES            PIC X(004) VALUE SPACES.
           05 AS-BUSCA-ID              PIC 9(006) VALUE ZEROS.
           05 AS-BUSCA-EST             PIC 9(005) VALUE ZEROS.
           05 AS-BUSCA-CUR             PIC 9(004) VALUE ZEROS.
           05 AS-BUSCA-GRUPO           PIC X(008) VALUE SPACES.
           05 AS-BUSCA-OPR             PIC X(004) VALUE SPACES.
           05 AS-BUSCA-EMP             PIC X(008) VALUE SPACES.
           05 AS-CHAVE-TEXTO           PIC X(032) VALUE SPACES.
           05 AS-MOTIVO                PIC X(028) VALUE SPACES.
           05 AS-ACAO                  PIC X(012) VALUE SPACES.
           05 AS-IX-ARQ                PIC 9(002) COMP VALUE ZEROS.
           05 AS-IX                    PIC 9(002) COMP VALUE ZEROS.
           05 AS-CONT-ORFAOS           PIC 9(006) VALUE ZEROS.
           05 AS-CONT-TRATADOS         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-REGRAVADOS       PIC 9(006) VALUE ZEROS.
           05 AS-TRAVA-ACAO            PIC X(001) VALUE SPACE.
           05 AS-NOME-PROGRAMA         PIC X(008) VALUE 'INTGCTT '.
           05 AS-TRAVA-RESULT          PIC X(001) VALUE SPACE.
           05 AS-TRAVA-DETENTOR        PIC X(030) VALUE SPACES.
           05 AS-TRAVA-OBTIDA          PIC X(001) VALUE 'N'.
               88 AS-TRAVA-OBTIDA-OK   VALUE 'S' FALSE 'N'.

       01 AS-CAMINHO-DAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 AS-CAMINHO-TXT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.TXT'.
       01 AS-CAMINHO-OPR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       01 AS-CAMINHO-GRP-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRP.DAT'.
       01 AS-CAMINHO-ST-DFL            PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 AS-CAMINHO-CRS-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CRS.DAT'.
       01 AS-CAMINHO-CTD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CTD.DAT'.
       01 AS-CAMINHO-NTS-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\NTS.DAT'.
       01 AS-CAMINHO-GRM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 AS-CAMINHO-END-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\END.DAT'.
       01 AS-CAMINHO-AGD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
       01 AS-CAMINHO-VNC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\VNC.DAT'.
       01 AS-CAMINHO-PCM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       01 AS-CAMINHO-CEM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CEM.DAT'.
       01 AS-CAMINHO-RLC-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\RLC.DAT'.
       01 AS-CAMINHO-EMP-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\EMP.DAT'.
       01 AS-CAMINHO-MTR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 AS-CAMINHO-AVL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 AS-CAMINHO-FRQ-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\FRQ.DAT'.
       01 AS-CAMINHO-ESP-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ESP.DAT'.
       01 AS-CAMINHO-REL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\INTG.T
      -    'XT'.

       01 TAB-RESUMO.
           05 RES-ITEM OCCURS 14 TIMES.
               10 RES-ARQUIVO          PIC X(008).
               10 RES-LIDOS            PIC 9(006).
               10 RES-ORFAOS           PIC 9(006).
               10 RES-TRATADOS         PIC 9(006).
               10 RES-OBSERVACAO       PIC X(030).

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

       01 LIN-CABECALHO.
           05 FILLER                   PIC X(041) VALUE
               'VARREDURA DE INTEGRIDADE DOS SATELITES -'.
           05 LIN-CAB-MODO             PIC X(010).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-CAB-DATA             PIC 9(008).

       01 LIN-TITULOS.
           05 FILLER                   PIC X(009) VALUE 'ARQUIVO'.
           05 FILLER                   PIC X(033) VALUE 'CHAVE'.
           05 FILLER                   PIC X(029) VALUE
               'MESTRE QUE FALTA'.
           05 FILLER                   PIC X(012) VALUE 'ACAO'.

       01 LIN-ORFAO.
           05 LIN-ORF-ARQUIVO          PIC X(008).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-ORF-CHAVE            PIC X(032).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-ORF-MOTIVO           PIC X(028).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-ORF-ACAO             PIC X(012).

       01 LIN-RESUMO.
           05 LIN-RES-ARQUIVO          PIC X(008).
           05 FILLER                   PIC X(008) VALUE ' LIDOS '.
           05 LIN-RES-LIDOS            PIC ZZZZZ9.
           05 FILLER                   PIC X(009) VALUE ' ORFAOS '.
           05 LIN-RES-ORFAOS           PIC ZZZZZ9.
           05 FILLER                   PIC X(011) VALUE ' TRATADOS '.
           05 LIN-RES-TRATADOS         PIC ZZZZZ9.
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 LIN-RES-OBSERVACAO       PIC X(030).

       01 LIN-TOTAL.
           05 LIN-TOT-TITULO           PIC X(040).
           05 LIN-TOT-QTD              PIC ZZZZZ9.

       01 WS-LOG-REGISTRO.
          03 WS-LOG-OPERACAO        PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-ID              PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-DT              PIC 9(08).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-HR              PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-ANTES      PIC X(20).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-NOME-DEPOIS     PIC X(20).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-LOG-OPERADOR        PIC X(04).

          COPY WS_PERMCHK.

          COPY WS_INCID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM 1000-INICIALIZA

            PERFORM 2000-PROCESSA

            PERFORM 3000-FINALIZA

            GOBACK.

      ******************************************************************
      ********************** INICIALIZA ********************************
      ******************************************************************

       1000-INICIALIZA               SECTION.

            MOVE SPACE                TO AS-MODO
            DISPLAY 'INTGCTT_MODO'    UPON ENVIRONMENT-NAME
            ACCEPT AS-MODO            FROM ENVIRONMENT-VALUE

            MOVE SPACES               TO WS-LOG-OPERADOR
            DISPLAY 'OPERADOR'        UPON ENVIRONMENT-NAME
            ACCEPT WS-LOG-OPERADOR    FROM ENVIRONMENT-VALUE

            MOVE AS-CAMINHO-DAT-DFL   TO AS-CAMINHO-DAT
            DISPLAY 'COT_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DAT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DAT EQUAL SPACES
                MOVE AS-CAMINHO-DAT-DFL TO AS-CAMINHO-DAT
            END-IF

            MOVE AS-CAMINHO-TXT-DFL   TO AS-CAMINHO-TXT
            DISPLAY 'COT_TXT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-TXT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-TXT EQUAL SPACES
                MOVE AS-CAMINHO-TXT-DFL TO AS-CAMINHO-TXT
            END-IF

            MOVE AS-CAMINHO-OPR-DFL   TO AS-CAMINHO-OPR
            DISPLAY 'OPR_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-OPR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-OPR EQUAL SPACES
                MOVE AS-CAMINHO-OPR-DFL TO AS-CAMINHO-OPR
            END-IF

            MOVE AS-CAMINHO-GRP-DFL   TO AS-CAMINHO-GRP
            DISPLAY 'GRP_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-GRP     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-GRP EQUAL SPACES
                MOVE AS-CAMINHO-GRP-DFL TO AS-CAMINHO-GRP
            END-IF

            MOVE AS-CAMINHO-ST-DFL    TO AS-CAMINHO-ST
            DISPLAY 'ST_DAT'          UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-ST      FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-ST EQUAL SPACES
                MOVE AS-CAMINHO-ST-DFL TO AS-CAMINHO-ST
            END-IF

            MOVE AS-CAMINHO-CRS-DFL   TO AS-CAMINHO-CRS
            DISPLAY 'CRS_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CRS     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CRS EQUAL SPACES
                MOVE AS-CAMINHO-CRS-DFL TO AS-CAMINHO-CRS
            END-IF

            MOVE AS-CAMINHO-CTD-DFL   TO AS-CAMINHO-CTD
            DISPLAY 'CTD_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CTD     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CTD EQUAL SPACES
                MOVE AS-CAMINHO-CTD-DFL TO AS-CAMINHO-CTD
            END-IF

            MOVE AS-CAMINHO-NTS-DFL   TO AS-CAMINHO-NTS
            DISPLAY 'NTS_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-NTS     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-NTS EQUAL SPACES
                MOVE AS-CAMINHO-NTS-DFL TO AS-CAMINHO-NTS
            END-IF

            MOVE AS-CAMINHO-GRM-DFL   TO AS-CAMINHO-GRM
            DISPLAY 'GRM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-GRM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-GRM EQUAL SPACES
                MOVE AS-CAMINHO-GRM-DFL TO AS-CAMINHO-GRM
            END-IF

            MOVE AS-CAMINHO-END-DFL   TO AS-CAMINHO-END
            DISPLAY 'END_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-END     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-END EQUAL SPACES
                MOVE AS-CAMINHO-END-DFL TO AS-CAMINHO-END
            END-IF

            MOVE AS-CAMINHO-AGD-DFL   TO AS-CAMINHO-AGD
            DISPLAY 'AGD_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-AGD     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-AGD EQUAL SPACES
                MOVE AS-CAMINHO-AGD-DFL TO AS-CAMINHO-AGD
            END-IF

            MOVE AS-CAMINHO-VNC-DFL   TO AS-CAMINHO-VNC
            DISPLAY 'VNC_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-VNC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-VNC EQUAL SPACES
                MOVE AS-CAMINHO-VNC-DFL TO AS-CAMINHO-VNC
            END-IF

            MOVE AS-CAMINHO-PCM-DFL   TO AS-CAMINHO-PCM
            DISPLAY 'PCM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-PCM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-PCM EQUAL SPACES
                MOVE AS-CAMINHO-PCM-DFL TO AS-CAMINHO-PCM
            END-IF

            MOVE AS-CAMINHO-CEM-DFL   TO AS-CAMINHO-CEM
            DISPLAY 'CEM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CEM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CEM EQUAL SPACES
                MOVE AS-CAMINHO-CEM-DFL TO AS-CAMINHO-CEM
            END-IF

            MOVE AS-CAMINHO-RLC-DFL   TO AS-CAMINHO-RLC
            DISPLAY 'RLC_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-RLC     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-RLC EQUAL SPACES
                MOVE AS-CAMINHO-RLC-DFL TO AS-CAMINHO-RLC
            END-IF

            MOVE AS-CAMINHO-EMP-DFL   TO AS-CAMINHO-EMP
            DISPLAY 'EMP_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-EMP     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-EMP EQUAL SPACES
                MOVE AS-CAMINHO-EMP-DFL TO AS-CAMINHO-EMP
            END-IF

            MOVE AS-CAMINHO-MTR-DFL   TO AS-CAMINHO-MTR
            DISPLAY 'MTR_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-MTR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-MTR EQUAL SPACES
                MOVE AS-CAMINHO-MTR-DFL TO AS-CAMINHO-MTR
            END-IF

            MOVE AS-CAMINHO-AVL-DFL   TO AS-CAMINHO-AVL
            DISPLAY 'AVL_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-AVL     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-AVL EQUAL SPACES
                MOVE AS-CAMINHO-AVL-DFL TO AS-CAMINHO-AVL
            END-IF

            MOVE AS-CAMINHO-FRQ-DFL   TO AS-CAMINHO-FRQ
            DISPLAY 'FRQ_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-FRQ     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-FRQ EQUAL SPACES
                MOVE AS-CAMINHO-FRQ-DFL TO AS-CAMINHO-FRQ
            END-IF

            MOVE AS-CAMINHO-ESP-DFL   TO AS-CAMINHO-ESP
            DISPLAY 'ESP_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-ESP     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-ESP EQUAL SPACES
                MOVE AS-CAMINHO-ESP-DFL TO AS-CAMINHO-ESP
            END-IF

            MOVE AS-CAMINHO-REL-DFL   TO AS-CAMINHO-REL
            DISPLAY 'INTG_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-REL     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-REL EQUAL SPACES
                MOVE AS-CAMINHO-REL-DFL TO AS-CAMINHO-REL
            END-IF

            IF AS-MODO-LIMPEZA
                PERFORM 1100-PREPARA-LIMPEZA
                OPEN I-O COT-DAT
            ELSE
                OPEN INPUT COT-DAT
            END-IF

            IF AS-STATUS-DAT NOT EQUAL ZEROS
                MOVE 'COT.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-DAT   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            PERFORM 1200-ABRE-MESTRES

            IF AS-MODO-LIMPEZA
                PERFORM 1300-VALIDA-NOVO-RESPONSAVEL
            END-IF

            OPEN OUTPUT REL-INTG

            IF AS-STATUS-REL NOT EQUAL ZEROS
                MOVE 'INTG.TXT'      TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-REL   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD
            IF AS-MODO-LIMPEZA
                MOVE 'LIMPEZA'        TO LIN-CAB-MODO
            ELSE
                MOVE 'VERIFICACAO'    TO LIN-CAB-MODO
            END-IF
            MOVE AS-DATA-SISTEMA      TO LIN-CAB-DATA
            WRITE REL-LINHA           FROM LIN-CABECALHO
            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA           FROM LIN-TITULOS

            INITIALIZE TAB-RESUMO
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-PREPARA-LIMPEZA: o modo de limpeza so corre para operador
      * liberado na matriz de permissoes (por padrao, o supervisor),
      * com confirmacao explicita e atras da trava de gravacao da base
      * de contatos.
      *----------------------------------------------------------------
       1100-PREPARA-LIMPEZA           SECTION.

            DISPLAY '*** LIMPEZA DE REGISTROS ORFAOS ***'

            MOVE 'INTGCTT'            TO WS-PERM-FUNCAO
            PERFORM P12P-CONFERE-PERMISSAO
            IF NOT PERMISSAO-OK
                PERFORM 9000-CANCELA
            END-IF

            DISPLAY 'OS ORFAOS ENCONTRADOS SERAO REMOVIDOS E OS '
                    'RESPONSAVEIS INEXISTENTES TROCADOS.'
            DISPLAY 'CONFIRMA A LIMPEZA? (S/N)'
            ACCEPT AS-CONFIRMA

            IF AS-CONFIRMA NOT EQUAL 'S'
                DISPLAY 'LIMPEZA CANCELADA PELO OPERADOR.'
                PERFORM 9000-CANCELA
            END-IF

            MOVE 'O'                  TO AS-TRAVA-ACAO
            CALL 'TRAVACTT' USING AS-TRAVA-ACAO AS-NOME-PROGRAMA
                                  AS-TRAVA-RESULT AS-TRAVA-DETENTOR
            IF AS-TRAVA-RESULT EQUAL '0'
                SET AS-TRAVA-OBTIDA-OK TO TRUE
            ELSE
                DISPLAY 'BASE DE CONTATOS EM USO POR: '
                        AS-TRAVA-DETENTOR
                DISPLAY 'TENTE MAIS TARDE OU VERIFIQUE A TRAVA EM '
                        'TRVCTT.'
                PERFORM 9000-CANCELA
            END-IF
            .
       1100-PREPARA-LIMPEZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1200-ABRE-MESTRES: abre para consulta os mestres de
      * operadores, grupos, estudantes, cursos e empresas. Mestre que
      * nao abre
      * so suspende a conferencia contra ele: sem o mestre, todo
      * registro pareceria orfao.
      *----------------------------------------------------------------
       1200-ABRE-MESTRES              SECTION.

            OPEN INPUT OPR-DAT
            IF AS-STATUS-OPR EQUAL ZEROS
                SET AS-OPR-DISP-OK    TO TRUE
            ELSE
                DISPLAY 'OPR.DAT INDISPONIVEL (STATUS ' AS-STATUS-OPR
                        '). RESPONSAVEL NAO CONFERIDO.'
            END-IF

            OPEN INPUT GRP-DAT
            IF AS-STATUS-GRP EQUAL ZEROS
                SET AS-GRP-DISP-OK    TO TRUE
            ELSE
                DISPLAY 'GRP.DAT INDISPONIVEL (STATUS ' AS-STATUS-GRP
                        '). GRUPO NAO CONFERIDO.'
            END-IF

            OPEN INPUT ST-DAT
            IF AS-STATUS-ST EQUAL ZEROS
                SET AS-ST-DISP-OK     TO TRUE
            ELSE
                DISPLAY 'ST.DAT INDISPONIVEL (STATUS ' AS-STATUS-ST
                        '). ESTUDANTE NAO CONFERIDO.'
            END-IF

            OPEN INPUT CRS-DAT
            IF AS-STATUS-CRS EQUAL ZEROS
                SET AS-CRS-DISP-OK    TO TRUE
            ELSE
                DISPLAY 'CRS.DAT INDISPONIVEL (STATUS ' AS-STATUS-CRS
                        '). CURSO NAO CONFERIDO.'
            END-IF

            OPEN INPUT EMP-DAT
            IF AS-STATUS-EMP EQUAL ZEROS
                SET AS-EMP-DISP-OK    TO TRUE
            ELSE
                DISPLAY 'EMP.DAT INDISPONIVEL (STATUS ' AS-STATUS-EMP
                        '). EMPRESA NAO CONFERIDA.'
            END-IF
            .
       1200-ABRE-MESTRES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1300-VALIDA-NOVO-RESPONSAVEL: le INTG_RESP, o operador que
      * assume os contatos cujo responsavel nao existe mais. Tem de
      * estar ativo em OPR.DAT; em branco, o contato fica sem
      * responsavel.
      *----------------------------------------------------------------
       1300-VALIDA-NOVO-RESPONSAVEL   SECTION.

            MOVE SPACES               TO AS-RESP-NOVO
            DISPLAY 'INTG_RESP'       UPON ENVIRONMENT-NAME
            ACCEPT AS-RESP-NOVO       FROM ENVIRONMENT-VALUE

            IF AS-RESP-NOVO NOT EQUAL SPACES AND AS-OPR-DISP-OK
                MOVE AS-RESP-NOVO     TO CD-OPERADOR
                READ OPR-DAT
                    INVALID KEY
                        DISPLAY 'INTG_RESP ' AS-RESP-NOVO
                                ' NAO EXISTE EM OPR.DAT.'
                        PERFORM 9000-CANCELA
                END-READ
                IF NOT OPERADOR-ATIVO
                    DISPLAY 'INTG_RESP ' AS-RESP-NOVO
                            ' ESTA INATIVO EM OPR.DAT.'
                    PERFORM 9000-CANCELA
                END-IF
            END-IF

            IF AS-RESP-NOVO EQUAL SPACES
                DISPLAY 'RESPONSAVEL INEXISTENTE SERA DEIXADO EM '
                        'BRANCO.'
            ELSE
                DISPLAY 'RESPONSAVEL INEXISTENTE SERA TROCADO POR '
                        AS-RESP-NOVO
            END-IF
            .
       1300-VALIDA-NOVO-RESPONSAVEL-EXIT.
               EXIT.

      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            PERFORM 2100-CONFERE-DETALHES
            PERFORM 2150-CONFERE-NOTAS
            PERFORM 2200-CONFERE-GRUPOS
            PERFORM 2250-CONFERE-ENDERECOS
            PERFORM 2300-CONFERE-AGENDA
            PERFORM 2350-CONFERE-VINCULOS
            PERFORM 2360-CONFERE-PREFERENCIAS
            PERFORM 2370-CONFERE-EMPRESAS
            PERFORM 2380-CONFERE-RELACOES
            PERFORM 2400-CONFERE-RESPONSAVEIS
            PERFORM 2500-CONFERE-MATRICULAS
            PERFORM 2550-CONFERE-AVALIACOES
            PERFORM 2600-CONFERE-FREQUENCIA
            PERFORM 2650-CONFERE-ESPERA

            IF AS-COT-ALTERADO-OK
                PERFORM 2450-RECONSTROI-TXT
            END-IF
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-CONFERE-DETALHES: telefones e e-mails adicionais
      * (CTD.DAT) sob um ID que nao esta em COT.DAT.
      *----------------------------------------------------------------
       2100-CONFERE-DETALHES          SECTION.

            MOVE 1                    TO AS-IX-ARQ
            MOVE 'CTD.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O CTD-DAT
            ELSE
                OPEN INPUT CTD-DAT
            END-IF
            MOVE AS-STATUS-CTD        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-CTD EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ CTD-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-CTD TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-CTD ' SEQ ' SEQ-CTD
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE CTD-DAT RECORD
                                    MOVE 'ORF-DET'  TO WS-LOG-OPERACAO
                                    MOVE ID-CTD     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'SEQ ' SEQ-CTD
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CTD-DAT
            END-IF
            .
       2100-CONFERE-DETALHES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2150-CONFERE-NOTAS: notas (NTS.DAT) sob um ID que nao esta em
      * COT.DAT.
      *----------------------------------------------------------------
       2150-CONFERE-NOTAS             SECTION.

            MOVE 2                    TO AS-IX-ARQ
            MOVE 'NTS.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O NOTAS
            ELSE
                OPEN INPUT NOTAS
            END-IF
            MOVE AS-STATUS-NTS        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-NTS EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ NOTAS NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-NOTA TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-NOTA ' SEQ ' SEQ-NOTA
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE NOTAS RECORD
                                    MOVE 'ORF-NOTA' TO WS-LOG-OPERACAO
                                    MOVE ID-NOTA    TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'SEQ ' SEQ-NOTA
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOTAS
            END-IF
            .
       2150-CONFERE-NOTAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-CONFERE-GRUPOS: vinculos de grupo (GRM.DAT) cujo contato
      * nao esta em COT.DAT ou cujo grupo nao esta em GRP.DAT.
      *----------------------------------------------------------------
       2200-CONFERE-GRUPOS            SECTION.

            MOVE 3                    TO AS-IX-ARQ
            MOVE 'GRM.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O GRM-DAT
            ELSE
                OPEN INPUT GRM-DAT
            END-IF
            MOVE AS-STATUS-GRM        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-GRM EQUAL ZEROS
                IF NOT AS-GRP-DISP-OK
                    MOVE 'GRUPO NAO CONFERIDO (GRP.DAT)'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
                END-IF
                PERFORM UNTIL AS-EOF-OK
                    READ GRM-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE GM-ID    TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF AS-ACHOU-OK
                                MOVE GM-GRUPO TO AS-BUSCA-GRUPO
                                PERFORM 2905-BUSCA-GRUPO
                            END-IF
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'GRUPO ' GM-GRUPO ' ID ' GM-ID
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE GRM-DAT RECORD
                                    MOVE 'ORF-GRP'  TO WS-LOG-OPERACAO
                                    MOVE GM-ID      TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'GRUPO ' GM-GRUPO
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GRM-DAT
            END-IF
            .
       2200-CONFERE-GRUPOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2250-CONFERE-ENDERECOS: enderecos postais (END.DAT) sob um ID
      * que nao esta em COT.DAT.
      *----------------------------------------------------------------
       2250-CONFERE-ENDERECOS         SECTION.

            MOVE 4                    TO AS-IX-ARQ
            MOVE 'END.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O END-DAT
            ELSE
                OPEN INPUT END-DAT
            END-IF
            MOVE AS-STATUS-END        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-END EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ END-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-END TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-END ' TIPO ' TIPO-END
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE END-DAT RECORD
                                    MOVE 'ORF-END'  TO WS-LOG-OPERACAO
                                    MOVE ID-END     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'TIPO ' TIPO-END
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE END-DAT
            END-IF
            .
       2250-CONFERE-ENDERECOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-CONFERE-AGENDA: datas-chave da agenda (AGD.DAT) sob um
      * ID que nao esta em COT.DAT.
      *----------------------------------------------------------------
       2300-CONFERE-AGENDA            SECTION.

            MOVE 5                    TO AS-IX-ARQ
            MOVE 'AGD.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O AGENDA
            ELSE
                OPEN INPUT AGENDA
            END-IF
            MOVE AS-STATUS-AGD        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-AGD EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ AGENDA NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-AGD TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-AGD ' SEQ ' SEQ-AGD
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE AGENDA RECORD
                                    MOVE 'ORF-AGD'  TO WS-LOG-OPERACAO
                                    MOVE ID-AGD     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'SEQ ' SEQ-AGD
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AGENDA
            END-IF
            .
       2300-CONFERE-AGENDA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2350-CONFERE-VINCULOS: vinculos estudante-contato (VNC.DAT)
      * cujo contato nao esta em COT.DAT ou cujo estudante nao esta
      * em ST.DAT.
      *----------------------------------------------------------------
       2350-CONFERE-VINCULOS          SECTION.

            MOVE 6                    TO AS-IX-ARQ
            MOVE 'VNC.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O VNC-DAT
            ELSE
                OPEN INPUT VNC-DAT
            END-IF
            MOVE AS-STATUS-VNC        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-VNC EQUAL ZEROS
                IF NOT AS-ST-DISP-OK
                    MOVE 'ESTUDANTE NAO CONFERIDO'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
                END-IF
                PERFORM UNTIL AS-EOF-OK
                    READ VNC-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-CONT-VNC TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF AS-ACHOU-OK
                                MOVE CD-EST-VNC TO AS-BUSCA-EST
                                PERFORM 2915-BUSCA-ESTUDANTE
                            END-IF
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'EST ' CD-EST-VNC
                                       ' ID ' ID-CONT-VNC
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE VNC-DAT RECORD
                                    MOVE 'ORF-VNC'  TO WS-LOG-OPERACAO
                                    MOVE ID-CONT-VNC TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'EST ' CD-EST-VNC
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE VNC-DAT
            END-IF
            .
       2350-CONFERE-VINCULOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2360-CONFERE-PREFERENCIAS: preferencias de comunicacao
      * (PCM.DAT) sob um ID que nao esta em COT.DAT.
      *----------------------------------------------------------------
       2360-CONFERE-PREFERENCIAS      SECTION.

            MOVE 12                   TO AS-IX-ARQ
            MOVE 'PCM.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O PCM-DAT
            ELSE
                OPEN INPUT PCM-DAT
            END-IF
            MOVE AS-STATUS-PCM        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-PCM EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ PCM-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-PCM TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-PCM
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE PCM-DAT RECORD
                                    MOVE 'ORF-PCM'  TO WS-LOG-OPERACAO
                                    MOVE ID-PCM     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PCM-DAT
            END-IF
            .
       2360-CONFERE-PREFERENCIAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2370-CONFERE-EMPRESAS: vinculos contato-empresa (CEM.DAT)
      * cujo contato nao esta em COT.DAT ou cuja empresa nao esta em
      * EMP.DAT.
      *----------------------------------------------------------------
       2370-CONFERE-EMPRESAS          SECTION.

            MOVE 13                   TO AS-IX-ARQ
            MOVE 'CEM.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O CEM-DAT
            ELSE
                OPEN INPUT CEM-DAT
            END-IF
            MOVE AS-STATUS-CEM        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-CEM EQUAL ZEROS
                IF NOT AS-EMP-DISP-OK
                    MOVE 'EMPRESA NAO CONFERIDA'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
                END-IF
                PERFORM UNTIL AS-EOF-OK
                    READ CEM-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-CEM TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF AS-ACHOU-OK
                                MOVE CD-EMP-CEM TO AS-BUSCA-EMP
                                PERFORM 2930-BUSCA-EMPRESA
                            END-IF
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-CEM ' EMP ' CD-EMP-CEM
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE CEM-DAT RECORD
                                    MOVE 'ORF-CEM'  TO WS-LOG-OPERACAO
                                    MOVE ID-CEM     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'EMP ' CD-EMP-CEM
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CEM-DAT
            END-IF
            .
       2370-CONFERE-EMPRESAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2380-CONFERE-RELACOES: relacoes entre contatos (RLC.DAT) em
      * que o contato (ID-RLC) ou o alvo (ID-ALVO-RLC) nao esta em
      * COT.DAT.
      *----------------------------------------------------------------
       2380-CONFERE-RELACOES          SECTION.

            MOVE 14                   TO AS-IX-ARQ
            MOVE 'RLC.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O RLC-DAT
            ELSE
                OPEN INPUT RLC-DAT
            END-IF
            MOVE AS-STATUS-RLC        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-RLC EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ RLC-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE ID-RLC TO AS-BUSCA-ID
                            PERFORM 2900-BUSCA-CONTATO
                            IF AS-ACHOU-OK
                                MOVE ID-ALVO-RLC TO AS-BUSCA-ID
                                PERFORM 2900-BUSCA-CONTATO
                            END-IF
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'ID ' ID-RLC ' ' TIPO-RLC
                                       ' ALVO ' ID-ALVO-RLC
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE RLC-DAT RECORD
                                    MOVE 'ORF-RLC'  TO WS-LOG-OPERACAO
                                    MOVE ID-RLC     TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING TIPO-RLC ' ALVO ' ID-ALVO-RLC
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RLC-DAT
            END-IF
            .
       2380-CONFERE-RELACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-CONFERE-RESPONSAVEIS: contatos de COT.DAT cujo
      * RESP-CONTATO nao esta em OPR.DAT (responsavel em branco nao e
      * orfao). Na limpeza, o contato passa ao operador de INTG_RESP,
      * com a linha RESP-TROCA de RESPCTT no CONTLOG.
      *----------------------------------------------------------------
       2400-CONFERE-RESPONSAVEIS      SECTION.

            MOVE 7                    TO AS-IX-ARQ
            MOVE 'COT.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF NOT AS-OPR-DISP-OK
                MOVE 'RESPONSAVEL NAO CONFERIDO'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
            ELSE
                MOVE ZEROS            TO ID-COT-DAT
                START COT-DAT KEY IS NOT LESS THAN ID-COT-DAT
                    INVALID KEY
                        SET AS-EOF-OK TO TRUE
                END-START

                PERFORM UNTIL AS-EOF-OK
                    READ COT-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            IF RESP-COT-DAT NOT EQUAL SPACES
                                MOVE RESP-COT-DAT TO AS-BUSCA-OPR
                                PERFORM 2910-BUSCA-OPERADOR
                                IF NOT AS-ACHOU-OK
                                    PERFORM 2410-TRATA-RESPONSAVEL
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            .
       2400-CONFERE-RESPONSAVEIS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2410-TRATA-RESPONSAVEL: registra o contato com responsavel
      * inexistente e, na limpeza, regrava-o com o novo responsavel.
      *----------------------------------------------------------------
       2410-TRATA-RESPONSAVEL         SECTION.

            MOVE SPACES               TO AS-CHAVE-TEXTO
            STRING 'ID ' ID-COT-DAT ' RESP ' RESP-COT-DAT
                   DELIMITED BY SIZE INTO AS-CHAVE-TEXTO
            END-STRING

            IF AS-MODO-LIMPEZA
                MOVE RESP-COT-DAT     TO AS-RESP-ANTES
                MOVE AS-RESP-NOVO     TO RESP-COT-DAT
                ACCEPT AS-DATA-SISTEMA FROM DATE YYYYMMDD
                MOVE AS-DATA-SISTEMA  TO DT-ALT-COT-DAT
                REWRITE REG-COT-DAT
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR O CONTATO '
                                ID-COT-DAT
                    NOT INVALID KEY
                        SET AS-COT-ALTERADO-OK TO TRUE
                        MOVE 'REATRIBUIDO' TO AS-ACAO
                        ADD 1 TO RES-TRATADOS (AS-IX-ARQ)
                        ADD 1 TO AS-CONT-TRATADOS
                        MOVE 'RESP-TROCA'  TO WS-LOG-OPERACAO
                        MOVE ID-COT-DAT    TO WS-LOG-ID
                        MOVE AS-RESP-ANTES TO WS-LOG-NOME-ANTES
                        MOVE AS-RESP-NOVO  TO WS-LOG-NOME-DEPOIS
                        PERFORM 2980-GRAVA-LOG
                END-REWRITE
            END-IF

            PERFORM 2960-REGISTRA-ORFAO
            .
       2410-TRATA-RESPONSAVEL-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2450-RECONSTROI-TXT: regrava COT.TXT a partir de COT.DAT
      * depois da troca de responsaveis, no padrao de RESPCTT: o
      * sequencial e o dono do par e o REORGCTT da cadeia noturna
      * desfaria a troca.
      *----------------------------------------------------------------
       2450-RECONSTROI-TXT            SECTION.

            OPEN OUTPUT COT-TXT

            IF AS-STATUS-TXT NOT EQUAL ZEROS
                MOVE 'COT.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-TXT   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-COT-DAT
            START COT-DAT KEY IS NOT LESS THAN ID-COT-DAT
                INVALID KEY
                    SET AS-EOF-OK     TO TRUE
            END-START

            PERFORM UNTIL AS-EOF-OK
                READ COT-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-COT-DAT TO REG-CONTATOS
                        WRITE REG-CONTATOS
                        ADD 1            TO AS-CONT-REGRAVADOS
                END-READ
            END-PERFORM

            CLOSE COT-TXT
            .
       2450-RECONSTROI-TXT-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-CONFERE-MATRICULAS: matriculas (MTR.DAT) de estudante
      * que nao esta em ST.DAT ou de curso que nao esta em CRS.DAT.
      *----------------------------------------------------------------
       2500-CONFERE-MATRICULAS        SECTION.

            MOVE 8                    TO AS-IX-ARQ
            MOVE 'MTR.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O MTR-DAT
            ELSE
                OPEN INPUT MTR-DAT
            END-IF
            MOVE AS-STATUS-MTR        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-MTR EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ MTR-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE CD-EST-MATR TO AS-BUSCA-EST
                            MOVE CD-CUR-MATR TO AS-BUSCA-CUR
                            PERFORM 2925-BUSCA-ESTUDANTE-CURSO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'EST ' CD-EST-MATR
                                       ' CUR ' CD-CUR-MATR
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE MTR-DAT RECORD
                                    MOVE 'ORF-MTR'  TO WS-LOG-OPERACAO
                                    MOVE CD-EST-MATR TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'CUR ' CD-CUR-MATR
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MTR-DAT
            END-IF
            .
       2500-CONFERE-MATRICULAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2550-CONFERE-AVALIACOES: notas (AVL.DAT) de estudante que nao
      * esta em ST.DAT ou de curso que nao esta em CRS.DAT.
      *----------------------------------------------------------------
       2550-CONFERE-AVALIACOES        SECTION.

            MOVE 9                    TO AS-IX-ARQ
            MOVE 'AVL.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O AVL-DAT
            ELSE
                OPEN INPUT AVL-DAT
            END-IF
            MOVE AS-STATUS-AVL        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-AVL EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ AVL-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE CD-EST-AVAL TO AS-BUSCA-EST
                            MOVE CD-CUR-AVAL TO AS-BUSCA-CUR
                            PERFORM 2925-BUSCA-ESTUDANTE-CURSO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'EST ' CD-EST-AVAL
                                       ' CUR ' CD-CUR-AVAL
                                       ' SEQ ' SEQ-AVAL
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE AVL-DAT RECORD
                                    MOVE 'ORF-AVL'  TO WS-LOG-OPERACAO
                                    MOVE CD-EST-AVAL TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'CUR ' CD-CUR-AVAL
                                           ' SEQ ' SEQ-AVAL
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AVL-DAT
            END-IF
            .
       2550-CONFERE-AVALIACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2600-CONFERE-FREQUENCIA: chamadas (FRQ.DAT) de estudante que
      * nao esta em ST.DAT ou de curso que nao esta em CRS.DAT.
      *----------------------------------------------------------------
       2600-CONFERE-FREQUENCIA        SECTION.

            MOVE 10                   TO AS-IX-ARQ
            MOVE 'FRQ.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O FRQ-DAT
            ELSE
                OPEN INPUT FRQ-DAT
            END-IF
            MOVE AS-STATUS-FRQ        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-FRQ EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ FRQ-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE CD-EST-FRQ TO AS-BUSCA-EST
                            MOVE CD-CUR-FRQ TO AS-BUSCA-CUR
                            PERFORM 2925-BUSCA-ESTUDANTE-CURSO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'CUR ' CD-CUR-FRQ
                                       ' DATA ' DT-FRQ
                                       ' EST ' CD-EST-FRQ
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE FRQ-DAT RECORD
                                    MOVE 'ORF-FRQ'  TO WS-LOG-OPERACAO
                                    MOVE CD-EST-FRQ TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'CUR ' CD-CUR-FRQ
                                           ' ' DT-FRQ
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FRQ-DAT
            END-IF
            .
       2600-CONFERE-FREQUENCIA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2650-CONFERE-ESPERA: lista de espera (ESP.DAT) de estudante
      * que nao esta em ST.DAT ou de curso que nao esta em CRS.DAT.
      *----------------------------------------------------------------
       2650-CONFERE-ESPERA            SECTION.

            MOVE 11                   TO AS-IX-ARQ
            MOVE 'ESP.DAT'            TO RES-ARQUIVO (AS-IX-ARQ)
            SET AS-EOF-OK             TO FALSE

            IF AS-MODO-LIMPEZA
                OPEN I-O ESP-DAT
            ELSE
                OPEN INPUT ESP-DAT
            END-IF
            MOVE AS-STATUS-ESP        TO AS-STATUS-SAT
            PERFORM 2950-ANOTA-ABERTURA

            IF AS-STATUS-ESP EQUAL ZEROS
                PERFORM UNTIL AS-EOF-OK
                    READ ESP-DAT NEXT RECORD
                        AT END
                            SET AS-EOF-OK TO TRUE
                        NOT AT END
                            ADD 1 TO RES-LIDOS (AS-IX-ARQ)
                            MOVE CD-EST-ESP TO AS-BUSCA-EST
                            MOVE CD-CUR-ESP TO AS-BUSCA-CUR
                            PERFORM 2925-BUSCA-ESTUDANTE-CURSO
                            IF NOT AS-ACHOU-OK
                                MOVE SPACES TO AS-CHAVE-TEXTO
                                STRING 'CUR ' CD-CUR-ESP
                                       ' SEQ ' SEQ-ESP
                                       ' EST ' CD-EST-ESP
                                       DELIMITED BY SIZE
                                       INTO AS-CHAVE-TEXTO
                                END-STRING
                                IF AS-MODO-LIMPEZA
                                    DELETE ESP-DAT RECORD
                                    MOVE 'ORF-ESP'  TO WS-LOG-OPERACAO
                                    MOVE CD-EST-ESP TO WS-LOG-ID
                                    MOVE SPACES     TO WS-LOG-NOME-ANTES
                                    STRING 'CUR ' CD-CUR-ESP
                                           ' SEQ ' SEQ-ESP
                                           DELIMITED BY SIZE
                                           INTO WS-LOG-NOME-ANTES
                                    END-STRING
                                    PERFORM 2970-REMOVE-ORFAO
                                END-IF
                                PERFORM 2960-REGISTRA-ORFAO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ESP-DAT
            END-IF
            .
       2650-CONFERE-ESPERA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2900-BUSCA-CONTATO: procura AS-BUSCA-ID em COT.DAT. Nao
      * achando, deixa o motivo pronto para o relatorio.
      *----------------------------------------------------------------
       2900-BUSCA-CONTATO             SECTION.

            SET AS-ACHOU-OK           TO TRUE
            MOVE AS-BUSCA-ID          TO ID-COT-DAT
            READ COT-DAT
                KEY IS ID-COT-DAT
                INVALID KEY
                    SET AS-ACHOU-OK   TO FALSE
                    MOVE 'CONTATO AUSENTE DE COT.DAT' TO AS-MOTIVO
            END-READ
            .
       2900-BUSCA-CONTATO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2905-BUSCA-GRUPO: procura AS-BUSCA-GRUPO em GRP.DAT; sem o
      * mestre, o grupo conta como achado.
      *----------------------------------------------------------------
       2905-BUSCA-GRUPO               SECTION.

            SET AS-ACHOU-OK           TO TRUE
            IF AS-GRP-DISP-OK
                MOVE AS-BUSCA-GRUPO   TO CD-GRUPO
                READ GRP-DAT
                    INVALID KEY
                        SET AS-ACHOU-OK TO FALSE
                        MOVE 'GRUPO AUSENTE DE GRP.DAT' TO AS-MOTIVO
                END-READ
            END-IF
            .
       2905-BUSCA-GRUPO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2910-BUSCA-OPERADOR: procura AS-BUSCA-OPR em OPR.DAT.
      *----------------------------------------------------------------
       2910-BUSCA-OPERADOR            SECTION.

            SET AS-ACHOU-OK           TO TRUE
            MOVE AS-BUSCA-OPR         TO CD-OPERADOR
            READ OPR-DAT
                INVALID KEY
                    SET AS-ACHOU-OK   TO FALSE
                    MOVE 'OPERADOR AUSENTE DE OPR.DAT' TO AS-MOTIVO
            END-READ
            .
       2910-BUSCA-OPERADOR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2915-BUSCA-ESTUDANTE: procura AS-BUSCA-EST em ST.DAT; sem o
      * mestre, o estudante conta como achado.
      *----------------------------------------------------------------
       2915-BUSCA-ESTUDANTE           SECTION.

            SET AS-ACHOU-OK           TO TRUE
            IF AS-ST-DISP-OK
                MOVE AS-BUSCA-EST     TO CD-STUDENT
                READ ST-DAT
                    INVALID KEY
                        SET AS-ACHOU-OK TO FALSE
                        MOVE 'ESTUDANTE AUSENTE DE ST.DAT'
                                      TO AS-MOTIVO
                END-READ
            END-IF
            .
       2915-BUSCA-ESTUDANTE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2920-BUSCA-CURSO: procura AS-BUSCA-CUR em CRS.DAT; sem o
      * mestre, o curso conta como achado.
      *----------------------------------------------------------------
       2920-BUSCA-CURSO               SECTION.

            SET AS-ACHOU-OK           TO TRUE
            IF AS-CRS-DISP-OK
                MOVE AS-BUSCA-CUR     TO CD-CURSO
                READ CRS-DAT
                    INVALID KEY
                        SET AS-ACHOU-OK TO FALSE
                        MOVE 'CURSO AUSENTE DE CRS.DAT' TO AS-MOTIVO
                END-READ
            END-IF
            .
       2920-BUSCA-CURSO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2925-BUSCA-ESTUDANTE-CURSO: confere o estudante e, achado, o
      * curso de um registro do lado academico. Mestre indisponivel
      * fica anotado no resumo do arquivo.
      *----------------------------------------------------------------
       2925-BUSCA-ESTUDANTE-CURSO     SECTION.

            IF NOT AS-ST-DISP-OK OR NOT AS-CRS-DISP-OK
                MOVE 'CONFERENCIA PARCIAL (ST/CRS)'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
            END-IF

            PERFORM 2915-BUSCA-ESTUDANTE
            IF AS-ACHOU-OK
                PERFORM 2920-BUSCA-CURSO
            END-IF
            .
       2925-BUSCA-ESTUDANTE-CURSO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2930-BUSCA-EMPRESA: procura AS-BUSCA-EMP em EMP.DAT; sem o
      * mestre, a empresa conta como achada.
      *----------------------------------------------------------------
       2930-BUSCA-EMPRESA             SECTION.

            SET AS-ACHOU-OK           TO TRUE
            IF AS-EMP-DISP-OK
                MOVE AS-BUSCA-EMP     TO CD-EMPRESA
                READ EMP-DAT
                    INVALID KEY
                        SET AS-ACHOU-OK TO FALSE
                        MOVE 'EMPRESA AUSENTE DE EMP.DAT'
                                      TO AS-MOTIVO
                END-READ
            END-IF
            .
       2930-BUSCA-EMPRESA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2950-ANOTA-ABERTURA: anota no resumo o arquivo satelite que
      * nao abriu (ausente ou com erro); o arquivo fica de fora da
      * varredura sem cancelar as demais conferencias.
      *----------------------------------------------------------------
       2950-ANOTA-ABERTURA            SECTION.

            EVALUATE AS-STATUS-SAT
                WHEN ZEROS
                    CONTINUE
                WHEN 35
                    MOVE 'ARQUIVO AUSENTE'
                                      TO RES-OBSERVACAO (AS-IX-ARQ)
                WHEN OTHER
                    MOVE SPACES       TO RES-OBSERVACAO (AS-IX-ARQ)
                    STRING 'NAO ABRIU, STATUS ' AS-STATUS-SAT
                           DELIMITED BY SIZE
                           INTO RES-OBSERVACAO (AS-IX-ARQ)
                    END-STRING
                    DISPLAY RES-ARQUIVO (AS-IX-ARQ)
                            ' NAO ABRIU. STATUS: ' AS-STATUS-SAT
            END-EVALUATE
            .
       2950-ANOTA-ABERTURA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2960-REGISTRA-ORFAO: imprime o orfao no relatorio e o conta no
      * resumo do arquivo corrente. Na verificacao, a acao sai em
      * branco.
      *----------------------------------------------------------------
       2960-REGISTRA-ORFAO            SECTION.

            ADD 1                     TO RES-ORFAOS (AS-IX-ARQ)
            ADD 1                     TO AS-CONT-ORFAOS

            MOVE RES-ARQUIVO (AS-IX-ARQ) TO LIN-ORF-ARQUIVO
            MOVE AS-CHAVE-TEXTO       TO LIN-ORF-CHAVE
            MOVE AS-MOTIVO            TO LIN-ORF-MOTIVO
            MOVE AS-ACAO              TO LIN-ORF-ACAO
            WRITE REL-LINHA           FROM LIN-ORFAO

            MOVE SPACES               TO AS-ACAO
            .
       2960-REGISTRA-ORFAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2970-REMOVE-ORFAO: fecha a remocao de um orfao ja apagado
      * pela secao do arquivo: conta, marca a acao e grava no CONTLOG
      * a linha preparada em WS-LOG-OPERACAO, WS-LOG-ID e
      * WS-LOG-NOME-ANTES.
      *----------------------------------------------------------------
       2970-REMOVE-ORFAO              SECTION.

            MOVE 'REMOVIDO'           TO AS-ACAO
            ADD 1                     TO RES-TRATADOS (AS-IX-ARQ)
            ADD 1                     TO AS-CONT-TRATADOS
            MOVE SPACES               TO WS-LOG-NOME-DEPOIS
            PERFORM 2980-GRAVA-LOG
            .
       2970-REMOVE-ORFAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2980-GRAVA-LOG: registra a linha na trilha de auditoria
      * CONTLOG atraves do subprograma LOGCTT, que sela a linha com a
      * sequencia e fecha o dia com o registro de controle.
      *----------------------------------------------------------------
       2980-GRAVA-LOG                 SECTION.

            ACCEPT AS-DATA-SISTEMA   FROM DATE YYYYMMDD
            ACCEPT AS-HORA-SISTEMA   FROM TIME
            MOVE AS-DATA-SISTEMA     TO WS-LOG-DT
            MOVE AS-HORA-SISTEMA(1:6) TO WS-LOG-HR

            CALL 'LOGCTT' USING WS-LOG-REGISTRO AS-LOG-RESULTADO

            IF AS-LOG-RESULTADO NOT EQUAL '0'
                DISPLAY 'ERRO AO GRAVAR A TRILHA DE AUDITORIA.'
            END-IF
            .
       2980-GRAVA-LOG-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               MOVE SPACES              TO REL-LINHA
               WRITE REL-LINHA
               IF AS-CONT-ORFAOS EQUAL ZEROS
                   MOVE 'NENHUM REGISTRO ORFAO ENCONTRADO.'
                                        TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES          TO REL-LINHA
                   WRITE REL-LINHA
               END-IF

               MOVE 'RESUMO POR ARQUIVO' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM VARYING AS-IX FROM 1 BY 1 UNTIL AS-IX > 14
                   MOVE RES-ARQUIVO (AS-IX)    TO LIN-RES-ARQUIVO
                   MOVE RES-LIDOS (AS-IX)      TO LIN-RES-LIDOS
                   MOVE RES-ORFAOS (AS-IX)     TO LIN-RES-ORFAOS
                   MOVE RES-TRATADOS (AS-IX)   TO LIN-RES-TRATADOS
                   MOVE RES-OBSERVACAO (AS-IX) TO LIN-RES-OBSERVACAO
                   WRITE REL-LINHA             FROM LIN-RESUMO
               END-PERFORM

               MOVE SPACES              TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'TOTAL DE ORFAOS ENCONTRADOS:' TO LIN-TOT-TITULO
               MOVE AS-CONT-ORFAOS      TO LIN-TOT-QTD
               WRITE REL-LINHA          FROM LIN-TOTAL
               MOVE 'TOTAL DE ORFAOS TRATADOS:'    TO LIN-TOT-TITULO
               MOVE AS-CONT-TRATADOS    TO LIN-TOT-QTD
               WRITE REL-LINHA          FROM LIN-TOTAL

               CLOSE REL-INTG
               CLOSE COT-DAT
               CLOSE OPR-DAT
               CLOSE GRP-DAT
               CLOSE ST-DAT
               CLOSE CRS-DAT
               CLOSE EMP-DAT

               IF AS-TRAVA-OBTIDA-OK
                   MOVE 'L'           TO AS-TRAVA-ACAO
                   CALL 'TRAVACTT' USING AS-TRAVA-ACAO
                                         AS-NOME-PROGRAMA
                                         AS-TRAVA-RESULT
                                         AS-TRAVA-DETENTOR
               END-IF

               DISPLAY 'ORFAOS ENCONTRADOS: ' AS-CONT-ORFAOS
               DISPLAY 'ORFAOS TRATADOS:    ' AS-CONT-TRATADOS
               IF AS-COT-ALTERADO-OK
                   DISPLAY 'COT.TXT RECONSTRUIDO: ' AS-CONT-REGRAVADOS
                           ' CONTATOS.'
               END-IF

               IF AS-CONT-ORFAOS GREATER AS-CONT-TRATADOS
                   MOVE 'M'             TO WS-INC-SEVERIDADE
                   MOVE SPACES          TO WS-INC-MENSAGEM
                   STRING 'INTEGRIDADE: ' AS-CONT-ORFAOS
                          ' REGISTROS ORFAOS NOS SATELITES'
                          DELIMITED BY SIZE INTO WS-INC-MENSAGEM
                   END-STRING
                   PERFORM 9500-REGISTRA-INCIDENTE

                   DISPLAY 'HA REGISTROS ORFAOS. VEJA INTG.TXT.'
                   MOVE 4 TO RETURN-CODE
               END-IF

               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL *******************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               IF AS-TRAVA-OBTIDA-OK
                   MOVE 'L'           TO AS-TRAVA-ACAO
                   CALL 'TRAVACTT' USING AS-TRAVA-ACAO
                                         AS-NOME-PROGRAMA
                                         AS-TRAVA-RESULT
                                         AS-TRAVA-DETENTOR
               END-IF

               CLOSE REL-INTG
               CLOSE COT-DAT
               CLOSE OPR-DAT
               CLOSE GRP-DAT
               CLOSE ST-DAT
               CLOSE CRS-DAT
               CLOSE EMP-DAT

               IF NOT AS-MODO-LIMPEZA
                   MOVE 'A'             TO WS-INC-SEVERIDADE
                   MOVE 'VARREDURA DE INTEGRIDADE CANCELADA'
                                        TO WS-INC-MENSAGEM
                   PERFORM 9500-REGISTRA-INCIDENTE
               END-IF

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.

      ******************************************************************
      ********************** OCORRENCIA ********************************
      ******************************************************************
      * 9500-REGISTRA-INCIDENTE: grava no registro central INC.DAT a
      * ocorrencia preparada em WS-INC-SEVERIDADE e WS-INC-MENSAGEM;
      * o detalhe fica no relatorio INTG.TXT.
      *----------------------------------------------------------------
       9500-REGISTRA-INCIDENTE        SECTION.

               MOVE 'INTGCTT'           TO WS-INC-PROGRAMA
               MOVE 'INTG.TXT'          TO WS-INC-ARQUIVO
               CALL 'INCCTT' USING WS-INC-PARAMETROS WS-INC-RESULTADO
           .
       9500-REGISTRA-INCIDENTE-EXIT.
               EXIT.

      ******************************************************************
      ********************** PERMISSAO *********************************
      ******************************************************************
      * P12P-CONFERE-PERMISSAO: consulta a matriz de permissoes.
      * Compartilhado com os demais programas restritos via COPY
      * PR_PERMCHK.
      *----------------------------------------------------------------
       9700-PERMISSAO                 SECTION.

          COPY PR_PERMCHK.

       END PROGRAM INTGCTT.
