      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CAMPOS DA MANUTENCAO DAS PREFERENCIAS DE COMUNICACAO
      *          DO CONTATO (PCM.DAT, COPYBOOK FD_PREFCOM). O PROGRAMA
      *          DECLARA O ARQUIVO PCM-DAT (ASSIGN WS-CAMINHO-PCM,
      *          STATUS WS-STATUS-PCM), MOVE O ID DO CONTATO CORRENTE
      *          PARA WS-PCM-ID E EXECUTA P38P-MENU-PREFERENCIAS
      *          (PR_PREFCOM). COMPARTILHADO POR CONSCTT E ALTCONTT
      *          (COPY WS_PREFCOM NA WORKING-STORAGE SECTION E COPY
      *          PR_PREFCOM NO PONTO EM QUE OS PARAGRAFOS DEVEM
      *          APARECER NA PROCEDURE DIVISION).
      ******************************************************************
       01 WS-CAMINHO-PCM                   PIC X(80).
       01 WS-CAMINHO-PCM-DFL               PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PCM.DAT'.
       77 WS-STATUS-PCM                    PIC 99.
          88 STATUS-PCM-OK                 VALUE 0.
       77 WS-PCM-ID                        PIC 9(06) VALUE ZEROS.
       77 WS-PCM-OPCAO-MENU                PIC X    VALUE SPACE.
          88 PCM-MENU-VER                  VALUE 'V'.
          88 PCM-MENU-ALTERAR              VALUE 'A'.
       77 WS-PCM-IX                        PIC 9(01) VALUE ZEROS.
       77 WS-PCM-NOVA                      PIC X    VALUE SPACE.
          88 PCM-NOVA-VALIDA               VALUE 'S' 'N'.
       77 WS-PCM-ORIGEM-NOVA               PIC X    VALUE SPACE.
          88 PCM-ORIGEM-NOVA-VALIDA        VALUE 'T' 'E' 'F' 'P' 'O'.
       77 WS-PCM-ENTRADA                   PIC X    VALUE 'N'.
          88 PCM-ENTRADA-OK                VALUE 'S' FALSE 'N'.
       77 WS-PCM-EXISTE                    PIC X    VALUE 'N'.
          88 PCM-EXISTE                    VALUE 'S' FALSE 'N'.
       77 WS-PCM-SITUACAO                  PIC X(13) VALUE SPACES.
       77 WS-PCM-DATA-SIS                  PIC 9(08) VALUE ZEROS.
       77 WS-PCM-HORA-SIS                  PIC 9(08) VALUE ZEROS.
       77 WS-PCM-LOG-RESULTADO             PIC X(01) VALUE SPACE.
       01 WS-PCM-CANAIS-VALORES.
          03 FILLER PIC X(20) VALUE 'CARTAS    PREF-CARTA'.
          03 FILLER PIC X(20) VALUE 'ETIQUETAS PREF-ETIQ '.
          03 FILLER PIC X(20) VALUE 'VCARD     PREF-VCARD'.
          03 FILLER PIC X(20) VALUE 'DIRETORIO PREF-DIR  '.
       01 WS-PCM-CANAIS-TABELA REDEFINES WS-PCM-CANAIS-VALORES.
          03 WS-PCM-CANAL OCCURS 4 TIMES.
             05 WS-PCM-CANAL-NOME          PIC X(10).
             05 WS-PCM-CANAL-LOG           PIC X(10).
       01 WS-PCM-LOG-REGISTRO.
          03 WS-PCM-LOG-OPERACAO           PIC X(10).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-ID                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-DT                 PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-HR                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-ANTES              PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-DEPOIS             PIC X(20).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-PCM-LOG-OPERADOR           PIC X(04).
