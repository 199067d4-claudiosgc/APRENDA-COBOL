      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: GERA UMA COPIA MASCARADA DA BASE DE CONTATOS E DE
      *          ESTUDANTES PARA TESTE E TREINAMENTO, NUM DIRETORIO
      *          SEPARADO (ANON_DIR): COT.DAT E COT.TXT, OS SATELITES
      *          CTD.DAT, NTS.DAT, END.DAT, AGD.DAT E GRM.DAT, E
      *          ST.DAT, MTR.DAT E AVL.DAT, COM OS MESMOS NOMES DE
      *          ARQUIVO. NOMES, TELEFONES, E-MAILS, ENDERECOS, TEXTO
      *          DAS NOTAS E DESCRICAO DAS DATAS-CHAVE SAO TROCADOS
      *          POR VALORES FICTICIOS; IDS, DEPARTAMENTOS, DATAS,
      *          SITUACOES, CIDADE/UF E OS VINCULOS ENTRE ARQUIVOS
      *          SAO PRESERVADOS, PARA OS RELATORIOS SE COMPORTAREM
      *          COMO NA BASE REAL. O VALOR FICTICIO SAI DE UM
      *          RESUMO DO VALOR REAL COM UMA SEMENTE DA EXECUCAO: O
      *          MESMO VALOR REAL VIRA SEMPRE O MESMO VALOR FICTICIO
      *          DENTRO DA EXECUCAO (O MESMO E-MAIL EM COT.DAT E EM
      *          CTD.DAT, O MESMO NOME NO CONTATO E NO ESTUDANTE), E
      *          OUTRA EXECUCAO GERA OUTRA MASCARA. RECUSA GRAVAR
      *          QUANDO ALGUM ARQUIVO DE DESTINO COINCIDE COM UM
      *          ARQUIVO VIVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT COT-DAT ASSIGN TO AS-CAMINHO-COT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-COT-DAT
           ALTERNATE RECORD KEY IS NM-COT-DAT
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMAIL-COT-DAT
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-COT.

           SELECT COT-TST ASSIGN TO AS-TESTE-COT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-CONTATO
           ALTERNATE RECORD KEY IS NM-CONTATO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS EMAIL-CONTATO
               WITH DUPLICATES
           FILE STATUS  IS AS-STATUS-TST.

           SELECT TXT-TST ASSIGN TO AS-TESTE-TXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS AS-STATUS-TXT.

           SELECT CTD-DAT ASSIGN TO AS-CAMINHO-CTD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-CTD
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT CTD-TST ASSIGN TO AS-TESTE-CTD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-DET
           FILE STATUS  IS AS-STATUS-TST.

           SELECT NTS-DAT ASSIGN TO AS-CAMINHO-NTS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-NTS-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT NTS-TST ASSIGN TO AS-TESTE-NTS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-NOTA
           FILE STATUS  IS AS-STATUS-TST.

           SELECT END-DAT ASSIGN TO AS-CAMINHO-END
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-END-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT END-TST ASSIGN TO AS-TESTE-END
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-END
           FILE STATUS  IS AS-STATUS-TST.

           SELECT AGD-DAT ASSIGN TO AS-CAMINHO-AGD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-AGD-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT AGD-TST ASSIGN TO AS-TESTE-AGD
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-AGD
           FILE STATUS  IS AS-STATUS-TST.

           SELECT GRM-DAT ASSIGN TO AS-CAMINHO-GRM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-GRM-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT GRM-TST ASSIGN TO AS-TESTE-GRM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-MEMBRO
           FILE STATUS  IS AS-STATUS-TST.

           SELECT ST-DAT ASSIGN TO AS-CAMINHO-ST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CD-EST-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT ST-TST ASSIGN TO AS-TESTE-ST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CD-STUDENT
           FILE STATUS  IS AS-STATUS-TST.

           SELECT MTR-DAT ASSIGN TO AS-CAMINHO-MTR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-MTR-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT MTR-TST ASSIGN TO AS-TESTE-MTR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-MATR
           FILE STATUS  IS AS-STATUS-TST.

           SELECT AVL-DAT ASSIGN TO AS-CAMINHO-AVL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-AVL-DAT
           FILE STATUS  IS AS-STATUS-VIV.

           SELECT AVL-TST ASSIGN TO AS-TESTE-AVL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-AVAL
           FILE STATUS  IS AS-STATUS-TST.

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

       FD COT-TST.
          COPY FD_CONTT.

       FD TXT-TST.
          COPY FD_CONTT REPLACING REG-CONTATOS   BY REG-TXT
                                   ID-CONTATO     BY ID-TXT
                                   NM-CONTATO     BY NM-TXT
                                   TEL-CONTATO    BY TEL-TXT
                                   EMAIL-CONTATO  BY EMAIL-TXT
                                   DEPTO-CONTATO  BY DEPTO-TXT
                                   DT-CADASTRO    BY DT-CAD-TXT
                                   DT-ALTERACAO   BY DT-ALT-TXT
                                   STATUS-CONTATO BY STATUS-TXT
                                   CONTATO-ATIVO  BY TXT-ATIVO
                                   CONTATO-INATIVO BY TXT-INATIVO
                                   RESP-CONTATO   BY RESP-TXT.

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

       FD CTD-TST.
          COPY FD_CTD.

       FD NTS-DAT.
          COPY FD_NOTA REPLACING REG-NOTAS      BY REG-NTS-DAT
                                  CHAVE-NOTA     BY CHAVE-NTS-DAT
                                  ID-NOTA        BY ID-NTS-DAT
                                  SEQ-NOTA       BY SEQ-NTS-DAT
                                  DT-NOTA        BY DT-NTS-DAT
                                  TX-NOTA        BY TX-NTS-DAT.

       FD NTS-TST.
          COPY FD_NOTA.

       FD END-DAT.
          COPY FD_ENDER REPLACING REG-ENDERECOS  BY REG-END-DAT
                                   CHAVE-END      BY CHAVE-END-DAT
                                   ID-END         BY ID-END-DAT
                                   TIPO-END       BY TIPO-END-DAT
                                   END-COMERCIAL  BY END-DAT-COM
                                   END-RESIDENCIAL BY END-DAT-RES
                                   LOGRADOURO-END BY LOGR-END-DAT
                                   NUMERO-END     BY NUM-END-DAT
                                   COMPL-END      BY COMPL-END-DAT
                                   CIDADE-END     BY CID-END-DAT
                                   UF-END         BY UF-END-DAT
                                   CEP-END        BY CEP-END-DAT.

       FD END-TST.
          COPY FD_ENDER.

       FD AGD-DAT.
          COPY FD_AGENDA REPLACING REG-AGENDA     BY REG-AGD-DAT
                                    CHAVE-AGD      BY CHAVE-AGD-DAT
                                    ID-AGD         BY ID-AGD-DAT
                                    SEQ-AGD        BY SEQ-AGD-DAT
                                    DT-AGD         BY DT-AGD-DAT
                                    TIPO-AGD       BY TIPO-AGD-DAT
                                    AGD-ANIVERSARIO BY AGD-DAT-ANIV
                                    AGD-RENOVACAO  BY AGD-DAT-RENOV
                                    AGD-PROMESSA   BY AGD-DAT-PROM
                                    AGD-OUTRO      BY AGD-DAT-OUTRO
                                    DS-AGD         BY DS-AGD-DAT
                                    RECORRE-AGD    BY RECORRE-AGD-DAT
                                    AGD-ANUAL      BY AGD-DAT-ANUAL.

       FD AGD-TST.
          COPY FD_AGENDA.

       FD GRM-DAT.
          COPY FD_GRPMEM REPLACING REG-GRP-MEMBROS BY REG-GRM-DAT
                                    CHAVE-MEMBRO   BY CHAVE-GRM-DAT
                                    GM-GRUPO       BY GRUPO-GRM-DAT
                                    GM-ID          BY ID-GRM-DAT.

       FD GRM-TST.
          COPY FD_GRPMEM.

       FD ST-DAT.
          COPY FD_EST REPLACING REG-ESTUDANTES BY REG-ST-DAT
                                 CD-STUDENT     BY CD-EST-DAT
                                 NM-STUDENT     BY NM-EST-DAT.

       FD ST-TST.
          COPY FD_EST.

       FD MTR-DAT.
          COPY FD_MATR REPLACING REG-MATRICULAS  BY REG-MTR-DAT
                                  CHAVE-MATR      BY CHAVE-MTR-DAT
                                  CD-EST-MATR     BY EST-MTR-DAT
                                  CD-CUR-MATR     BY CUR-MTR-DAT
                                  DT-MATRICULA    BY DT-MTR-DAT
                                  SIT-MATRICULA   BY SIT-MTR-DAT
                                  MATR-ATIVA      BY MTR-DAT-ATIVA
                                  MATR-CANCELADA  BY MTR-DAT-CANC
                                  MATR-ENCERRADA  BY MTR-DAT-ENC
                                  CD-TRM-MATR     BY TRM-MTR-DAT.

       FD MTR-TST.
          COPY FD_MATR.

       FD AVL-DAT.
          COPY FD_AVAL REPLACING REG-AVALIACOES  BY REG-AVL-DAT
                                  CHAVE-AVAL      BY CHAVE-AVL-DAT
                                  CD-EST-AVAL     BY EST-AVL-DAT
                                  CD-CUR-AVAL     BY CUR-AVL-DAT
                                  SEQ-AVAL        BY SEQ-AVL-DAT
                                  DT-AVAL         BY DT-AVL-DAT
                                  NOTA-AVAL       BY NOTA-AVL-DAT
                                  PESO-AVAL       BY PESO-AVL-DAT.

       FD AVL-TST.
          COPY FD_AVAL.

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-DIR-TESTE             PIC X(080).
           05 AS-DIR-LEN               PIC 9(003) VALUE ZEROS.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-HORA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-STATUS-COT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-TXT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-VIV            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-TST            PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-NOME-ARQ              PIC X(008) VALUE SPACES.
           05 AS-CONT-LIDOS            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-COT              PIC 9(006) VALUE ZEROS.
           05 AS-IDX-VIVO              PIC 9(002) COMP VALUE ZEROS.
           05 AS-IDX-TESTE             PIC 9(002) COMP VALUE ZEROS.
           05 AS-COMPARA-VIVO          PIC X(080) VALUE SPACES.
           05 AS-COMPARA-TESTE         PIC X(080) VALUE SPACES.
           05 AS-DESTINO-VIVO          PIC X(001) VALUE 'N'.
               88 AS-DESTINO-VIVO-OK   VALUE 'S' FALSE 'N'.

      * Caminhos dos arquivos vivos (lidos) e dos arquivos de teste
      * (gravados em ANON_DIR), na mesma ordem, para a conferencia
      * de destino comparar cada um com todos.
       01 TAB-CAMINHOS-VIVOS.
           05 AS-CAMINHO-COT           PIC X(080).
           05 AS-CAMINHO-TXT           PIC X(080).
           05 AS-CAMINHO-CTD           PIC X(080).
           05 AS-CAMINHO-NTS           PIC X(080).
           05 AS-CAMINHO-END           PIC X(080).
           05 AS-CAMINHO-AGD           PIC X(080).
           05 AS-CAMINHO-GRM           PIC X(080).
           05 AS-CAMINHO-ST            PIC X(080).
           05 AS-CAMINHO-MTR           PIC X(080).
           05 AS-CAMINHO-AVL           PIC X(080).
       01 FILLER REDEFINES TAB-CAMINHOS-VIVOS.
           05 AS-CAMINHO-VIVO          PIC X(080) OCCURS 10.

       01 TAB-CAMINHOS-TESTE.
           05 AS-TESTE-COT             PIC X(080).
           05 AS-TESTE-TXT             PIC X(080).
           05 AS-TESTE-CTD             PIC X(080).
           05 AS-TESTE-NTS             PIC X(080).
           05 AS-TESTE-END             PIC X(080).
           05 AS-TESTE-AGD             PIC X(080).
           05 AS-TESTE-GRM             PIC X(080).
           05 AS-TESTE-ST              PIC X(080).
           05 AS-TESTE-MTR             PIC X(080).
           05 AS-TESTE-AVL             PIC X(080).
       01 FILLER REDEFINES TAB-CAMINHOS-TESTE.
           05 AS-CAMINHO-TESTE         PIC X(080) OCCURS 10.

       01 TAB-NOMES-ARQUIVOS.
           05 FILLER                   PIC X(008) VALUE 'COT.DAT'.
           05 FILLER                   PIC X(008) VALUE 'COT.TXT'.
           05 FILLER                   PIC X(008) VALUE 'CTD.DAT'.
           05 FILLER                   PIC X(008) VALUE 'NTS.DAT'.
           05 FILLER                   PIC X(008) VALUE 'END.DAT'.
           05 FILLER                   PIC X(008) VALUE 'AGD.DAT'.
           05 FILLER                   PIC X(008) VALUE 'GRM.DAT'.
           05 FILLER                   PIC X(008) VALUE 'ST.DAT'.
           05 FILLER                   PIC X(008) VALUE 'MTR.DAT'.
           05 FILLER                   PIC X(008) VALUE 'AVL.DAT'.
       01 FILLER REDEFINES TAB-NOMES-ARQUIVOS.
           05 AS-NOME-ARQUIVO          PIC X(008) OCCURS 10.

       01 AS-CAMINHO-COT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 AS-CAMINHO-TXT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.TXT'.
       01 AS-CAMINHO-CTD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\CTD.DAT'.
       01 AS-CAMINHO-NTS-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\NTS.DAT'.
       01 AS-CAMINHO-END-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\END.DAT'.
       01 AS-CAMINHO-AGD-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AGD.DAT'.
       01 AS-CAMINHO-GRM-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\GRM.DAT'.
       01 AS-CAMINHO-ST-DFL            PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ST.DAT'.
       01 AS-CAMINHO-MTR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 AS-CAMINHO-AVL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 AS-DIR-TESTE-DFL             PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\TESTE\'.

      * Mascara: AS-RESUMO e o resumo do valor real em AS-VALOR-REAL,
      * partindo da semente da execucao (AS-SEMENTE-EXEC); os valores
      * ficticios saem dele, direto ou pela sequencia AS-SORTEIO.
       01 AREA-DA-MASCARA.
           05 AS-SEMENTE-EXEC          PIC 9(012) VALUE ZEROS.
           05 AS-VALOR-REAL            PIC X(060) VALUE SPACES.
           05 AS-VALOR-FICTICIO        PIC X(060) VALUE SPACES.
           05 AS-RESUMO                PIC 9(012) VALUE ZEROS.
           05 AS-SORTEIO               PIC 9(012) VALUE ZEROS.
           05 AS-PARCELA               PIC 9(012) VALUE ZEROS.
           05 AS-POS                   PIC 9(003) COMP VALUE ZEROS.
           05 AS-ORD                   PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-NOME              PIC 9(003) COMP VALUE ZEROS.
           05 AS-IDX-SOBRENOME         PIC 9(003) COMP VALUE ZEROS.
           05 AS-NUMERO-FICTICIO       PIC 9(003) VALUE ZEROS.
           05 AS-DIGITO                PIC 9(001) VALUE ZEROS.

       01 TAB-PRENOMES-VALORES.
           05 FILLER PIC X(09) VALUE 'ANA'.
           05 FILLER PIC X(09) VALUE 'BRUNO'.
           05 FILLER PIC X(09) VALUE 'CARLA'.
           05 FILLER PIC X(09) VALUE 'DANIEL'.
           05 FILLER PIC X(09) VALUE 'ELISA'.
           05 FILLER PIC X(09) VALUE 'FABIO'.
           05 FILLER PIC X(09) VALUE 'GABRIELA'.
           05 FILLER PIC X(09) VALUE 'HELENA'.
           05 FILLER PIC X(09) VALUE 'IGOR'.
           05 FILLER PIC X(09) VALUE 'JULIANA'.
           05 FILLER PIC X(09) VALUE 'LUCAS'.
           05 FILLER PIC X(09) VALUE 'MARINA'.
           05 FILLER PIC X(09) VALUE 'NELSON'.
           05 FILLER PIC X(09) VALUE 'OLIVIA'.
           05 FILLER PIC X(09) VALUE 'PAULO'.
           05 FILLER PIC X(09) VALUE 'RENATA'.
           05 FILLER PIC X(09) VALUE 'SERGIO'.
           05 FILLER PIC X(09) VALUE 'TATIANA'.
           05 FILLER PIC X(09) VALUE 'VITOR'.
           05 FILLER PIC X(09) VALUE 'YARA'.
       01 FILLER REDEFINES TAB-PRENOMES-VALORES.
           05 TAB-PRENOME              PIC X(09) OCCURS 20.

       01 TAB-SOBRENOMES-VALORES.
           05 FILLER PIC X(10) VALUE 'ALMEIDA'.
           05 FILLER PIC X(10) VALUE 'BARBOSA'.
           05 FILLER PIC X(10) VALUE 'CARDOSO'.
           05 FILLER PIC X(10) VALUE 'DIAS'.
           05 FILLER PIC X(10) VALUE 'FERREIRA'.
           05 FILLER PIC X(10) VALUE 'GOMES'.
           05 FILLER PIC X(10) VALUE 'LIMA'.
           05 FILLER PIC X(10) VALUE 'MARTINS'.
           05 FILLER PIC X(10) VALUE 'NOGUEIRA'.
           05 FILLER PIC X(10) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(10) VALUE 'PEREIRA'.
           05 FILLER PIC X(10) VALUE 'RIBEIRO'.
           05 FILLER PIC X(10) VALUE 'SANTANA'.
           05 FILLER PIC X(10) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(10) VALUE 'VIEIRA'.
           05 FILLER PIC X(10) VALUE 'CASTRO'.
           05 FILLER PIC X(10) VALUE 'MOREIRA'.
           05 FILLER PIC X(10) VALUE 'ROCHA'.
           05 FILLER PIC X(10) VALUE 'PINTO'.
           05 FILLER PIC X(10) VALUE 'SOARES'.
       01 FILLER REDEFINES TAB-SOBRENOMES-VALORES.
           05 TAB-SOBRENOME            PIC X(10) OCCURS 20.

       01 TAB-LOGRADOUROS-VALORES.
           05 FILLER PIC X(40) VALUE 'RUA DAS ACACIAS'.
           05 FILLER PIC X(40) VALUE 'AVENIDA BRASIL'.
           05 FILLER PIC X(40) VALUE 'RUA SETE DE SETEMBRO'.
           05 FILLER PIC X(40) VALUE 'RUA DOS IPES'.
           05 FILLER PIC X(40) VALUE 'AVENIDA DAS NACOES'.
           05 FILLER PIC X(40) VALUE 'RUA QUINZE DE NOVEMBRO'.
           05 FILLER PIC X(40) VALUE 'RUA DAS FLORES'.
           05 FILLER PIC X(40) VALUE 'TRAVESSA SANTA RITA'.
           05 FILLER PIC X(40) VALUE 'ALAMEDA DOS ANJOS'.
           05 FILLER PIC X(40) VALUE 'RUA DO COMERCIO'.
       01 FILLER REDEFINES TAB-LOGRADOUROS-VALORES.
           05 TAB-LOGRADOURO           PIC X(40) OCCURS 10.

       01 TAB-FRASES-VALORES.
           05 FILLER PIC X(60) VALUE
               'CONTATO SOLICITOU RETORNO NA PROXIMA SEMANA'.
           05 FILLER PIC X(60) VALUE
               'ENVIADA PROPOSTA COMERCIAL POR E-MAIL'.
           05 FILLER PIC X(60) VALUE
               'REUNIAO AGENDADA COM A EQUIPE DO CONTATO'.
           05 FILLER PIC X(60) VALUE
               'CONTATO PEDIU ATUALIZACAO DO CADASTRO'.
           05 FILLER PIC X(60) VALUE
               'LIGACAO SEM RESPOSTA. TENTAR NOVAMENTE'.
           05 FILLER PIC X(60) VALUE
               'ENCAMINHADO AO DEPARTAMENTO RESPONSAVEL'.
           05 FILLER PIC X(60) VALUE
               'CONFIRMOU PRESENCA NO EVENTO'.
           05 FILLER PIC X(60) VALUE
               'SOLICITOU SEGUNDA VIA DE DOCUMENTO'.
           05 FILLER PIC X(60) VALUE
               'AGUARDANDO RETORNO DO CONTATO'.
           05 FILLER PIC X(60) VALUE
               'ASSUNTO ENCERRADO SEM PENDENCIAS'.
       01 FILLER REDEFINES TAB-FRASES-VALORES.
           05 TAB-FRASE                PIC X(60) OCCURS 10.

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

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

            MOVE AS-CAMINHO-COT-DFL   TO AS-CAMINHO-COT
            DISPLAY 'COT_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-COT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-COT EQUAL SPACES
                MOVE AS-CAMINHO-COT-DFL TO AS-CAMINHO-COT
            END-IF

            MOVE AS-CAMINHO-TXT-DFL   TO AS-CAMINHO-TXT
            DISPLAY 'COT_TXT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-TXT     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-TXT EQUAL SPACES
                MOVE AS-CAMINHO-TXT-DFL TO AS-CAMINHO-TXT
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

            MOVE AS-CAMINHO-GRM-DFL   TO AS-CAMINHO-GRM
            DISPLAY 'GRM_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-GRM     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-GRM EQUAL SPACES
                MOVE AS-CAMINHO-GRM-DFL TO AS-CAMINHO-GRM
            END-IF

            MOVE AS-CAMINHO-ST-DFL    TO AS-CAMINHO-ST
            DISPLAY 'ST_DAT'          UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-ST      FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-ST EQUAL SPACES
                MOVE AS-CAMINHO-ST-DFL TO AS-CAMINHO-ST
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

            MOVE AS-DIR-TESTE-DFL     TO AS-DIR-TESTE
            DISPLAY 'ANON_DIR'        UPON ENVIRONMENT-NAME
            ACCEPT AS-DIR-TESTE       FROM ENVIRONMENT-VALUE
            IF AS-DIR-TESTE EQUAL SPACES
                MOVE AS-DIR-TESTE-DFL TO AS-DIR-TESTE
            END-IF

            MOVE 80                  TO AS-DIR-LEN
            PERFORM VARYING AS-DIR-LEN FROM 80 BY -1
                    UNTIL AS-DIR-LEN = 0
                       OR AS-DIR-TESTE(AS-DIR-LEN:1) NOT = SPACE
            END-PERFORM

            PERFORM VARYING AS-IDX-TESTE FROM 1 BY 1
                    UNTIL AS-IDX-TESTE GREATER 10
                MOVE SPACES TO AS-CAMINHO-TESTE (AS-IDX-TESTE)
                STRING AS-DIR-TESTE(1:AS-DIR-LEN)
                       DELIMITED BY SIZE
                       AS-NOME-ARQUIVO (AS-IDX-TESTE)
                       DELIMITED BY SPACE
                       INTO AS-CAMINHO-TESTE (AS-IDX-TESTE)
                END-STRING
            END-PERFORM

            PERFORM 1100-CONFERE-DESTINO

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD
            ACCEPT AS-HORA-SISTEMA    FROM TIME
            COMPUTE AS-SEMENTE-EXEC = FUNCTION MOD
                (AS-DATA-SISTEMA * 10000 + AS-HORA-SISTEMA
                 1000000000000)
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-CONFERE-DESTINO: nenhum arquivo de teste pode coincidir
      * com um arquivo vivo (ANON_DIR apontando para o diretorio da
      * base, ou uma variavel de ambiente apontando um arquivo vivo
      * para dentro de ANON_DIR). A comparacao ignora maiusculas e
      * minusculas, como o sistema de arquivos. Qualquer coincidencia
      * cancela a execucao antes de abrir qualquer arquivo.
      *----------------------------------------------------------------
       1100-CONFERE-DESTINO           SECTION.

            SET AS-DESTINO-VIVO-OK    TO FALSE

            IF AS-DIR-LEN EQUAL ZEROS
                DISPLAY 'DIRETORIO DE TESTE (ANON_DIR) NAO INFORMADO.'
                PERFORM 9000-CANCELA
            END-IF

            PERFORM VARYING AS-IDX-TESTE FROM 1 BY 1
                    UNTIL AS-IDX-TESTE GREATER 10
                MOVE AS-CAMINHO-TESTE (AS-IDX-TESTE)
                                      TO AS-COMPARA-TESTE
                INSPECT AS-COMPARA-TESTE
                    CONVERTING 'abcdefghijklmnopqrstuvwxyz/'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ\'
                PERFORM VARYING AS-IDX-VIVO FROM 1 BY 1
                        UNTIL AS-IDX-VIVO GREATER 10
                    MOVE AS-CAMINHO-VIVO (AS-IDX-VIVO)
                                      TO AS-COMPARA-VIVO
                    INSPECT AS-COMPARA-VIVO
                        CONVERTING 'abcdefghijklmnopqrstuvwxyz/'
                                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ\'
                    IF AS-COMPARA-TESTE EQUAL AS-COMPARA-VIVO
                        DISPLAY 'DESTINO ' AS-CAMINHO-TESTE
                                (AS-IDX-TESTE)
                        DISPLAY '  COINCIDE COM O ARQUIVO VIVO '
                                AS-NOME-ARQUIVO (AS-IDX-VIVO)
                        SET AS-DESTINO-VIVO-OK TO TRUE
                    END-IF
                END-PERFORM
            END-PERFORM

            IF AS-DESTINO-VIVO-OK
                DISPLAY 'A COPIA DE TESTE NAO PODE GRAVAR SOBRE A '
                        'BASE VIVA. INFORME OUTRO ANON_DIR.'
                PERFORM 9000-CANCELA
            END-IF
            .
       1100-CONFERE-DESTINO-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            PERFORM 2100-MASCARA-CONTATOS
            PERFORM 2200-MASCARA-DETALHES
            PERFORM 2300-MASCARA-NOTAS
            PERFORM 2400-MASCARA-ENDERECOS
            PERFORM 2500-MASCARA-AGENDA
            PERFORM 2600-COPIA-GRUPOS
            PERFORM 2700-MASCARA-ESTUDANTES
            PERFORM 2800-COPIA-MATRICULAS
            PERFORM 2900-COPIA-AVALIACOES
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-MASCARA-CONTATOS: COT.DAT mascarado para o COT.DAT e o
      * COT.TXT de teste. Nome, telefone e e-mail sao trocados; a
      * lapide '*REMOVIDO*' do expurgo fica como esta.
      *----------------------------------------------------------------
       2100-MASCARA-CONTATOS          SECTION.

            SET AS-EOF-OK             TO FALSE

            OPEN INPUT COT-DAT
            IF AS-STATUS-COT NOT EQUAL ZEROS
                MOVE 'COT.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-COT   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            OPEN OUTPUT COT-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                MOVE 'COT.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-TST   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                DISPLAY 'CONFIRA SE O DIRETORIO ' AS-DIR-TESTE
                DISPLAY '  EXISTE E ACEITA GRAVACAO.'
                PERFORM 9000-CANCELA
            END-IF

            OPEN OUTPUT TXT-TST
            IF AS-STATUS-TXT NOT EQUAL ZEROS
                MOVE 'COT.TXT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-TXT   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN
                PERFORM 9000-CANCELA
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ COT-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-COT-DAT    TO REG-CONTATOS

                        MOVE NM-COT-DAT     TO AS-VALOR-REAL
                        PERFORM 7100-NOME-FICTICIO
                        MOVE AS-VALOR-FICTICIO TO NM-CONTATO

                        MOVE TEL-COT-DAT    TO AS-VALOR-REAL
                        PERFORM 7200-DIGITOS-FICTICIOS
                        MOVE AS-VALOR-FICTICIO TO TEL-CONTATO

                        MOVE EMAIL-COT-DAT  TO AS-VALOR-REAL
                        PERFORM 7300-EMAIL-FICTICIO
                        MOVE AS-VALOR-FICTICIO TO EMAIL-CONTATO

                        WRITE REG-CONTATOS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'COT.DAT: ' ID-CONTATO
                        END-WRITE
                        MOVE REG-CONTATOS   TO REG-TXT
                        WRITE REG-TXT
                        ADD 1               TO AS-CONT-COT
                END-READ
            END-PERFORM

            CLOSE COT-DAT
            CLOSE COT-TST
            CLOSE TXT-TST

            DISPLAY 'CONTATOS MASCARADOS (COT.DAT/COT.TXT): '
                    AS-CONT-COT
            .
       2100-MASCARA-CONTATOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-MASCARA-DETALHES: CTD.DAT. Celular, ramal e fax tem os
      * digitos trocados; e-mails viram e-mails ficticios, iguais aos
      * de COT.DAT quando o valor real e o mesmo.
      *----------------------------------------------------------------
       2200-MASCARA-DETALHES          SECTION.

            MOVE 'CTD.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT CTD-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'CTD.DAT AUSENTE. NAO COPIADO.'
                GO TO 2200-MASCARA-DETALHES-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2200-MASCARA-DETALHES-EXIT
            END-IF

            OPEN OUTPUT CTD-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE CTD-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2200-MASCARA-DETALHES-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ CTD-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-CTD-DAT    TO REG-CONTT-DET
                        MOVE VALOR-CTD      TO AS-VALOR-REAL
                        IF CTD-EMAIL-PES OR CTD-EMAIL-CORP
                            PERFORM 7300-EMAIL-FICTICIO
                        ELSE
                            PERFORM 7200-DIGITOS-FICTICIOS
                        END-IF
                        MOVE AS-VALOR-FICTICIO TO VALOR-DET
                        WRITE REG-CONTT-DET
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'CTD.DAT: ' CHAVE-DET
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE CTD-DAT
            CLOSE CTD-TST

            DISPLAY 'DETALHES MASCARADOS (CTD.DAT): ' AS-CONT-LIDOS
            .
       2200-MASCARA-DETALHES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-MASCARA-NOTAS: NTS.DAT. O texto da nota vira uma frase
      * ficticia; a data e a sequencia ficam.
      *----------------------------------------------------------------
       2300-MASCARA-NOTAS             SECTION.

            MOVE 'NTS.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT NTS-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'NTS.DAT AUSENTE. NAO COPIADO.'
                GO TO 2300-MASCARA-NOTAS-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2300-MASCARA-NOTAS-EXIT
            END-IF

            OPEN OUTPUT NTS-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE NTS-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2300-MASCARA-NOTAS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ NTS-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-NTS-DAT    TO REG-NOTAS
                        MOVE TX-NTS-DAT     TO AS-VALOR-REAL
                        PERFORM 7400-FRASE-FICTICIA
                        MOVE AS-VALOR-FICTICIO TO TX-NOTA
                        WRITE REG-NOTAS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'NTS.DAT: ' CHAVE-NOTA
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE NTS-DAT
            CLOSE NTS-TST

            DISPLAY 'NOTAS MASCARADAS (NTS.DAT): ' AS-CONT-LIDOS
            .
       2300-MASCARA-NOTAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-MASCARA-ENDERECOS: END.DAT. Logradouro ficticio, numero
      * e CEP com os digitos trocados, complemento ficticio quando
      * houver; cidade e UF ficam, para os relatorios por regiao.
      *----------------------------------------------------------------
       2400-MASCARA-ENDERECOS         SECTION.

            MOVE 'END.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT END-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'END.DAT AUSENTE. NAO COPIADO.'
                GO TO 2400-MASCARA-ENDERECOS-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2400-MASCARA-ENDERECOS-EXIT
            END-IF

            OPEN OUTPUT END-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE END-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2400-MASCARA-ENDERECOS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ END-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-END-DAT    TO REG-ENDERECOS

                        MOVE LOGR-END-DAT   TO AS-VALOR-REAL
                        PERFORM 7500-LOGRADOURO-FICTICIO
                        MOVE AS-VALOR-FICTICIO TO LOGRADOURO-END

                        MOVE NUM-END-DAT    TO AS-VALOR-REAL
                        PERFORM 7200-DIGITOS-FICTICIOS
                        MOVE AS-VALOR-FICTICIO TO NUMERO-END

                        MOVE COMPL-END-DAT  TO AS-VALOR-REAL
                        PERFORM 7600-COMPLEMENTO-FICTICIO
                        MOVE AS-VALOR-FICTICIO TO COMPL-END

                        MOVE CEP-END-DAT    TO AS-VALOR-REAL
                        PERFORM 7200-DIGITOS-FICTICIOS
                        MOVE AS-VALOR-FICTICIO TO CEP-END

                        WRITE REG-ENDERECOS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'END.DAT: ' CHAVE-END
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE END-DAT
            CLOSE END-TST

            DISPLAY 'ENDERECOS MASCARADOS (END.DAT): ' AS-CONT-LIDOS
            .
       2400-MASCARA-ENDERECOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-MASCARA-AGENDA: AGD.DAT. A descricao livre da data-chave
      * (que costuma citar pessoas) vira a descricao padrao do tipo;
      * a data, o tipo e a recorrencia ficam.
      *----------------------------------------------------------------
       2500-MASCARA-AGENDA            SECTION.

            MOVE 'AGD.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT AGD-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'AGD.DAT AUSENTE. NAO COPIADO.'
                GO TO 2500-MASCARA-AGENDA-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2500-MASCARA-AGENDA-EXIT
            END-IF

            OPEN OUTPUT AGD-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE AGD-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2500-MASCARA-AGENDA-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ AGD-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-AGD-DAT    TO REG-AGENDA
                        IF DS-AGD-DAT NOT EQUAL SPACES
                            EVALUATE TRUE
                                WHEN AGD-ANIVERSARIO
                                    MOVE 'ANIVERSARIO' TO DS-AGD
                                WHEN AGD-RENOVACAO
                                    MOVE 'RENOVACAO DE CONTRATO'
                                                       TO DS-AGD
                                WHEN AGD-PROMESSA
                                    MOVE 'RETORNO PROMETIDO'
                                                       TO DS-AGD
                                WHEN OTHER
                                    MOVE 'DATA COMBINADA'
                                                       TO DS-AGD
                            END-EVALUATE
                        END-IF
                        WRITE REG-AGENDA
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'AGD.DAT: ' CHAVE-AGD
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE AGD-DAT
            CLOSE AGD-TST

            DISPLAY 'DATAS-CHAVE MASCARADAS (AGD.DAT): '
                    AS-CONT-LIDOS
            .
       2500-MASCARA-AGENDA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2600-COPIA-GRUPOS: GRM.DAT so tem o codigo do grupo e o ID do
      * contato; vai como esta.
      *----------------------------------------------------------------
       2600-COPIA-GRUPOS              SECTION.

            MOVE 'GRM.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT GRM-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'GRM.DAT AUSENTE. NAO COPIADO.'
                GO TO 2600-COPIA-GRUPOS-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2600-COPIA-GRUPOS-EXIT
            END-IF

            OPEN OUTPUT GRM-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE GRM-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2600-COPIA-GRUPOS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ GRM-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-GRM-DAT    TO REG-GRP-MEMBROS
                        WRITE REG-GRP-MEMBROS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'GRM.DAT: ' CHAVE-MEMBRO
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE GRM-DAT
            CLOSE GRM-TST

            DISPLAY 'MEMBROS DE GRUPO COPIADOS (GRM.DAT): '
                    AS-CONT-LIDOS
            .
       2600-COPIA-GRUPOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2700-MASCARA-ESTUDANTES: ST.DAT. O nome do estudante passa
      * pela mesma mascara do nome do contato.
      *----------------------------------------------------------------
       2700-MASCARA-ESTUDANTES        SECTION.

            MOVE 'ST.DAT'             TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT ST-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'ST.DAT AUSENTE. NAO COPIADO.'
                GO TO 2700-MASCARA-ESTUDANTES-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2700-MASCARA-ESTUDANTES-EXIT
            END-IF

            OPEN OUTPUT ST-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE ST-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2700-MASCARA-ESTUDANTES-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ ST-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-ST-DAT     TO REG-ESTUDANTES
                        MOVE NM-EST-DAT     TO AS-VALOR-REAL
                        PERFORM 7100-NOME-FICTICIO
                        MOVE AS-VALOR-FICTICIO TO NM-STUDENT
                        WRITE REG-ESTUDANTES
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'ST.DAT: ' CD-STUDENT
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE ST-DAT
            CLOSE ST-TST

            DISPLAY 'ESTUDANTES MASCARADOS (ST.DAT): ' AS-CONT-LIDOS
            .
       2700-MASCARA-ESTUDANTES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2800-COPIA-MATRICULAS: MTR.DAT nao tem dado pessoal; vai como
      * esta, preservando os vinculos com ST.DAT e os cursos.
      *----------------------------------------------------------------
       2800-COPIA-MATRICULAS          SECTION.

            MOVE 'MTR.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT MTR-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'MTR.DAT AUSENTE. NAO COPIADO.'
                GO TO 2800-COPIA-MATRICULAS-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2800-COPIA-MATRICULAS-EXIT
            END-IF

            OPEN OUTPUT MTR-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE MTR-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2800-COPIA-MATRICULAS-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ MTR-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-MTR-DAT    TO REG-MATRICULAS
                        WRITE REG-MATRICULAS
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'MTR.DAT: ' CHAVE-MATR
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE MTR-DAT
            CLOSE MTR-TST

            DISPLAY 'MATRICULAS COPIADAS (MTR.DAT): ' AS-CONT-LIDOS
            .
       2800-COPIA-MATRICULAS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2900-COPIA-AVALIACOES: AVL.DAT nao tem dado pessoal; vai como
      * esta, com as notas reais para os relatorios de desempenho.
      *----------------------------------------------------------------
       2900-COPIA-AVALIACOES          SECTION.

            MOVE 'AVL.DAT'            TO AS-NOME-ARQ
            MOVE ZEROS                TO AS-CONT-LIDOS
            SET AS-EOF-OK             TO FALSE

            OPEN INPUT AVL-DAT
            IF AS-STATUS-VIV EQUAL 35
                DISPLAY 'AVL.DAT AUSENTE. NAO COPIADO.'
                GO TO 2900-COPIA-AVALIACOES-EXIT
            END-IF
            IF AS-STATUS-VIV NOT EQUAL ZEROS
                PERFORM 8000-ERRO-ABERTURA-VIVO
                GO TO 2900-COPIA-AVALIACOES-EXIT
            END-IF

            OPEN OUTPUT AVL-TST
            IF AS-STATUS-TST NOT EQUAL ZEROS
                CLOSE AVL-DAT
                PERFORM 8100-ERRO-ABERTURA-TESTE
                GO TO 2900-COPIA-AVALIACOES-EXIT
            END-IF

            PERFORM UNTIL AS-EOF-OK
                READ AVL-DAT NEXT RECORD
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-AVL-DAT    TO REG-AVALIACOES
                        WRITE REG-AVALIACOES
                            INVALID KEY
                                DISPLAY 'ERRO DE CHAVE AO GRAVAR '
                                        'AVL.DAT: ' CHAVE-AVAL
                        END-WRITE
                        ADD 1               TO AS-CONT-LIDOS
                END-READ
            END-PERFORM

            CLOSE AVL-DAT
            CLOSE AVL-TST

            DISPLAY 'AVALIACOES COPIADAS (AVL.DAT): ' AS-CONT-LIDOS
            .
       2900-COPIA-AVALIACOES-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7000-CALCULA-RESUMO: resumo numerico de AS-VALOR-REAL a partir
      * da semente da execucao, no mesmo esquema da cifra de senha de
      * PR_SENHAOP. Mesmo valor, mesma semente: mesmo resumo.
      *----------------------------------------------------------------
       7000-CALCULA-RESUMO            SECTION.

            MOVE AS-SEMENTE-EXEC      TO AS-RESUMO
            PERFORM VARYING AS-POS FROM 1 BY 1
                    UNTIL AS-POS GREATER 60
                COMPUTE AS-ORD =
                    FUNCTION ORD (AS-VALOR-REAL(AS-POS:1))
                COMPUTE AS-RESUMO = FUNCTION MOD
                    (AS-RESUMO * 131 + AS-ORD * AS-POS
                     1000000000000)
            END-PERFORM
            .
       7000-CALCULA-RESUMO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7100-NOME-FICTICIO: nome e sobrenome das tabelas, escolhidos
      * pelo resumo do nome real. Nome em branco e a lapide
      * '*REMOVIDO*' ficam como estao.
      *----------------------------------------------------------------
       7100-NOME-FICTICIO             SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
               OR AS-VALOR-REAL EQUAL '*REMOVIDO*'
                GO TO 7100-NOME-FICTICIO-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-IDX-NOME = FUNCTION MOD (AS-RESUMO 20) + 1
            COMPUTE AS-PARCELA = AS-RESUMO / 20
            COMPUTE AS-IDX-SOBRENOME =
                FUNCTION MOD (AS-PARCELA 20) + 1

            MOVE SPACES               TO AS-VALOR-FICTICIO
            STRING TAB-PRENOME (AS-IDX-NOME)     DELIMITED BY SPACE
                   ' '                           DELIMITED BY SIZE
                   TAB-SOBRENOME (AS-IDX-SOBRENOME)
                                                 DELIMITED BY SPACE
                   INTO AS-VALOR-FICTICIO
            END-STRING
            .
       7100-NOME-FICTICIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7200-DIGITOS-FICTICIOS: troca cada digito de AS-VALOR-REAL
      * por um digito sorteado a partir do resumo, mantendo
      * parenteses, hifens e espacos - telefone continua com cara de
      * telefone e CEP com cara de CEP.
      *----------------------------------------------------------------
       7200-DIGITOS-FICTICIOS         SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
                GO TO 7200-DIGITOS-FICTICIOS-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-SORTEIO = FUNCTION MOD
                (AS-RESUMO 2147483646) + 1

            PERFORM VARYING AS-POS FROM 1 BY 1
                    UNTIL AS-POS GREATER 60
                IF AS-VALOR-REAL(AS-POS:1) IS NUMERIC
                    COMPUTE AS-SORTEIO = FUNCTION MOD
                        (AS-SORTEIO * 16807 2147483647)
                    COMPUTE AS-PARCELA = AS-SORTEIO / 7
                    COMPUTE AS-DIGITO = FUNCTION MOD
                        (AS-PARCELA 10)
                    MOVE AS-DIGITO TO AS-VALOR-FICTICIO(AS-POS:1)
                END-IF
            END-PERFORM
            .
       7200-DIGITOS-FICTICIOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7300-EMAIL-FICTICIO: nome.sobrenome e tres digitos, todos
      * tirados do resumo do e-mail real, no dominio exemplo.com.br.
      *----------------------------------------------------------------
       7300-EMAIL-FICTICIO            SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
                GO TO 7300-EMAIL-FICTICIO-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-IDX-NOME = FUNCTION MOD (AS-RESUMO 20) + 1
            COMPUTE AS-PARCELA = AS-RESUMO / 20
            COMPUTE AS-IDX-SOBRENOME =
                FUNCTION MOD (AS-PARCELA 20) + 1
            COMPUTE AS-PARCELA = AS-RESUMO / 400
            COMPUTE AS-NUMERO-FICTICIO =
                FUNCTION MOD (AS-PARCELA 1000)

            MOVE SPACES               TO AS-VALOR-FICTICIO
            STRING TAB-PRENOME (AS-IDX-NOME)     DELIMITED BY SPACE
                   '.'                           DELIMITED BY SIZE
                   TAB-SOBRENOME (AS-IDX-SOBRENOME)
                                                 DELIMITED BY SPACE
                   AS-NUMERO-FICTICIO            DELIMITED BY SIZE
                   '@EXEMPLO.COM.BR'             DELIMITED BY SIZE
                   INTO AS-VALOR-FICTICIO
            END-STRING
            INSPECT AS-VALOR-FICTICIO
                CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                        TO 'abcdefghijklmnopqrstuvwxyz'
            .
       7300-EMAIL-FICTICIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7400-FRASE-FICTICIA: texto livre vira uma das frases de
      * atendimento da tabela. Texto em branco fica em branco.
      *----------------------------------------------------------------
       7400-FRASE-FICTICIA            SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
                GO TO 7400-FRASE-FICTICIA-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-IDX-NOME = FUNCTION MOD (AS-RESUMO 10) + 1
            MOVE TAB-FRASE (AS-IDX-NOME) TO AS-VALOR-FICTICIO
            .
       7400-FRASE-FICTICIA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7500-LOGRADOURO-FICTICIO: logradouro da tabela, escolhido
      * pelo resumo do logradouro real.
      *----------------------------------------------------------------
       7500-LOGRADOURO-FICTICIO       SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
                GO TO 7500-LOGRADOURO-FICTICIO-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-IDX-NOME = FUNCTION MOD (AS-RESUMO 10) + 1
            MOVE TAB-LOGRADOURO (AS-IDX-NOME) TO AS-VALOR-FICTICIO
            .
       7500-LOGRADOURO-FICTICIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 7600-COMPLEMENTO-FICTICIO: complemento preenchido vira
      * 'APTO nnn' (o texto real pode citar pessoas, como 'A/C').
      *----------------------------------------------------------------
       7600-COMPLEMENTO-FICTICIO      SECTION.

            MOVE AS-VALOR-REAL        TO AS-VALOR-FICTICIO
            IF AS-VALOR-REAL EQUAL SPACES
                GO TO 7600-COMPLEMENTO-FICTICIO-EXIT
            END-IF

            PERFORM 7000-CALCULA-RESUMO
            COMPUTE AS-NUMERO-FICTICIO =
                FUNCTION MOD (AS-RESUMO 900) + 100
            MOVE SPACES               TO AS-VALOR-FICTICIO
            STRING 'APTO ' AS-NUMERO-FICTICIO
                   DELIMITED BY SIZE
                   INTO AS-VALOR-FICTICIO
            END-STRING
            .
       7600-COMPLEMENTO-FICTICIO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 8000/8100: arquivo vivo ou de teste que nao abriu. O arquivo
      * fica fora da copia e a execucao segue com os demais.
      *----------------------------------------------------------------
       8000-ERRO-ABERTURA-VIVO        SECTION.

            MOVE AS-NOME-ARQ          TO MSG-ERRO-OPEN-ARQUIVO
            MOVE AS-STATUS-VIV        TO MSG-ERRO-OPEN-STATUS
            DISPLAY MSG-ERRO-OPEN
            DISPLAY AS-NOME-ARQ ' NAO COPIADO.'
            .
       8000-ERRO-ABERTURA-VIVO-EXIT.
               EXIT.

       8100-ERRO-ABERTURA-TESTE       SECTION.

            MOVE AS-NOME-ARQ          TO MSG-ERRO-OPEN-ARQUIVO
            MOVE AS-STATUS-TST        TO MSG-ERRO-OPEN-STATUS
            DISPLAY MSG-ERRO-OPEN
            DISPLAY AS-NOME-ARQ ' NAO COPIADO.'
            .
       8100-ERRO-ABERTURA-TESTE-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               DISPLAY 'COPIA DE TESTE GRAVADA EM: ' AS-DIR-TESTE
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL *******************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.

       END PROGRAM ANONCTT.
