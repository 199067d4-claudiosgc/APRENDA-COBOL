      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: ALTERACAO EM LOTE DE CONTATOS EXISTENTES: LE O
      *          ARQUIVO DE TRANSACOES ALTL.TXT (UMA LINHA POR
      *          MUDANCA: ID-CONTATO, CAMPO, OPERADOR QUE SUBMETEU,
      *          VALOR ATUAL ESPERADO E VALOR NOVO) E APLICA CADA
      *          LINHA EM COT.DAT SOB A TRAVA DE GRAVACAO (TRAVACTT).
      *          A LINHA E REJEITADA, PARA O ARQUIVO ALTLREJ.TXT COM O
      *          MOTIVO NA FRENTE, QUANDO O VALOR ATUAL DO CAMPO NAO
      *          CONFERE MAIS COM O ESPERADO OU QUANDO A LINHA NAO
      *          PASSA NAS CRITICAS DE ALTCONTT. CADA LINHA APLICADA
      *          GRAVA A IMAGEM ANTERIOR NO CONTATOS-HIST E UMA LINHA
      *          NO CONTLOG; LINHA SUBMETIDA POR OPERADOR JUNIOR NAO E
      *          APLICADA: VAI PARA PND.TXT, PARA APROVACAO DO
      *          SUPERVISOR EM APRVCTT, COMO NA ALTERACAO PELA TELA.
      *          AO FINAL, RESUMO COM AS LINHAS APLICADAS, REJEITADAS
      *          E ENVIADAS PARA APROVACAO. LINHA EM BRANCO OU COM '*'
      *          NA COLUNA 1 E COMENTARIO.
      *          CAMPOS ALTERAVEIS: NM (NOME), TL (TELEFONE), EM
      *          (E-MAIL), DP (DEPARTAMENTO), ST (SITUACAO A/I) E RS
      *          (RESPONSAVEL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTLCTT.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRANSACOES ASSIGN TO AS-CAMINHO-TRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-TRN.

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

           SELECT CONTATOS-HIST ASSIGN TO AS-CAMINHO-HST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-HST.

           SELECT REJEITADOS ASSIGN TO AS-CAMINHO-REJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REJ.

           SELECT PENDENTES ASSIGN TO AS-CAMINHO-PND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-PND.

           SELECT OPR-DAT ASSIGN TO AS-CAMINHO-OPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-OPERADOR
           FILE STATUS  IS AS-STATUS-OPR.

           SELECT DEP-DAT ASSIGN TO AS-CAMINHO-DEP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-DEPTO
           FILE STATUS  IS AS-STATUS-DEP.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACOES.
       01 TRN-LINHA                    PIC X(100).

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

       FD CONTATOS-HIST.
       01 HIST-LINHA                   PIC X(140).

       FD REJEITADOS.
       01 REJ-LINHA                    PIC X(131).

       FD PENDENTES.
       01 PND-LINHA                    PIC X(340).

       FD OPR-DAT.
          COPY FD_OPR.

       FD DEP-DAT.
          COPY FD_DEPTO.

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-TRN           PIC X(080).
           05 AS-CAMINHO-DAT           PIC X(080).
           05 AS-CAMINHO-TXT           PIC X(080).
           05 AS-CAMINHO-HST           PIC X(080).
           05 AS-CAMINHO-REJ           PIC X(080).
           05 AS-CAMINHO-PND           PIC X(080).
           05 AS-CAMINHO-OPR           PIC X(080).
           05 AS-CAMINHO-DEP           PIC X(080).
           05 AS-STATUS-TRN            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DAT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-TXT            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-HST            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-REJ            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-PND            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-OPR            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-DEP            PIC 9(002) VALUE ZEROS.
           05 AS-LOG-RESULTADO         PIC X(001) VALUE SPACE.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-TEM-OPR               PIC X(001) VALUE 'N'.
               88 AS-TEM-OPR-OK        VALUE 'S' FALSE 'N'.
           05 AS-TEM-DEP               PIC X(001) VALUE 'N'.
               88 AS-TEM-DEP-OK        VALUE 'S' FALSE 'N'.
           05 AS-PERFIL                PIC X(001) VALUE 'P'.
               88 AS-PERFIL-JUNIOR     VALUE 'J'.
           05 AS-DATA-SISTEMA          PIC 9(008) VALUE ZEROS.
           05 AS-CONT-LIDAS            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-APLICADAS        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-REJEITADAS       PIC 9(006) VALUE ZEROS.
           05 AS-CONT-PENDENTES        PIC 9(006) VALUE ZEROS.
           05 AS-CONT-REGRAVADOS       PIC 9(006) VALUE ZEROS.
           05 AS-VALOR-ATUAL           PIC X(040) VALUE SPACES.
           05 AS-REG-ANTES             PIC X(117) VALUE SPACES.
           05 AS-TRAVA-ACAO            PIC X(001) VALUE SPACE.
           05 AS-NOME-PROGRAMA         PIC X(008) VALUE 'ALTLCTT'.
           05 AS-TRAVA-RESULT          PIC X(001) VALUE SPACE.
           05 AS-TRAVA-DETENTOR        PIC X(030) VALUE SPACES.
           05 AS-TRAVA-OBTIDA          PIC X(001) VALUE 'N'.
               88 AS-TRAVA-OBTIDA-OK   VALUE 'S' FALSE 'N'.

       01 AS-CAMINHO-TRN-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ALTL.TXT
      -    ''.
       01 AS-CAMINHO-DAT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.DAT'.
       01 AS-CAMINHO-TXT-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\COT.TXT'.
       01 AS-CAMINHO-HST-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\HST.TXT'.
       01 AS-CAMINHO-REJ-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\ALTLREJ.
      -    'TXT'.
       01 AS-CAMINHO-PND-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\PND.TXT'.
       01 AS-CAMINHO-OPR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       01 AS-CAMINHO-DEP-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DEP.DAT'.

       01 AS-TRANSACAO                 PIC X(100) VALUE SPACES.
       01 FILLER REDEFINES AS-TRANSACAO.
           05 TRN-ID                   PIC X(006).
           05 TRN-ID-N REDEFINES TRN-ID
                                       PIC 9(006).
           05 FILLER                   PIC X(001).
           05 TRN-CAMPO                PIC X(002).
               88 TRN-CAMPO-VALIDO     VALUE 'NM' 'TL' 'EM' 'DP'
                                             'ST' 'RS'.
           05 FILLER                   PIC X(001).
           05 TRN-OPERADOR             PIC X(004).
           05 FILLER                   PIC X(001).
           05 TRN-VALOR-ANTES          PIC X(040).
           05 FILLER                   PIC X(001).
           05 TRN-VALOR-NOVO           PIC X(040).
           05 FILLER                   PIC X(004).

       01 LIN-REJEITADA.
           05 REJ-MOTIVO               PIC X(030).
           05 FILLER                   PIC X(001) VALUE SPACE.
           05 REJ-TRANSACAO            PIC X(100).

       01 AS-LOG-REGISTRO.
           05 AS-LOG-OPERACAO          PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-ID                PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-DT                PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-HR                PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-NOME-ANTES        PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-NOME-DEPOIS       PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AS-LOG-OPERADOR          PIC X(04).
       77 AS-LOG-DATA                  PIC 9(08) VALUE ZEROS.
       77 AS-LOG-HORA                  PIC 9(08) VALUE ZEROS.

          COPY WS_HISTIMG.

          COPY WS_PENDOP.

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

            MOVE AS-CAMINHO-TRN-DFL   TO AS-CAMINHO-TRN
            DISPLAY 'ALTL_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-TRN     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-TRN EQUAL SPACES
                MOVE AS-CAMINHO-TRN-DFL TO AS-CAMINHO-TRN
            END-IF

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

            MOVE AS-CAMINHO-HST-DFL   TO AS-CAMINHO-HST
            DISPLAY 'HIST_PATH'       UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-HST     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-HST EQUAL SPACES
                MOVE AS-CAMINHO-HST-DFL TO AS-CAMINHO-HST
            END-IF

            MOVE AS-CAMINHO-REJ-DFL   TO AS-CAMINHO-REJ
            DISPLAY 'ALTLREJ_PATH'    UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-REJ     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-REJ EQUAL SPACES
                MOVE AS-CAMINHO-REJ-DFL TO AS-CAMINHO-REJ
            END-IF

            MOVE AS-CAMINHO-PND-DFL   TO AS-CAMINHO-PND
            DISPLAY 'PND_PATH'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-PND     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-PND EQUAL SPACES
                MOVE AS-CAMINHO-PND-DFL TO AS-CAMINHO-PND
            END-IF

            MOVE AS-CAMINHO-OPR-DFL   TO AS-CAMINHO-OPR
            DISPLAY 'OPR_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-OPR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-OPR EQUAL SPACES
                MOVE AS-CAMINHO-OPR-DFL TO AS-CAMINHO-OPR
            END-IF

            MOVE AS-CAMINHO-DEP-DFL   TO AS-CAMINHO-DEP
            DISPLAY 'DEP_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-DEP     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-DEP EQUAL SPACES
                MOVE AS-CAMINHO-DEP-DFL TO AS-CAMINHO-DEP
            END-IF

            ACCEPT AS-DATA-SISTEMA    FROM DATE YYYYMMDD

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

            OPEN INPUT TRANSACOES

            IF AS-STATUS-TRN NOT EQUAL ZEROS
                MOVE 'ALTL'          TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-TRN   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            OPEN I-O COT-DAT

            IF AS-STATUS-DAT NOT EQUAL ZEROS
                MOVE 'COT.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-DAT   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            OPEN EXTEND REJEITADOS

            IF AS-STATUS-REJ EQUAL 35
                OPEN OUTPUT REJEITADOS
            END-IF

            IF AS-STATUS-REJ NOT EQUAL ZEROS
                MOVE 'ALTLREJ'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-REJ   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            PERFORM 1100-ABRE-TABELAS
            .
       1000-INICIALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 1100-ABRE-TABELAS: abre OPR.DAT e DEP.DAT para as criticas.
      * Como em ALTCONTT, sem cadastro de operadores (status 35) todo
      * operador vale como pleno e o responsavel segue livre; sem
      * tabela de departamentos, o departamento segue livre.
      *----------------------------------------------------------------
       1100-ABRE-TABELAS              SECTION.

            SET AS-TEM-OPR-OK         TO FALSE
            SET AS-TEM-DEP-OK         TO FALSE

            OPEN INPUT OPR-DAT

            EVALUATE AS-STATUS-OPR
                WHEN ZEROS
                    SET AS-TEM-OPR-OK TO TRUE
                WHEN 35
                    DISPLAY 'CADASTRO DE OPERADORES AUSENTE. '
                            'OPERADORES VALEM COMO PLENOS.'
                WHEN OTHER
                    MOVE 'OPR.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                    MOVE AS-STATUS-OPR   TO MSG-ERRO-OPEN-STATUS
                    DISPLAY MSG-ERRO-OPEN
                    PERFORM 9000-CANCELA
            END-EVALUATE

            OPEN INPUT DEP-DAT

            EVALUATE AS-STATUS-DEP
                WHEN ZEROS
                    SET AS-TEM-DEP-OK TO TRUE
                WHEN 35
                    DISPLAY 'TABELA DE DEPARTAMENTOS AUSENTE. '
                            'DEPARTAMENTO ACEITO SEM VALIDACAO.'
                WHEN OTHER
                    MOVE 'DEP.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                    MOVE AS-STATUS-DEP   TO MSG-ERRO-OPEN-STATUS
                    DISPLAY MSG-ERRO-OPEN
                    PERFORM 9000-CANCELA
            END-EVALUATE
            .
       1100-ABRE-TABELAS-EXIT.
               EXIT.
      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            PERFORM UNTIL AS-EOF-OK

                READ TRANSACOES
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        IF TRN-LINHA NOT EQUAL SPACES
                           AND TRN-LINHA(1:1) NOT EQUAL '*'
                            MOVE TRN-LINHA TO AS-TRANSACAO
                            PERFORM 2100-TRATA-TRANSACAO
                        END-IF
                END-READ
            END-PERFORM
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-TRATA-TRANSACAO: critica a linha, confere o valor atual
      * do campo com o valor esperado e monta o registro novo; depois
      * aplica (pleno e supervisor) ou envia para aprovacao (junior).
      * Qualquer recusa grava a linha em ALTLREJ.TXT com o motivo.
      *----------------------------------------------------------------
       2100-TRATA-TRANSACAO           SECTION.

            ADD 1                     TO AS-CONT-LIDAS

            IF TRN-ID IS NOT NUMERIC
                MOVE 'ID INVALIDO'    TO REJ-MOTIVO
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            IF NOT TRN-CAMPO-VALIDO
                MOVE 'CAMPO NAO ALTERAVEL'
                                      TO REJ-MOTIVO
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            PERFORM 2200-CONFERE-OPERADOR
            IF REJ-MOTIVO NOT EQUAL SPACES
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            MOVE TRN-ID-N             TO ID-COT-DAT
            READ COT-DAT
                KEY IS ID-COT-DAT
                INVALID KEY
                    MOVE 'CONTATO NAO EXISTE'
                                      TO REJ-MOTIVO
                    PERFORM 2800-GRAVA-REJEITADA
                    GO TO 2100-TRATA-TRANSACAO-EXIT
            END-READ

            PERFORM 2300-VALOR-ATUAL

            IF AS-VALOR-ATUAL NOT EQUAL TRN-VALOR-ANTES
                MOVE 'VALOR ATUAL DIFERE DO ESPERADO'
                                      TO REJ-MOTIVO
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            IF TRN-VALOR-NOVO EQUAL TRN-VALOR-ANTES
                MOVE 'VALOR NOVO IGUAL AO ATUAL'
                                      TO REJ-MOTIVO
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            PERFORM 2400-CRITICA-VALOR-NOVO
            IF REJ-MOTIVO NOT EQUAL SPACES
                PERFORM 2800-GRAVA-REJEITADA
                GO TO 2100-TRATA-TRANSACAO-EXIT
            END-IF

            MOVE REG-COT-DAT          TO AS-REG-ANTES
            PERFORM 2450-MONTA-REGISTRO-NOVO

            IF AS-PERFIL-JUNIOR
                PERFORM 2600-GRAVA-PENDENTE
            ELSE
                PERFORM 2500-APLICA
            END-IF
            .
       2100-TRATA-TRANSACAO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-CONFERE-OPERADOR: o operador da linha tem de estar
      * informado e, havendo cadastro, existir ativo em OPR.DAT; o
      * perfil dele decide entre aplicar e enviar para aprovacao.
      * Deixa REJ-MOTIVO em branco quando o operador e aceito.
      *----------------------------------------------------------------
       2200-CONFERE-OPERADOR          SECTION.

            MOVE SPACES               TO REJ-MOTIVO
            MOVE 'P'                  TO AS-PERFIL

            IF TRN-OPERADOR EQUAL SPACES
                MOVE 'OPERADOR NAO INFORMADO'
                                      TO REJ-MOTIVO
            ELSE
                IF AS-TEM-OPR-OK
                    MOVE TRN-OPERADOR TO CD-OPERADOR
                    READ OPR-DAT
                        INVALID KEY
                            MOVE 'OPERADOR DESCONHECIDO'
                                      TO REJ-MOTIVO
                        NOT INVALID KEY
                            IF OPERADOR-INATIVO
                                MOVE 'OPERADOR INATIVO'
                                      TO REJ-MOTIVO
                            ELSE
                                MOVE PERFIL-OPERADOR TO AS-PERFIL
                            END-IF
                    END-READ
                END-IF
            END-IF
            .
       2200-CONFERE-OPERADOR-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-VALOR-ATUAL: valor corrente do campo da linha no contato
      * lido, alinhado a esquerda em 40 posicoes para a comparacao
      * com o valor esperado.
      *----------------------------------------------------------------
       2300-VALOR-ATUAL               SECTION.

            MOVE SPACES               TO AS-VALOR-ATUAL

            EVALUATE TRN-CAMPO
                WHEN 'NM'
                    MOVE NM-COT-DAT       TO AS-VALOR-ATUAL
                WHEN 'TL'
                    MOVE TEL-COT-DAT      TO AS-VALOR-ATUAL
                WHEN 'EM'
                    MOVE EMAIL-COT-DAT    TO AS-VALOR-ATUAL
                WHEN 'DP'
                    MOVE DEPTO-COT-DAT    TO AS-VALOR-ATUAL
                WHEN 'ST'
                    MOVE STATUS-COT-DAT   TO AS-VALOR-ATUAL
                WHEN 'RS'
                    MOVE RESP-COT-DAT     TO AS-VALOR-ATUAL
            END-EVALUATE
            .
       2300-VALOR-ATUAL-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2400-CRITICA-VALOR-NOVO: as mesmas criticas da tela de
      * ALTCONTT - nome nao fica em branco, departamento e
      * responsavel existem e estao ativos, situacao e A ou I - e o
      * valor novo tem de caber no campo. Deixa REJ-MOTIVO em branco
      * quando o valor e aceito.
      *----------------------------------------------------------------
       2400-CRITICA-VALOR-NOVO        SECTION.

            MOVE SPACES               TO REJ-MOTIVO

            EVALUATE TRN-CAMPO
                WHEN 'NM'
                    IF TRN-VALOR-NOVO EQUAL SPACES
                        MOVE 'NOME NAO PODE FICAR EM BRANCO'
                                      TO REJ-MOTIVO
                    END-IF
                    IF TRN-VALOR-NOVO(21:20) NOT EQUAL SPACES
                        MOVE 'VALOR NOVO EXCEDE O CAMPO'
                                      TO REJ-MOTIVO
                    END-IF
                WHEN 'TL'
                    IF TRN-VALOR-NOVO(16:25) NOT EQUAL SPACES
                        MOVE 'VALOR NOVO EXCEDE O CAMPO'
                                      TO REJ-MOTIVO
                    END-IF
                WHEN 'DP'
                    IF TRN-VALOR-NOVO(16:25) NOT EQUAL SPACES
                        MOVE 'VALOR NOVO EXCEDE O CAMPO'
                                      TO REJ-MOTIVO
                    ELSE
                        IF AS-TEM-DEP-OK
                            MOVE TRN-VALOR-NOVO(1:15) TO CD-DEPTO
                            READ DEP-DAT
                                INVALID KEY
                                    MOVE 'DEPARTAMENTO DESCONHECIDO'
                                      TO REJ-MOTIVO
                                NOT INVALID KEY
                                    IF DEPTO-INATIVO
                                        MOVE 'DEPARTAMENTO INATIVO'
                                      TO REJ-MOTIVO
                                    END-IF
                            END-READ
                        END-IF
                    END-IF
                WHEN 'ST'
                    IF TRN-VALOR-NOVO NOT EQUAL 'A'
                       AND TRN-VALOR-NOVO NOT EQUAL 'I'
                        MOVE 'SITUACAO DEVE SER A OU I'
                                      TO REJ-MOTIVO
                    END-IF
                WHEN 'RS'
                    IF TRN-VALOR-NOVO(5:36) NOT EQUAL SPACES
                        MOVE 'VALOR NOVO EXCEDE O CAMPO'
                                      TO REJ-MOTIVO
                    ELSE
                        IF AS-TEM-OPR-OK
                           AND TRN-VALOR-NOVO NOT EQUAL SPACES
                            MOVE TRN-VALOR-NOVO(1:4) TO CD-OPERADOR
                            READ OPR-DAT
                                INVALID KEY
                                    MOVE 'RESPONSAVEL DESCONHECIDO'
                                      TO REJ-MOTIVO
                                NOT INVALID KEY
                                    IF OPERADOR-INATIVO
                                        MOVE 'RESPONSAVEL INATIVO'
                                      TO REJ-MOTIVO
                                    END-IF
                            END-READ
                        END-IF
                    END-IF
            END-EVALUATE
            .
       2400-CRITICA-VALOR-NOVO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2450-MONTA-REGISTRO-NOVO: troca o campo da linha em
      * REG-COT-DAT pelo valor novo e carimba DT-ALTERACAO. A imagem
      * anterior ja esta guardada em AS-REG-ANTES.
      *----------------------------------------------------------------
       2450-MONTA-REGISTRO-NOVO       SECTION.

            EVALUATE TRN-CAMPO
                WHEN 'NM'
                    MOVE TRN-VALOR-NOVO   TO NM-COT-DAT
                WHEN 'TL'
                    MOVE TRN-VALOR-NOVO   TO TEL-COT-DAT
                WHEN 'EM'
                    MOVE TRN-VALOR-NOVO   TO EMAIL-COT-DAT
                WHEN 'DP'
                    MOVE TRN-VALOR-NOVO   TO DEPTO-COT-DAT
                WHEN 'ST'
                    MOVE TRN-VALOR-NOVO   TO STATUS-COT-DAT
                WHEN 'RS'
                    MOVE TRN-VALOR-NOVO   TO RESP-COT-DAT
            END-EVALUATE

            MOVE AS-DATA-SISTEMA      TO DT-ALT-COT-DAT
            .
       2450-MONTA-REGISTRO-NOVO-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-APLICA: grava a imagem anterior no historico, regrava o
      * contato e registra a alteracao no CONTLOG com o operador da
      * linha.
      *----------------------------------------------------------------
       2500-APLICA                    SECTION.

            MOVE AS-REG-ANTES         TO WS-IMG-REGISTRO
            PERFORM 2700-GRAVA-IMAGEM

            REWRITE REG-COT-DAT
                INVALID KEY
                    MOVE 'ERRO NA REGRAVACAO'
                                      TO REJ-MOTIVO
                    PERFORM 2800-GRAVA-REJEITADA
                NOT INVALID KEY
                    ADD 1             TO AS-CONT-APLICADAS
                    MOVE 'ALTERACAO'  TO AS-LOG-OPERACAO
                    MOVE ID-COT-DAT   TO AS-LOG-ID
                    MOVE AS-REG-ANTES(7:20)
                                      TO AS-LOG-NOME-ANTES
                    MOVE NM-COT-DAT   TO AS-LOG-NOME-DEPOIS
                    PERFORM 2650-GRAVA-LOG
            END-REWRITE
            .
       2500-APLICA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2600-GRAVA-PENDENTE: a linha de operador junior nao e
      * aplicada: vai para PND.TXT como ALTERACAO, com as imagens
      * antes e depois, no mesmo layout WS_PENDOP da alteracao pela
      * tela, para decisao do supervisor em APRVCTT.
      *----------------------------------------------------------------
       2600-GRAVA-PENDENTE            SECTION.

            OPEN EXTEND PENDENTES

            IF AS-STATUS-PND EQUAL 35
                OPEN OUTPUT PENDENTES
            END-IF

            IF AS-STATUS-PND EQUAL ZEROS
                SET PND-PENDENTE      TO TRUE
                MOVE 'ALTERACAO'      TO WS-PND-OPERACAO
                MOVE ID-COT-DAT       TO WS-PND-ID
                MOVE TRN-OPERADOR     TO WS-PND-OPERADOR
                ACCEPT AS-LOG-DATA    FROM DATE YYYYMMDD
                ACCEPT AS-LOG-HORA    FROM TIME
                MOVE AS-LOG-DATA      TO WS-PND-DATA
                MOVE AS-LOG-HORA(1:6) TO WS-PND-HORA
                MOVE AS-REG-ANTES     TO WS-PND-REG-ANTES
                MOVE REG-COT-DAT      TO WS-PND-REG-DEPOIS
                MOVE SPACES           TO WS-PND-MOTIVO
                MOVE ZEROS            TO WS-PND-DT-DECISAO
                                         WS-PND-HR-DECISAO

                MOVE SPACES           TO PND-LINHA
                MOVE WS-PND-REGISTRO  TO PND-LINHA
                WRITE PND-LINHA

                CLOSE PENDENTES
                ADD 1                 TO AS-CONT-PENDENTES
            ELSE
                MOVE 'ERRO NO ARQUIVO DE PENDENCIAS'
                                      TO REJ-MOTIVO
                PERFORM 2800-GRAVA-REJEITADA
            END-IF
            .
       2600-GRAVA-PENDENTE-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2650-GRAVA-LOG: registra a operacao na trilha de auditoria
      * CONTLOG atraves do subprograma LOGCTT, carimbada com o
      * operador que submeteu a linha. Espera AS-LOG-OPERACAO,
      * AS-LOG-ID e os nomes ja preenchidos.
      *----------------------------------------------------------------
       2650-GRAVA-LOG                 SECTION.

            ACCEPT AS-LOG-DATA   FROM DATE YYYYMMDD
            ACCEPT AS-LOG-HORA   FROM TIME
            MOVE AS-LOG-DATA     TO AS-LOG-DT
            MOVE AS-LOG-HORA(1:6) TO AS-LOG-HR
            MOVE TRN-OPERADOR    TO AS-LOG-OPERADOR

            CALL 'LOGCTT' USING AS-LOG-REGISTRO AS-LOG-RESULTADO

            IF AS-LOG-RESULTADO NOT EQUAL '0'
                DISPLAY 'ERRO AO GRAVAR A TRILHA DE AUDITORIA.'
            END-IF
            .
       2650-GRAVA-LOG-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2700-GRAVA-IMAGEM: acrescenta no historico CONTATOS-HIST uma
      * linha 'IMAGEM' com a fotografia do registro antes da
      * regravacao, como fazem ALTCONTT e APLICTT, para que a
      * alteracao possa ser desfeita por UNDOCTT. Espera
      * WS-IMG-REGISTRO ja preenchido pelo chamador.
      *----------------------------------------------------------------
       2700-GRAVA-IMAGEM              SECTION.

            OPEN EXTEND CONTATOS-HIST

            IF AS-STATUS-HST EQUAL 35
                OPEN OUTPUT CONTATOS-HIST
            END-IF

            IF AS-STATUS-HST EQUAL ZEROS
                ACCEPT WS-IMG-DATA   FROM DATE YYYYMMDD

                MOVE SPACES          TO HIST-LINHA
                MOVE WS-HIST-IMAGEM  TO HIST-LINHA
                WRITE HIST-LINHA

                CLOSE CONTATOS-HIST
            ELSE
                DISPLAY 'ERRO AO GRAVAR O HISTORICO. '
                        'STATUS: ' AS-STATUS-HST
            END-IF
            .
       2700-GRAVA-IMAGEM-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2800-GRAVA-REJEITADA: grava a linha recebida em ALTLREJ.TXT,
      * com o motivo na frente. Espera REJ-MOTIVO ja preenchido.
      *----------------------------------------------------------------
       2800-GRAVA-REJEITADA           SECTION.

            ADD 1                     TO AS-CONT-REJEITADAS
            MOVE AS-TRANSACAO         TO REJ-TRANSACAO
            MOVE SPACES               TO REJ-LINHA
            MOVE LIN-REJEITADA        TO REJ-LINHA
            WRITE REJ-LINHA
            .
       2800-GRAVA-REJEITADA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               CLOSE TRANSACOES
               CLOSE COT-DAT
               CLOSE REJEITADOS

               IF AS-TEM-OPR-OK
                   CLOSE OPR-DAT
               END-IF

               IF AS-TEM-DEP-OK
                   CLOSE DEP-DAT
               END-IF

               IF AS-CONT-APLICADAS GREATER ZEROS
                   PERFORM 3050-RECONSTROI-TXT
               END-IF

               IF AS-TRAVA-OBTIDA-OK
                   MOVE 'L'           TO AS-TRAVA-ACAO
                   CALL 'TRAVACTT' USING AS-TRAVA-ACAO
                                         AS-NOME-PROGRAMA
                                         AS-TRAVA-RESULT
                                         AS-TRAVA-DETENTOR
               END-IF

               DISPLAY 'LINHAS LIDAS:             ' AS-CONT-LIDAS
               DISPLAY 'ALTERACOES APLICADAS:     ' AS-CONT-APLICADAS
               DISPLAY 'LINHAS REJEITADAS:        ' AS-CONT-REJEITADAS
               DISPLAY 'ENVIADAS PARA APROVACAO:  ' AS-CONT-PENDENTES

               IF AS-CONT-REJEITADAS GREATER ZEROS
                   DISPLAY 'VER OS MOTIVOS EM ' AS-CAMINHO-REJ
               END-IF

               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 3050-RECONSTROI-TXT: regrava COT.TXT inteiro a partir de
      * COT.DAT, no padrao de ARCCTT e APLICTT. O sequencial e o dono
      * do par: sem esta reconstrucao, o REORGCTT da cadeia noturna
      * desfaria todas as alteracoes recem aplicadas.
      *----------------------------------------------------------------
       3050-RECONSTROI-TXT            SECTION.

            SET AS-EOF-OK             TO FALSE
            MOVE ZEROS                TO AS-CONT-REGRAVADOS

            OPEN INPUT COT-DAT
            OPEN OUTPUT COT-TXT

            IF AS-STATUS-DAT NOT EQUAL ZEROS
               OR AS-STATUS-TXT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO RECONSTRUIR COT.TXT. DAT: '
                        AS-STATUS-DAT ' TXT: ' AS-STATUS-TXT
                CLOSE COT-DAT
                CLOSE COT-TXT
                PERFORM 9000-CANCELA
            END-IF

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

            CLOSE COT-DAT
            CLOSE COT-TXT

            DISPLAY 'COT.TXT RECONSTRUIDO COM '
                    AS-CONT-REGRAVADOS ' CONTATOS.'
            .
       3050-RECONSTROI-TXT-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL *******************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               CLOSE TRANSACOES
               CLOSE COT-DAT
               CLOSE REJEITADOS

               IF AS-TEM-OPR-OK
                   CLOSE OPR-DAT
               END-IF

               IF AS-TEM-DEP-OK
                   CLOSE DEP-DAT
               END-IF

               IF AS-TRAVA-OBTIDA-OK
                   MOVE 'L'           TO AS-TRAVA-ACAO
                   CALL 'TRAVACTT' USING AS-TRAVA-ACAO
                                         AS-NOME-PROGRAMA
                                         AS-TRAVA-RESULT
                                         AS-TRAVA-DETENTOR
               END-IF

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.
       END PROGRAM ALTLCTT.
