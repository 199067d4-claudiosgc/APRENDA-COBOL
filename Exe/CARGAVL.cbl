      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: CARGA EM LOTE DE NOTAS A PARTIR DO ARQUIVO CSV DOS
      *          PROFESSORES (CAMPOS SEPARADOS POR ';': ESTUDANTE;
      *          CURSO;SEQUENCIA;DATA;NOTA;PESO), GRAVANDO EM AVL.DAT
      *          (COPYBOOK FD_AVAL) COM AS MESMAS REGRAS DO LANCAMENTO
      *          DE AVALEST: MATRICULA ATIVA EM MTR.DAT, NOTA DE 0 A
      *          10 (DECIMAIS COM ',' OU '.'), PESO DE 1 A 99 (VAZIO
      *          = 1) E DATA AAAAMMDD (VAZIO = HOJE). LINHA REJEITADA
      *          VAI PARA AVLREJ.TXT, NO PADRAO DO CRGREJ DE CARGCTT.
      *          CHAVE JA EXISTENTE COM A MESMA NOTA E PESO E CONTADA
      *          COMO JA CARREGADA, DE MODO QUE RODAR DE NOVO O MESMO
      *          ARQUIVO NAO LANCA NOTA EM DOBRO; COM NOTA OU PESO
      *          DIFERENTE, E REJEITADA COMO CHAVE DUPLICADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAVL.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT AVL-CSV ASSIGN TO AS-CAMINHO-CSV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-CSV.

           SELECT AVL-DAT ASSIGN TO AS-CAMINHO-AVL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-AVAL
           FILE STATUS  IS AS-STATUS-AVL.

           SELECT MTR-DAT ASSIGN TO AS-CAMINHO-MTR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-MATR
           FILE STATUS  IS AS-STATUS-MTR.

           SELECT AVLREJ ASSIGN TO AS-CAMINHO-REJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS AS-STATUS-REJ.

       DATA DIVISION.
       FILE SECTION.

       FD AVL-CSV.
       01 LINHA-CSV                    PIC X(080).

       FD AVL-DAT.
          COPY FD_AVAL.

       FD MTR-DAT.
          COPY FD_MATR.

       FD AVLREJ.
       01 REJ-LINHA                    PIC X(080).

       WORKING-STORAGE SECTION.

       01 AREA-DE-SALVAMENTO.
           05 AS-CAMINHO-CSV           PIC X(080).
           05 AS-CAMINHO-AVL           PIC X(080).
           05 AS-CAMINHO-MTR           PIC X(080).
           05 AS-CAMINHO-REJ           PIC X(080).
           05 AS-STATUS-CSV            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-AVL            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-MTR            PIC 9(002) VALUE ZEROS.
           05 AS-STATUS-REJ            PIC 9(002) VALUE ZEROS.
           05 AS-EOF                   PIC X(001) VALUE 'N'.
               88 AS-EOF-OK            VALUE 'S' FALSE 'N'.
           05 AS-LINHA-VALIDA          PIC X(001) VALUE 'N'.
               88 AS-LINHA-VALIDA-OK   VALUE 'S' FALSE 'N'.
           05 AS-CONT-LIDOS            PIC 9(006) VALUE ZEROS.
           05 AS-CONT-GRAVADOS         PIC 9(006) VALUE ZEROS.
           05 AS-CONT-JA-CARREGADOS    PIC 9(006) VALUE ZEROS.
           05 AS-CONT-DUPLICADOS       PIC 9(006) VALUE ZEROS.
           05 AS-CONT-SEM-MATRICULA    PIC 9(006) VALUE ZEROS.
           05 AS-CONT-INVALIDOS        PIC 9(006) VALUE ZEROS.
           05 AS-LINHA-CORRENTE        PIC 9(006) VALUE ZEROS.
           05 AS-DATA-HOJE             PIC 9(008) VALUE ZEROS.
           05 AS-MOTIVO                PIC X(040) VALUE SPACES.

       01 AS-CAMINHO-CSV-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\NOTAS.CS
      -    'V'.
       01 AS-CAMINHO-AVL-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVL.DAT'.
       01 AS-CAMINHO-MTR-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\MTR.DAT'.
       01 AS-CAMINHO-REJ-DFL           PIC X(080) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\AVLREJ.T
      -    'XT'.

       01 AS-CAMPOS-CSV.
           05 AS-EST-CSV               PIC X(010).
           05 AS-CUR-CSV               PIC X(010).
           05 AS-SEQ-CSV               PIC X(010).
           05 AS-DATA-CSV              PIC X(010).
           05 AS-NOTA-CSV              PIC X(010).
           05 AS-PESO-CSV              PIC X(010).
           05 AS-CNT-EST               PIC 9(002) COMP.
           05 AS-CNT-CUR               PIC 9(002) COMP.
           05 AS-CNT-SEQ               PIC 9(002) COMP.
           05 AS-CNT-DATA              PIC 9(002) COMP.
           05 AS-CNT-NOTA              PIC 9(002) COMP.
           05 AS-CNT-PESO              PIC 9(002) COMP.

       01 AS-CAMPOS-NOTA.
           05 AS-NOTA-INT-TXT          PIC X(003).
           05 AS-NOTA-DEC-TXT          PIC X(003).
           05 AS-CNT-NOTA-INT          PIC 9(002) COMP.
           05 AS-CNT-NOTA-DEC          PIC 9(002) COMP.
           05 AS-NOTA-INT              PIC 9(002).
           05 AS-NOTA-DEC              PIC 9(002).

       01 AS-VALORES.
           05 AS-CD-ESTUDANTE          PIC 9(005).
           05 AS-CD-CURSO              PIC 9(004).
           05 AS-SEQ                   PIC 9(002).
           05 AS-DATA                  PIC 9(008).
           05 FILLER REDEFINES AS-DATA.
               10 AS-DATA-ANO          PIC 9(004).
               10 AS-DATA-MES          PIC 9(002).
               10 AS-DATA-DIA          PIC 9(002).
           05 AS-NOTA                  PIC 9(002)V99.
           05 AS-PESO                  PIC 9(002).

       01 MSG-ERRO-OPEN.
           05 FILLER                   PIC X(028) VALUE
               'ERRO NA ABERTURA DO ARQUIVO'.
           05 MSG-ERRO-OPEN-ARQUIVO    PIC X(008) VALUE SPACE.
           05 FILLER                   PIC X(011) VALUE
               'COM STATUS'.
           05 MSG-ERRO-OPEN-STATUS     PIC 9(002) VALUE ZEROS.

       01 MSG-REJEITO.
           05 FILLER                   PIC X(006) VALUE 'LINHA '.
           05 MSG-REJ-LINHA            PIC 9(006).
           05 FILLER                   PIC X(002) VALUE ': '.
           05 MSG-REJ-MOTIVO           PIC X(040).

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

            MOVE AS-CAMINHO-CSV-DFL   TO AS-CAMINHO-CSV
            DISPLAY 'AVAL_CSV'        UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-CSV     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-CSV EQUAL SPACES
                MOVE AS-CAMINHO-CSV-DFL TO AS-CAMINHO-CSV
            END-IF

            MOVE AS-CAMINHO-AVL-DFL   TO AS-CAMINHO-AVL
            DISPLAY 'AVL_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-AVL     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-AVL EQUAL SPACES
                MOVE AS-CAMINHO-AVL-DFL TO AS-CAMINHO-AVL
            END-IF

            MOVE AS-CAMINHO-MTR-DFL   TO AS-CAMINHO-MTR
            DISPLAY 'MTR_DAT'         UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-MTR     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-MTR EQUAL SPACES
                MOVE AS-CAMINHO-MTR-DFL TO AS-CAMINHO-MTR
            END-IF

            MOVE AS-CAMINHO-REJ-DFL   TO AS-CAMINHO-REJ
            DISPLAY 'AVLREJ_PATH'     UPON ENVIRONMENT-NAME
            ACCEPT AS-CAMINHO-REJ     FROM ENVIRONMENT-VALUE
            IF AS-CAMINHO-REJ EQUAL SPACES
                MOVE AS-CAMINHO-REJ-DFL TO AS-CAMINHO-REJ
            END-IF

            ACCEPT AS-DATA-HOJE       FROM DATE YYYYMMDD

            OPEN INPUT AVL-CSV

            IF AS-STATUS-CSV NOT EQUAL ZEROS
                MOVE 'NOTAS.CSV'     TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-CSV   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            OPEN INPUT MTR-DAT

            IF AS-STATUS-MTR NOT EQUAL ZEROS
                MOVE 'MTR.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-MTR   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            OPEN I-O AVL-DAT

            IF AS-STATUS-AVL EQUAL 35
                OPEN OUTPUT AVL-DAT
                CLOSE AVL-DAT
                OPEN I-O AVL-DAT
            END-IF

            IF AS-STATUS-AVL NOT EQUAL ZEROS
                MOVE 'AVL.DAT'       TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-AVL   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF

            OPEN OUTPUT AVLREJ

            IF AS-STATUS-REJ NOT EQUAL ZEROS
                MOVE 'AVLREJ'        TO MSG-ERRO-OPEN-ARQUIVO
                MOVE AS-STATUS-REJ   TO MSG-ERRO-OPEN-STATUS
                DISPLAY MSG-ERRO-OPEN

                PERFORM 9000-CANCELA
            END-IF
            .
       1000-INICIALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** PROCESSA **********************************
      ******************************************************************

       2000-PROCESSA                SECTION.

            PERFORM UNTIL AS-EOF-OK

                READ AVL-CSV INTO LINHA-CSV
                    AT END
                        SET AS-EOF-OK TO TRUE
                    NOT AT END
                        ADD 1               TO AS-LINHA-CORRENTE
                        IF LINHA-CSV NOT EQUAL SPACES
                            PERFORM 2100-TRATA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            .
       2000-PROCESSA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2100-TRATA-LINHA: separa os campos da linha CSV, valida cada
      * um (2200-VALIDA-CAMPOS), confere a matricula ativa e grava a
      * avaliacao em AVL.DAT (2300-GRAVA-NOTA). A primeira linha com
      * estudante nao numerico e tratada como cabecalho da planilha.
      *----------------------------------------------------------------
       2100-TRATA-LINHA               SECTION.

            MOVE SPACES              TO AS-CAMPOS-CSV
            MOVE ZEROS               TO AS-CNT-EST AS-CNT-CUR
                                        AS-CNT-SEQ AS-CNT-DATA
                                        AS-CNT-NOTA AS-CNT-PESO
            UNSTRING LINHA-CSV DELIMITED BY ';'
                INTO AS-EST-CSV  COUNT IN AS-CNT-EST
                     AS-CUR-CSV  COUNT IN AS-CNT-CUR
                     AS-SEQ-CSV  COUNT IN AS-CNT-SEQ
                     AS-DATA-CSV COUNT IN AS-CNT-DATA
                     AS-NOTA-CSV COUNT IN AS-CNT-NOTA
                     AS-PESO-CSV COUNT IN AS-CNT-PESO
            END-UNSTRING

            IF AS-LINHA-CORRENTE EQUAL 1
               AND AS-CNT-EST GREATER ZEROS
               AND AS-EST-CSV(1:AS-CNT-EST) NOT NUMERIC
                DISPLAY 'CABECALHO IGNORADO: ' LINHA-CSV(1:60)
                GO TO 2100-TRATA-LINHA-EXIT
            END-IF

            ADD 1                    TO AS-CONT-LIDOS
            PERFORM 2200-VALIDA-CAMPOS

            IF NOT AS-LINHA-VALIDA-OK
                ADD 1                TO AS-CONT-INVALIDOS
                PERFORM 2500-GRAVA-REJEITO
            ELSE
                MOVE AS-CD-ESTUDANTE TO CD-EST-MATR
                MOVE AS-CD-CURSO     TO CD-CUR-MATR
                READ MTR-DAT
                    KEY IS CHAVE-MATR
                    INVALID KEY
                        MOVE 'MATRICULA NAO EXISTE' TO AS-MOTIVO
                    NOT INVALID KEY
                        IF NOT MATR-ATIVA
                            MOVE 'MATRICULA NAO ESTA ATIVA'
                                             TO AS-MOTIVO
                        END-IF
                END-READ

                IF AS-MOTIVO NOT EQUAL SPACES
                    ADD 1            TO AS-CONT-SEM-MATRICULA
                    PERFORM 2500-GRAVA-REJEITO
                ELSE
                    PERFORM 2300-GRAVA-NOTA
                END-IF
            END-IF
            .
       2100-TRATA-LINHA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2200-VALIDA-CAMPOS: converte e valida os campos da linha;
      * o primeiro problema encontrado fica em AS-MOTIVO.
      *----------------------------------------------------------------
       2200-VALIDA-CAMPOS             SECTION.

            SET AS-LINHA-VALIDA-OK   TO FALSE
            MOVE SPACES              TO AS-MOTIVO
            MOVE ZEROS               TO AS-VALORES

            IF AS-CNT-EST EQUAL ZEROS OR AS-CNT-EST GREATER 5
               OR AS-EST-CSV(1:AS-CNT-EST) NOT NUMERIC
                MOVE 'ESTUDANTE INVALIDO' TO AS-MOTIVO
                GO TO 2200-VALIDA-CAMPOS-EXIT
            END-IF
            MOVE AS-EST-CSV(1:AS-CNT-EST) TO AS-CD-ESTUDANTE

            IF AS-CNT-CUR EQUAL ZEROS OR AS-CNT-CUR GREATER 4
               OR AS-CUR-CSV(1:AS-CNT-CUR) NOT NUMERIC
                MOVE 'CURSO INVALIDO' TO AS-MOTIVO
                GO TO 2200-VALIDA-CAMPOS-EXIT
            END-IF
            MOVE AS-CUR-CSV(1:AS-CNT-CUR) TO AS-CD-CURSO

            IF AS-CNT-SEQ EQUAL ZEROS OR AS-CNT-SEQ GREATER 2
               OR AS-SEQ-CSV(1:AS-CNT-SEQ) NOT NUMERIC
                MOVE 'SEQUENCIA INVALIDA' TO AS-MOTIVO
                GO TO 2200-VALIDA-CAMPOS-EXIT
            END-IF
            MOVE AS-SEQ-CSV(1:AS-CNT-SEQ) TO AS-SEQ
            IF AS-SEQ EQUAL ZEROS
                MOVE 'SEQUENCIA INVALIDA' TO AS-MOTIVO
                GO TO 2200-VALIDA-CAMPOS-EXIT
            END-IF

            IF AS-DATA-CSV EQUAL SPACES
                MOVE AS-DATA-HOJE    TO AS-DATA
            ELSE
                IF AS-CNT-DATA NOT EQUAL 8
                   OR AS-DATA-CSV(1:8) NOT NUMERIC
                    MOVE 'DATA INVALIDA' TO AS-MOTIVO
                    GO TO 2200-VALIDA-CAMPOS-EXIT
                END-IF
                MOVE AS-DATA-CSV(1:8) TO AS-DATA
                IF AS-DATA-MES EQUAL ZEROS OR AS-DATA-MES GREATER 12
                   OR AS-DATA-DIA EQUAL ZEROS
                   OR AS-DATA-DIA GREATER 31
                    MOVE 'DATA INVALIDA' TO AS-MOTIVO
                    GO TO 2200-VALIDA-CAMPOS-EXIT
                END-IF
            END-IF

            PERFORM 2250-CONVERTE-NOTA
            IF AS-MOTIVO NOT EQUAL SPACES
                GO TO 2200-VALIDA-CAMPOS-EXIT
            END-IF

            IF AS-PESO-CSV EQUAL SPACES
                MOVE 1               TO AS-PESO
            ELSE
                IF AS-CNT-PESO GREATER 2
                   OR AS-PESO-CSV(1:AS-CNT-PESO) NOT NUMERIC
                    MOVE 'PESO INVALIDO' TO AS-MOTIVO
                    GO TO 2200-VALIDA-CAMPOS-EXIT
                END-IF
                MOVE AS-PESO-CSV(1:AS-CNT-PESO) TO AS-PESO
                IF AS-PESO EQUAL ZEROS
                    MOVE 'PESO INVALIDO' TO AS-MOTIVO
                    GO TO 2200-VALIDA-CAMPOS-EXIT
                END-IF
            END-IF

            SET AS-LINHA-VALIDA-OK   TO TRUE
            .
       2200-VALIDA-CAMPOS-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2250-CONVERTE-NOTA: converte a nota da planilha (parte
      * inteira e ate duas decimais, separadas por ',' ou '.') para
      * AS-NOTA e confere a faixa de 0 a 10.
      *----------------------------------------------------------------
       2250-CONVERTE-NOTA             SECTION.

            MOVE SPACES              TO AS-NOTA-INT-TXT AS-NOTA-DEC-TXT
            MOVE ZEROS               TO AS-CNT-NOTA-INT AS-CNT-NOTA-DEC
                                        AS-NOTA-INT AS-NOTA-DEC
            UNSTRING AS-NOTA-CSV DELIMITED BY ',' OR '.' OR SPACE
                INTO AS-NOTA-INT-TXT COUNT IN AS-CNT-NOTA-INT
                     AS-NOTA-DEC-TXT COUNT IN AS-CNT-NOTA-DEC
            END-UNSTRING

            IF AS-CNT-NOTA-INT EQUAL ZEROS
               OR AS-CNT-NOTA-INT GREATER 2
               OR AS-NOTA-INT-TXT(1:AS-CNT-NOTA-INT) NOT NUMERIC
               OR AS-CNT-NOTA-DEC GREATER 2
                MOVE 'NOTA INVALIDA' TO AS-MOTIVO
                GO TO 2250-CONVERTE-NOTA-EXIT
            END-IF
            MOVE AS-NOTA-INT-TXT(1:AS-CNT-NOTA-INT) TO AS-NOTA-INT

            IF AS-CNT-NOTA-DEC GREATER ZEROS
                IF AS-NOTA-DEC-TXT(1:AS-CNT-NOTA-DEC) NOT NUMERIC
                    MOVE 'NOTA INVALIDA' TO AS-MOTIVO
                    GO TO 2250-CONVERTE-NOTA-EXIT
                END-IF
                MOVE AS-NOTA-DEC-TXT(1:AS-CNT-NOTA-DEC) TO AS-NOTA-DEC
                IF AS-CNT-NOTA-DEC EQUAL 1
                    MULTIPLY 10      BY AS-NOTA-DEC
                END-IF
            END-IF

            COMPUTE AS-NOTA = AS-NOTA-INT + AS-NOTA-DEC / 100
            IF AS-NOTA GREATER 10
                MOVE 'NOTA FORA DA FAIXA 0 A 10' TO AS-MOTIVO
            END-IF
            .
       2250-CONVERTE-NOTA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2300-GRAVA-NOTA: grava a avaliacao em AVL.DAT. Chave ja
      * existente com a mesma nota e peso e a propria linha de uma
      * carga anterior (conta como ja carregada, sem rejeito); com
      * valores diferentes, e rejeitada como chave duplicada.
      *----------------------------------------------------------------
       2300-GRAVA-NOTA                SECTION.

            MOVE AS-CD-ESTUDANTE     TO CD-EST-AVAL
            MOVE AS-CD-CURSO         TO CD-CUR-AVAL
            MOVE AS-SEQ              TO SEQ-AVAL

            READ AVL-DAT
                KEY IS CHAVE-AVAL
                INVALID KEY
                    MOVE AS-DATA     TO DT-AVAL
                    MOVE AS-NOTA     TO NOTA-AVAL
                    MOVE AS-PESO     TO PESO-AVAL
                    WRITE REG-AVALIACOES
                        INVALID KEY
                            MOVE 'ERRO NA GRAVACAO EM AVL.DAT'
                                     TO AS-MOTIVO
                            ADD 1    TO AS-CONT-INVALIDOS
                            PERFORM 2500-GRAVA-REJEITO
                        NOT INVALID KEY
                            ADD 1    TO AS-CONT-GRAVADOS
                    END-WRITE
                NOT INVALID KEY
                    IF NOTA-AVAL EQUAL AS-NOTA
                       AND PESO-AVAL EQUAL AS-PESO
                        ADD 1        TO AS-CONT-JA-CARREGADOS
                    ELSE
                        MOVE 'CHAVE DUPLICADA COM NOTA DIFERENTE'
                                     TO AS-MOTIVO
                        ADD 1        TO AS-CONT-DUPLICADOS
                        PERFORM 2500-GRAVA-REJEITO
                    END-IF
            END-READ
            .
       2300-GRAVA-NOTA-EXIT.
               EXIT.
      *----------------------------------------------------------------
      * 2500-GRAVA-REJEITO: exibe o motivo e copia a linha original do
      * CSV para o arquivo de rejeitos, para correcao e realimentacao
      * como uma carga propria.
      *----------------------------------------------------------------
       2500-GRAVA-REJEITO             SECTION.

            MOVE AS-LINHA-CORRENTE    TO MSG-REJ-LINHA
            MOVE AS-MOTIVO            TO MSG-REJ-MOTIVO
            DISPLAY MSG-REJEITO

            MOVE LINHA-CSV            TO REJ-LINHA
            WRITE REJ-LINHA
            .
       2500-GRAVA-REJEITO-EXIT.
               EXIT.

      ******************************************************************
      ********************** FINALIZA **********************************
      ******************************************************************
       3000-FINALIZA                  SECTION.

               CLOSE AVL-CSV
               CLOSE AVL-DAT
               CLOSE MTR-DAT
               CLOSE AVLREJ

               DISPLAY 'REGISTROS LIDOS: '     AS-CONT-LIDOS
               DISPLAY 'NOTAS GRAVADAS: '      AS-CONT-GRAVADOS
               DISPLAY 'JA CARREGADAS: '       AS-CONT-JA-CARREGADOS
               DISPLAY 'CHAVES DUPLICADAS: '   AS-CONT-DUPLICADOS
               DISPLAY 'SEM MATRICULA ATIVA: ' AS-CONT-SEM-MATRICULA
               DISPLAY 'LINHAS INVALIDAS: '    AS-CONT-INVALIDOS
               DISPLAY 'TERMINO NORMAL'
           .
       3000-FINALIZA-EXIT.
               EXIT.

      ******************************************************************
      ********************** FIM ANORMAL **********************************
      ******************************************************************
       9000-CANCELA                   SECTION.

               CLOSE AVL-CSV
               CLOSE AVL-DAT
               CLOSE MTR-DAT
               CLOSE AVLREJ

               DISPLAY 'TERMINO ANORMAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           .
       9000-CANCELA-EXIT.
               EXIT.



            STOP RUN.
       END PROGRAM CARGAVL.
