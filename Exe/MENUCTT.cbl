      *                 CADOPR. Enquanto OPR.DAT nao existir, a
      *                 sessao continua liberada para o primeiro
      *                 cadastro.
      *  15/10/2026 CS  O menu passa a ser montado pela matriz de
      *                 permissoes (PRM.DAT, consultada via PERMCTT):
      *                 cada opcao so aparece se a funcao estiver
      *                 liberada para o operador ou o seu perfil, e a
      *                 escolha de uma opcao nao liberada e recusada e
      *                 gravada no CONTLOG. Sem regra gravada valem os
      *                 padroes de antes (exclusao, operadores e
      *                 aprovacao so para supervisor). Acrescentada a
      *                 opcao 9 (matriz de permissoes, CADPERM); a
      *                 opcao de sair passa a ser a 10. O aviso da
      *                 fila de aprovacao vai para quem tem APRVCTT
      *                 liberado.
      *  15/10/2026 CS  Toda entrada, saida, troca de senha e falha de
      *                 identificacao passa a ser gravada no registro
      *                 de sessoes SSN.TXT (copybook WS_SSNLOG), com
      *                 data, hora e terminal (variavel TERMINAL ou,
      *                 vazia, COMPUTERNAME). Sessao parada no menu
      *                 por mais de MENU_OCIOSO minutos (tres
      *                 digitos, padrao 015, 000 desliga) e encerrada
      *                 por inatividade na volta do operador, sem
      *                 executar a opcao digitada. O relatorio das
      *                 sessoes e o SSNRCTT.
      *  15/10/2026 CS  Acrescentada a opcao 10 (ocorrencias
      *                 operacionais, OCORCTT); a opcao de sair passa
      *                 a ser a 11. Sessao de perfil supervisor passa
      *                 a abrir com o aviso de quantas ocorrencias de
      *                 severidade alta estao sem fechamento em
      *                 INC.DAT, e quantas delas nem foram
      *                 reconhecidas.
      *  15/10/2026 CS  Na abertura da sessao, o operador e avisado dos
      *                 resumos de alteracoes em contatos seus feitas
      *                 por outros operadores (DIGCTT, DIG.TXT) ainda
      *                 nao lidos segundo DGA.TXT (copybook
      *                 WS_RESUMO), e pode ve-los e marca-los como
      *                 lidos ou deixa-los para depois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCTT.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-PND.

            SELECT SESSOES ASSIGN TO WS-CAMINHO-SSN
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-SSN.

            SELECT INC-DAT ASSIGN TO WS-CAMINHO-INC-DAT
            ORGANIZATION IS INDEXED
            ACCESS MODE  IS SEQUENTIAL
            RECORD KEY   IS ID-INC
            FILE STATUS  IS WS-STATUS-INC.

            SELECT RESUMO ASSIGN TO WS-CAMINHO-DIG
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-DIG.

            SELECT AVISOS ASSIGN TO WS-CAMINHO-DGA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS  IS WS-STATUS-DGA.

       DATA DIVISION.
       FILE SECTION.
       FD OPR-DAT.
       FD PENDENTES.
       01 PND-LINHA                 PIC X(340).

       FD SESSOES.
       01 SSN-LINHA                 PIC X(84).

       FD INC-DAT.
          COPY FD_INCID.

       FD RESUMO.
       01 DIG-LINHA                 PIC X(114).

       FD AVISOS.
       01 DGA-LINHA                 PIC X(37).

       WORKING-STORAGE SECTION.
       01 WS-CAMINHO-OPR-DAT        PIC X(80).
       01 WS-CAMINHO-OPR-DAT-DFL    PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\OPR.DAT'.
       77 WS-STATUS-OPR             PIC 99.
          88 STATUS-OPR-OK          VALUE 0.
       77 WS-OPCAO                  PIC 9(02) VALUE ZERO.
       77 WS-EXIT                   PIC X     VALUE 'N'.
          88 EXIT-OK                VALUE 'S' FALSE 'N'.
       77 WS-OPERADOR               PIC X(04) VALUE SPACES.
       77 WS-SENHA-DEFINIDA         PIC X    VALUE 'N'.
          88 SENHA-DEFINIDA         VALUE 'S' FALSE 'N'.
       77 WS-DIAS-SENHA             PIC S9(05) VALUE ZEROS.
       01 WS-CAMINHO-SSN            PIC X(80).
       01 WS-CAMINHO-SSN-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\SSN.TXT'.
       77 WS-STATUS-SSN             PIC 99.
          88 STATUS-SSN-OK          VALUE 0.
       77 WS-TERMINAL               PIC X(15) VALUE SPACES.
       77 WS-INI-DATA               PIC 9(08) VALUE ZEROS.
       77 WS-INI-HORA               PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-FALHA           PIC X(20) VALUE SPACES.
       77 WS-OCIOSO-TXT             PIC X(03) VALUE SPACES.
       77 WS-OCIOSO-MIN             PIC 9(03) VALUE 15.
       77 WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77 WS-INSTANTE               PIC 9(11) VALUE ZEROS.
       77 WS-INSTANTE-MENU          PIC 9(11) VALUE ZEROS.
       77 WS-SEG-PARADO             PIC 9(11) VALUE ZEROS.
       01 WS-CAMINHO-INC-DAT        PIC X(80).
       01 WS-CAMINHO-INC-DAT-DFL    PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\INC.DAT'.
       77 WS-STATUS-INC             PIC 99.
          88 STATUS-INC-OK          VALUE 0.
       77 WS-EOF-INC                PIC X    VALUE 'N'.
          88 EOF-INC-OK             VALUE 'S' FALSE 'N'.
       77 WS-CONT-INC-ALTA          PIC 9(04) VALUE ZEROS.
       77 WS-CONT-INC-SEM-RECON     PIC 9(04) VALUE ZEROS.
       01 WS-CAMINHO-DIG            PIC X(80).
       01 WS-CAMINHO-DIG-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DIG.TXT'.
       77 WS-STATUS-DIG             PIC 99.
          88 STATUS-DIG-OK          VALUE 0.
       01 WS-CAMINHO-DGA            PIC X(80).
       01 WS-CAMINHO-DGA-DFL        PIC X(80) VALUE
           'C:\Users\CLAUDIO\Documents\GitHub\APRENDA-COBOL\Exe\DGA.TXT'.
       77 WS-STATUS-DGA             PIC 99.
          88 STATUS-DGA-OK          VALUE 0.
       77 WS-EOF-DIG                PIC X    VALUE 'N'.
          88 EOF-DIG-OK             VALUE 'S' FALSE 'N'.
       77 WS-EOF-DGA                PIC X    VALUE 'N'.
          88 EOF-DGA-OK             VALUE 'S' FALSE 'N'.
       77 WS-RESUMO-LIDO-ATE        PIC 9(08) VALUE ZEROS.
       77 WS-RESUMO-GERADO-ATE      PIC 9(08) VALUE ZEROS.
       77 WS-CONT-RESUMOS           PIC 9(04) VALUE ZEROS.
       77 WS-CONT-RESUMO-ALT        PIC 9(07) VALUE ZEROS.
       77 WS-RESP-RESUMO            PIC X(01) VALUE SPACE.
       77 WS-RESUMO-EXIBIDO         PIC X    VALUE 'N'.
          88 RESUMO-EXIBIDO         VALUE 'S' FALSE 'N'.
       01 WS-HORA-CORRENTE.
          03 WS-HC-HH               PIC 9(02).
          03 WS-HC-MM               PIC 9(02).
          03 WS-HC-SS               PIC 9(02).
          03 WS-HC-CC               PIC 9(02).

          COPY WS_SSNLOG.

          COPY WS_SENHAOP.

       01 WS-MENU-VALORES.
          03 FILLER PIC X(40) VALUE 'CADCONTTCadastrar contato'.
          03 FILLER PIC X(40) VALUE 'ALTCONTTAlterar contato'.
          03 FILLER PIC X(40) VALUE 'CONSCTT Consultar contato'.
          03 FILLER PIC X(40) VALUE 'LISCNTT Listar contatos'.
          03 FILLER PIC X(40) VALUE
             'RELDEP  Relatorio por departamento'.
          03 FILLER PIC X(40) VALUE 'DELCONTTExcluir contato'.
          03 FILLER PIC X(40) VALUE 'CADOPR  Manutencao de operadores'.
          03 FILLER PIC X(40) VALUE
             'APRVCTT Aprovar operacoes pendentes'.
          03 FILLER PIC X(40) VALUE 'CADPERM Matriz de permissoes'.
          03 FILLER PIC X(40) VALUE
             'OCORCTT Ocorrencias operacionais'.
       01 WS-MENU-TABELA REDEFINES WS-MENU-VALORES.
          03 WS-MENU-ITEM OCCURS 10 TIMES.
             05 WS-MENU-FUNCAO      PIC X(08).
             05 WS-MENU-ROTULO      PIC X(32).
       01 WS-MENU-SITUACAO.
          03 WS-MENU-LIBERADA       PIC X(01) OCCURS 10 TIMES.
       77 WS-MENU-QTD               PIC 9(02) VALUE 10.
       77 WS-MENU-IX                PIC 9(02) VALUE ZEROS.
       77 WS-MENU-EXIB              PIC Z9.
       77 WS-PERM-ACAO              PIC X(01) VALUE SPACE.
       77 WS-PERM-RESULT            PIC X(01) VALUE SPACE.

          COPY WS_PENDOP.

          COPY WS_RESUMO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P110-IDENTIFICACAO

            IF IDENTIFICADO THEN
                PERFORM P205-CONFERE-MENU
                IF WS-MENU-LIBERADA(8) EQUAL 'S' THEN
                    PERFORM P120-AVISO-PENDENCIAS
                END-IF
                IF SESSAO-SUPERVISOR THEN
                    PERFORM P125-AVISO-OCORRENCIAS
                END-IF
                IF WS-OPERADOR NOT EQUAL SPACES THEN
                    PERFORM P127-AVISO-RESUMO
                END-IF
                PERFORM P200-MENU     THRU P200-FIM UNTIL EXIT-OK
            ELSE
                DISPLAY 'OPERADOR NAO IDENTIFICADO. SESSAO ENCERRADA.'
            IF WS-CAMINHO-PND EQUAL SPACES
                MOVE WS-CAMINHO-PND-DFL  TO WS-CAMINHO-PND
            END-IF

            MOVE WS-CAMINHO-INC-DAT-DFL  TO WS-CAMINHO-INC-DAT
            DISPLAY 'INC_DAT'            UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-INC-DAT    FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-INC-DAT EQUAL SPACES
                MOVE WS-CAMINHO-INC-DAT-DFL TO WS-CAMINHO-INC-DAT
            END-IF

            MOVE WS-CAMINHO-DIG-DFL      TO WS-CAMINHO-DIG
            DISPLAY 'DIG_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-DIG        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-DIG EQUAL SPACES
                MOVE WS-CAMINHO-DIG-DFL  TO WS-CAMINHO-DIG
            END-IF

            MOVE WS-CAMINHO-DGA-DFL      TO WS-CAMINHO-DGA
            DISPLAY 'DGA_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-DGA        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-DGA EQUAL SPACES
                MOVE WS-CAMINHO-DGA-DFL  TO WS-CAMINHO-DGA
            END-IF

            MOVE WS-CAMINHO-SSN-DFL      TO WS-CAMINHO-SSN
            DISPLAY 'SSN_PATH'           UPON ENVIRONMENT-NAME
            ACCEPT WS-CAMINHO-SSN        FROM ENVIRONMENT-VALUE
            IF WS-CAMINHO-SSN EQUAL SPACES
                MOVE WS-CAMINHO-SSN-DFL  TO WS-CAMINHO-SSN
            END-IF

            MOVE SPACES                  TO WS-TERMINAL
            DISPLAY 'TERMINAL'           UPON ENVIRONMENT-NAME
            ACCEPT WS-TERMINAL           FROM ENVIRONMENT-VALUE
            IF WS-TERMINAL EQUAL SPACES
                DISPLAY 'COMPUTERNAME'   UPON ENVIRONMENT-NAME
                ACCEPT WS-TERMINAL       FROM ENVIRONMENT-VALUE
            END-IF
            IF WS-TERMINAL EQUAL SPACES
                MOVE 'CONSOLE'           TO WS-TERMINAL
            END-IF

            MOVE SPACES                  TO WS-OCIOSO-TXT
            DISPLAY 'MENU_OCIOSO'        UPON ENVIRONMENT-NAME
            ACCEPT WS-OCIOSO-TXT         FROM ENVIRONMENT-VALUE
            IF WS-OCIOSO-TXT IS NUMERIC
                MOVE WS-OCIOSO-TXT       TO WS-OCIOSO-MIN
            END-IF
            .
      *----------------------------------------------------------------
      * P110-IDENTIFICACAO: identifica o operador contra OPR.DAT, em
                MOVE 'S'            TO WS-PERFIL
                MOVE SPACES         TO WS-OPERADOR
                SET IDENTIFICADO    TO TRUE
                MOVE 'SEM CADASTRO'  TO WS-MOTIVO-FALHA
            ELSE
                IF STATUS-OPR-OK THEN
                    PERFORM UNTIL IDENTIFICADO OR WS-TENTATIVAS = 3
                        ADD 1 TO WS-TENTATIVAS
                        DISPLAY 'Informe o codigo do operador: '
                        ACCEPT CD-OPERADOR
                        MOVE SPACES TO WS-MOTIVO-FALHA
                        READ OPR-DAT
                            INVALID KEY
                                DISPLAY 'OPERADOR DESCONHECIDO.'
                                MOVE 'OPERADOR DESCONHECIDO'
                                             TO WS-MOTIVO-FALHA
                            NOT INVALID KEY
                                PERFORM P112-CONFERE-SENHA
                                IF SENHA-OK
                                    DISPLAY 'Bem-vindo, ' NM-OPERADOR
                                END-IF
                        END-READ
                        IF NOT IDENTIFICADO
                            MOVE 'FALHA'     TO WS-SSN-EVENTO
                            MOVE CD-OPERADOR TO WS-SSN-OPERADOR
                            MOVE WS-MOTIVO-FALHA TO WS-SSN-DETALHE
                            PERFORM P140-GRAVA-SESSAO
                        END-IF
                    END-PERFORM
                    CLOSE OPR-DAT
                ELSE
            IF IDENTIFICADO THEN
                DISPLAY 'OPERADOR'  UPON ENVIRONMENT-NAME
                DISPLAY WS-OPERADOR UPON ENVIRONMENT-VALUE

                ACCEPT WS-INI-DATA  FROM DATE YYYYMMDD
                ACCEPT WS-HORA-SISTEMA FROM TIME
                MOVE WS-HORA-SISTEMA(1:6) TO WS-INI-HORA
                MOVE 'ENTRADA'      TO WS-SSN-EVENTO
                MOVE WS-OPERADOR    TO WS-SSN-OPERADOR
                MOVE SPACES         TO WS-SSN-DETALHE
                STRING 'PERFIL ' WS-PERFIL ' ' WS-MOTIVO-FALHA
                       DELIMITED BY SIZE INTO WS-SSN-DETALHE
                END-STRING
                PERFORM P140-GRAVA-SESSAO
            END-IF
            .

            EVALUATE TRUE
                WHEN OPERADOR-INATIVO
                    DISPLAY 'OPERADOR INATIVO.'
                    MOVE 'OPERADOR INATIVO' TO WS-MOTIVO-FALHA
                WHEN OPERADOR-BLOQUEADO
                    DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE '
                            'FALHAS. PROCURE O SUPERVISOR.'
                    MOVE 'OPERADOR BLOQUEADO' TO WS-MOTIVO-FALHA
                WHEN DT-SENHA-OPERADOR EQUAL ZEROS
                    DISPLAY 'PRIMEIRO USO: DEFINA A SUA SENHA.'
                    PERFORM P114-DEFINE-SENHA
                    IF SENHA-DEFINIDA
                        SET SENHA-OK TO TRUE
                    ELSE
                        MOVE 'SENHA NAO DEFINIDA' TO WS-MOTIVO-FALHA
                    END-IF
                WHEN OTHER
                    DISPLAY 'Senha: '
                            MOVE 'B' TO BLOQ-OPERADOR
                            DISPLAY 'SENHA INCORRETA. OPERADOR '
                                    'BLOQUEADO.'
                            MOVE 'SENHA INCORRETA-BLOQ'
                                     TO WS-MOTIVO-FALHA
                        ELSE
                            DISPLAY 'SENHA INCORRETA.'
                            MOVE 'SENHA INCORRETA'
                                     TO WS-MOTIVO-FALHA
                        END-IF
                        REWRITE REG-OPERADORES
                    END-IF
                PERFORM P114-DEFINE-SENHA
                IF NOT SENHA-DEFINIDA
                    SET SENHA-OK    TO FALSE
                    MOVE 'SENHA VENCIDA'  TO WS-MOTIVO-FALHA
                END-IF
            END-IF
            .
                    REWRITE REG-OPERADORES
                    SET SENHA-DEFINIDA   TO TRUE
                    DISPLAY 'Senha gravada.'
                    MOVE 'SENHA'         TO WS-SSN-EVENTO
                    MOVE CD-OPERADOR     TO WS-SSN-OPERADOR
                    MOVE 'SENHA TROCADA' TO WS-SSN-DETALHE
                    PERFORM P140-GRAVA-SESSAO
                END-IF
            END-IF
            .
                            PERFORM P114-DEFINE-SENHA
                        ELSE
                            DISPLAY 'SENHA ATUAL INCORRETA.'
                            MOVE 'FALHA'     TO WS-SSN-EVENTO
                            MOVE CD-OPERADOR TO WS-SSN-OPERADOR
                            MOVE 'TROCA SENHA RECUSADA'
                                             TO WS-SSN-DETALHE
                            PERFORM P140-GRAVA-SESSAO
                        END-IF
                END-READ
                CLOSE OPR-DAT
            END-IF
            .
      *----------------------------------------------------------------
      * P140-GRAVA-SESSAO: acrescenta ao registro de sessoes SSN.TXT
      * o evento ja montado em WS-SSN-REGISTRO, carimbando data, hora,
      * terminal e a entrada da sessao corrente (zeros antes dela).
      * Falha de gravacao avisa mas nao impede o trabalho.
      *----------------------------------------------------------------
       P140-GRAVA-SESSAO.
            ACCEPT WS-SSN-DATA      FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA  FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-SSN-HORA
            MOVE WS-TERMINAL        TO WS-SSN-TERMINAL
            MOVE WS-INI-DATA        TO WS-SSN-INI-DATA
            MOVE WS-INI-HORA        TO WS-SSN-INI-HORA

            SET STATUS-SSN-OK       TO TRUE
            OPEN EXTEND SESSOES
            IF WS-STATUS-SSN EQUAL 35
                OPEN OUTPUT SESSOES
            END-IF

            IF STATUS-SSN-OK THEN
                WRITE SSN-LINHA     FROM WS-SSN-REGISTRO
                CLOSE SESSOES
            ELSE
                DISPLAY 'ERRO AO GRAVAR O REGISTRO DE SESSOES'
                DISPLAY 'FILE STATUS: ' WS-STATUS-SSN
            END-IF
            .
      *----------------------------------------------------------------
      * P145-INSTANTE: data e hora correntes reduzidas a segundos
      * corridos, para medir o tempo parado no menu.
      *----------------------------------------------------------------
       P145-INSTANTE.
            ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
            ACCEPT WS-HORA-CORRENTE FROM TIME
            COMPUTE WS-INSTANTE =
                FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA) * 86400 +
                WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS
            .
      *----------------------------------------------------------------
      * P120-AVISO-PENDENCIAS: na abertura de uma sessao com a
      * aprovacao (APRVCTT) liberada,
      * conta os itens pendentes em PND.TXT e avisa quantos esperam
      * decisao e ha quantos dias espera o mais antigo. Fila ausente
      * ou vazia nao exibe nada.
                        WS-DIAS-EXIB ' DIAS.'
            END-IF
            .
      *----------------------------------------------------------------
      * P125-AVISO-OCORRENCIAS: na abertura de uma sessao de
      * supervisor, conta em INC.DAT as ocorrencias de severidade
      * alta ainda nao fechadas e, delas, as que nem foram
      * reconhecidas. Registro ausente ou sem ocorrencia alta em
      * aberto nao exibe nada.
      *----------------------------------------------------------------
       P125-AVISO-OCORRENCIAS.
            SET EOF-INC-OK          TO FALSE
            MOVE ZEROS              TO WS-CONT-INC-ALTA
                                       WS-CONT-INC-SEM-RECON

            OPEN INPUT INC-DAT

            IF STATUS-INC-OK THEN
                PERFORM UNTIL EOF-INC-OK
                    READ INC-DAT NEXT RECORD
                        AT END
                            SET EOF-INC-OK TO TRUE
                        NOT AT END
                            IF INC-ALTA AND NOT INC-FECHADA
                                ADD 1 TO WS-CONT-INC-ALTA
                                IF INC-ABERTA
                                    ADD 1 TO WS-CONT-INC-SEM-RECON
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INC-DAT
            END-IF

            IF WS-CONT-INC-ALTA GREATER ZEROS
                DISPLAY ' '
                DISPLAY 'AVISO: ' WS-CONT-INC-ALTA ' OCORRENCIAS DE '
                        'SEVERIDADE ALTA EM ABERTO (OPCAO 10),'
                DISPLAY '       ' WS-CONT-INC-SEM-RECON
                        ' AINDA SEM RECONHECIMENTO.'
            END-IF
            .
      *----------------------------------------------------------------
      * P127-AVISO-RESUMO: na abertura da sessao, procura em DGA.TXT
      * a ultima data marcada como lida pelo operador e conta os
      * resumos gerados para ele com data posterior. Havendo algum,
      * avisa e oferece ver agora e marcar como lido (V), so marcar
      * como lido (L) ou deixar para a proxima sessao (ENTER).
      * Registro ausente ou sem resumo novo nao exibe nada.
      *----------------------------------------------------------------
       P127-AVISO-RESUMO.
            MOVE ZEROS              TO WS-RESUMO-LIDO-ATE
                                       WS-RESUMO-GERADO-ATE
                                       WS-CONT-RESUMOS
                                       WS-CONT-RESUMO-ALT

            SET EOF-DGA-OK          TO FALSE
            OPEN INPUT AVISOS

            IF STATUS-DGA-OK THEN
                PERFORM UNTIL EOF-DGA-OK
                    READ AVISOS INTO WS-DGA-REGISTRO
                        AT END
                            SET EOF-DGA-OK TO TRUE
                        NOT AT END
                            IF DGA-LIDO
                               AND WS-DGA-OPERADOR EQUAL WS-OPERADOR
                               AND WS-DGA-DATA-REF GREATER
                                   WS-RESUMO-LIDO-ATE
                                MOVE WS-DGA-DATA-REF
                                    TO WS-RESUMO-LIDO-ATE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AVISOS

                SET EOF-DGA-OK      TO FALSE
                OPEN INPUT AVISOS
                PERFORM UNTIL EOF-DGA-OK
                    READ AVISOS INTO WS-DGA-REGISTRO
                        AT END
                            SET EOF-DGA-OK TO TRUE
                        NOT AT END
                            IF DGA-GERADO
                               AND WS-DGA-OPERADOR EQUAL WS-OPERADOR
                               AND WS-DGA-DATA-REF GREATER
                                   WS-RESUMO-LIDO-ATE
                                ADD 1 TO WS-CONT-RESUMOS
                                ADD WS-DGA-QTD TO WS-CONT-RESUMO-ALT
                                IF WS-DGA-DATA-REF GREATER
                                   WS-RESUMO-GERADO-ATE
                                    MOVE WS-DGA-DATA-REF
                                        TO WS-RESUMO-GERADO-ATE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AVISOS
            END-IF

            IF WS-CONT-RESUMOS GREATER ZEROS
                DISPLAY ' '
                DISPLAY 'AVISO: ' WS-CONT-RESUMOS ' RESUMO(S) NAO '
                        'LIDO(S) DE ALTERACOES FEITAS POR OUTROS'
                DISPLAY '       OPERADORES EM CONTATOS SEUS, COM '
                        WS-CONT-RESUMO-ALT ' ALTERACOES.'
                DISPLAY '       V - VER AGORA E MARCAR COMO LIDO, '
                        'L - SO MARCAR COMO LIDO,'
                DISPLAY '       ENTER - DEIXAR PARA DEPOIS: '
                MOVE SPACE          TO WS-RESP-RESUMO
                ACCEPT WS-RESP-RESUMO

                EVALUATE WS-RESP-RESUMO
                    WHEN 'V'
                    WHEN 'v'
                        PERFORM P128-EXIBE-RESUMO
                        IF RESUMO-EXIBIDO THEN
                            PERFORM P129-MARCA-RESUMO-LIDO
                        END-IF
                    WHEN 'L'
                    WHEN 'l'
                        PERFORM P129-MARCA-RESUMO-LIDO
                    WHEN OTHER
                        DISPLAY 'RESUMO MANTIDO COMO NAO LIDO.'
                END-EVALUATE
            END-IF
            .
      *----------------------------------------------------------------
      * P128-EXIBE-RESUMO: mostra as linhas de DIG.TXT do operador
      * com data posterior a ultima lida, ate a do resumo mais novo.
      *----------------------------------------------------------------
       P128-EXIBE-RESUMO.
            SET RESUMO-EXIBIDO      TO FALSE
            SET EOF-DIG-OK          TO FALSE

            OPEN INPUT RESUMO

            IF STATUS-DIG-OK THEN
                DISPLAY ' '
                PERFORM UNTIL EOF-DIG-OK
                    READ RESUMO INTO WS-DIG-REGISTRO
                        AT END
                            SET EOF-DIG-OK TO TRUE
                        NOT AT END
                            IF WS-DIG-OPERADOR EQUAL WS-OPERADOR
                               AND WS-DIG-DATA GREATER
                                   WS-RESUMO-LIDO-ATE
                               AND WS-DIG-DATA NOT GREATER
                                   WS-RESUMO-GERADO-ATE
                                DISPLAY WS-DIG-TEXTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESUMO
                SET RESUMO-EXIBIDO  TO TRUE
                DISPLAY 'TECLE ENTER PARA CONTINUAR: '
                ACCEPT WS-RESP-RESUMO
            ELSE
                DISPLAY 'RESUMO DIG.TXT INDISPONIVEL. STATUS: '
                        WS-STATUS-DIG
                DISPLAY 'RESUMO MANTIDO COMO NAO LIDO.'
            END-IF
            .
      *----------------------------------------------------------------
      * P129-MARCA-RESUMO-LIDO: acrescenta em DGA.TXT a linha 'L' do
      * operador, marcando como lidos os resumos ate o mais novo.
      *----------------------------------------------------------------
       P129-MARCA-RESUMO-LIDO.
            ACCEPT WS-DATA-SISTEMA  FROM DATE YYYYMMDD
            ACCEPT WS-HORA-CORRENTE FROM TIME

            MOVE WS-OPERADOR        TO WS-DGA-OPERADOR
            SET DGA-LIDO            TO TRUE
            MOVE WS-RESUMO-GERADO-ATE TO WS-DGA-DATA-REF
            MOVE WS-CONT-RESUMO-ALT TO WS-DGA-QTD
            MOVE WS-DATA-SISTEMA    TO WS-DGA-DATA
            MOVE WS-HORA-CORRENTE(1:6) TO WS-DGA-HORA

            OPEN EXTEND AVISOS
            IF WS-STATUS-DGA EQUAL 35
                OPEN OUTPUT AVISOS
            END-IF

            IF STATUS-DGA-OK THEN
                WRITE DGA-LINHA     FROM WS-DGA-REGISTRO
                CLOSE AVISOS
                DISPLAY 'RESUMO MARCADO COMO LIDO.'
            ELSE
                DISPLAY 'ERRO AO GRAVAR DGA.TXT. STATUS: '
                        WS-STATUS-DGA
            END-IF
            .

      *----------------------------------------------------------------
      * P200-MENU: exibe so as opcoes liberadas ao operador pela
      * matriz de permissoes, conferida de novo a cada volta do menu
      * para que uma regra alterada em CADPERM valha na hora.
      *----------------------------------------------------------------
       P200-MENU.
            PERFORM P205-CONFERE-MENU

            DISPLAY ' '
            PERFORM VARYING WS-MENU-IX FROM 1 BY 1
                    UNTIL WS-MENU-IX GREATER WS-MENU-QTD
                IF WS-MENU-LIBERADA(WS-MENU-IX) EQUAL 'S'
                    MOVE WS-MENU-IX  TO WS-MENU-EXIB
                    DISPLAY WS-MENU-EXIB ' - '
                            WS-MENU-ROTULO(WS-MENU-IX)
                END-IF
            END-PERFORM
            DISPLAY '11 - Sair'
            IF WS-OPERADOR NOT EQUAL SPACES
                DISPLAY ' 0 - Trocar a minha senha'
            END-IF
            DISPLAY 'Escolha uma opcao: '
            PERFORM P145-INSTANTE
            MOVE WS-INSTANTE         TO WS-INSTANTE-MENU
            ACCEPT WS-OPCAO

            PERFORM P145-INSTANTE
            COMPUTE WS-SEG-PARADO = WS-INSTANTE - WS-INSTANTE-MENU
            IF WS-OCIOSO-MIN GREATER ZEROS
               AND WS-SEG-PARADO GREATER WS-OCIOSO-MIN * 60
                DISPLAY 'SESSAO ENCERRADA POR INATIVIDADE (MAIS DE '
                        WS-OCIOSO-MIN ' MINUTOS PARADA NO MENU).'
                MOVE 'INATIVO'       TO WS-SSN-EVENTO
                MOVE WS-OPERADOR     TO WS-SSN-OPERADOR
                MOVE SPACES          TO WS-SSN-DETALHE
                PERFORM P140-GRAVA-SESSAO
                SET EXIT-OK          TO TRUE
                GO TO P200-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1 THRU 10
                    IF WS-MENU-LIBERADA(WS-OPCAO) EQUAL 'S' THEN
                        PERFORM P220-EXECUTA-OPCAO
                    ELSE
                        PERFORM P225-OPCAO-NEGADA
                    END-IF
                WHEN 0
                    IF WS-OPERADOR NOT EQUAL SPACES
                        PERFORM P130-TROCA-SENHA
                    ELSE
                        DISPLAY 'OPCAO INVALIDA.'
                    END-IF
                WHEN 11
                    MOVE 'SAIDA'     TO WS-SSN-EVENTO
                    MOVE WS-OPERADOR TO WS-SSN-OPERADOR
                    MOVE SPACES      TO WS-SSN-DETALHE
                    PERFORM P140-GRAVA-SESSAO
                    SET EXIT-OK      TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA.'
            END-EVALUATE
            .
       P200-FIM.
      *----------------------------------------------------------------
      * P205-CONFERE-MENU: consulta em PERMCTT, sem registrar nada,
      * cada funcao do menu para o operador da sessao.
      *----------------------------------------------------------------
       P205-CONFERE-MENU.
            MOVE 'C'                 TO WS-PERM-ACAO
            PERFORM VARYING WS-MENU-IX FROM 1 BY 1
                    UNTIL WS-MENU-IX GREATER WS-MENU-QTD
                CALL 'PERMCTT' USING WS-PERM-ACAO
                                     WS-MENU-FUNCAO(WS-MENU-IX)
                                     WS-OPERADOR WS-PERM-RESULT
                IF WS-PERM-RESULT EQUAL '0'
                    MOVE 'S'         TO WS-MENU-LIBERADA(WS-MENU-IX)
                ELSE
                    MOVE 'N'         TO WS-MENU-LIBERADA(WS-MENU-IX)
                END-IF
            END-PERFORM
            .
      *----------------------------------------------------------------
      * P220-EXECUTA-OPCAO: chama o programa da opcao liberada, com o
      * preparo e o fecho proprios de cada um.
      *----------------------------------------------------------------
       P220-EXECUTA-OPCAO.
            EVALUATE WS-OPCAO
                WHEN 1
                    CALL 'CADCONTT'
                    DISPLAY ' '            UPON ENVIRONMENT-VALUE
                    CALL 'RELDEP'
                WHEN 6
                    CALL 'DELCONTT'
                    PERFORM P210-LISTAGEM-FIM-EXPEDIENTE
                WHEN 7
                    CALL 'CADOPR'
                WHEN 8
                    CALL 'APRVCTT'
                WHEN 9
                    CALL 'CADPERM'
                WHEN 10
                    CALL 'OCORCTT'
            END-EVALUATE
            .
      *----------------------------------------------------------------
      * P225-OPCAO-NEGADA: opcao fora das liberadas; a verificacao em
      * PERMCTT grava a tentativa recusada no CONTLOG.
      *----------------------------------------------------------------
       P225-OPCAO-NEGADA.
            MOVE 'V'                 TO WS-PERM-ACAO
            CALL 'PERMCTT' USING WS-PERM-ACAO
                                 WS-MENU-FUNCAO(WS-OPCAO)
                                 WS-OPERADOR WS-PERM-RESULT
            DISPLAY 'OPCAO NAO LIBERADA PARA ESTE OPERADOR.'
            .
      *----------------------------------------------------------------
      * P210-LISTAGEM-FIM-EXPEDIENTE: dispara a listagem completa dos
      * contatos assim que uma sessao de cadastro ou alteracao e
