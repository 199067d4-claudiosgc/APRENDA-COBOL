      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUTS DO RESUMO DIARIO DE ALTERACOES POR OPERADOR
      *          RESPONSAVEL. DIG.TXT RECEBE, A CADA NOITE, UMA SECAO
      *          POR OPERADOR DONO DE CONTATOS ALTERADOS POR OUTROS;
      *          TODA LINHA DA SECAO LEVA O CODIGO DO OPERADOR E A
      *          DATA DO RESUMO, PARA QUE O MENU EXIBA SO A PARTE
      *          DELE. DGA.TXT E O REGISTRO DE AVISOS, SO ACRESCIDO:
      *          UMA LINHA 'G' (GERADO) POR SECAO GRAVADA, COM A
      *          QUANTIDADE DE ALTERACOES, E UMA LINHA 'L' (LIDO)
      *          QUANDO O OPERADOR MARCA COMO LIDOS OS RESUMOS ATE A
      *          DATA DE REFERENCIA. RESUMO NAO LIDO E O 'G' COM DATA
      *          DE REFERENCIA POSTERIOR AO ULTIMO 'L' DO OPERADOR.
      *          COMPARTILHADO POR DIGCTT (GRAVACAO) E MENUCTT (AVISO
      *          E LEITURA), VIA COPY WS_RESUMO NA WORKING-STORAGE
      *          SECTION.
      ******************************************************************
       01 WS-DIG-REGISTRO.
          03 WS-DIG-OPERADOR               PIC X(04).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DIG-DATA                   PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DIG-TEXTO                  PIC X(100).
       01 WS-DGA-REGISTRO.
          03 WS-DGA-OPERADOR               PIC X(04).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DGA-TIPO                   PIC X(01).
             88 DGA-GERADO                 VALUE 'G'.
             88 DGA-LIDO                   VALUE 'L'.
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DGA-DATA-REF               PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DGA-QTD                    PIC 9(05).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DGA-DATA                   PIC 9(08).
          03 FILLER                        PIC X(01) VALUE SPACE.
          03 WS-DGA-HORA                   PIC 9(06).
