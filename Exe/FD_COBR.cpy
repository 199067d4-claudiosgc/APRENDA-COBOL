      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE COBRANCAS (COB.DAT): UMA
      *          PARCELA DA MENSALIDADE DE UMA MATRICULA, CHAVEADA
      *          POR ESTUDANTE, CURSO, TERMO E NUMERO DA PARCELA, COM
      *          VENCIMENTO, VALOR, VALOR JA PAGO, DATA DO ULTIMO
      *          PAGAMENTO E SITUACAO (ABERTA, PAGA OU CANCELADA).
      *          GERADA POR CADTAXA A PARTIR DE TAX.DAT E MTR.DAT,
      *          BAIXADA POR PAGEST E LISTADA EM ATRASO POR RELINAD;
      *          MATEST CONSULTA AS PARCELAS VENCIDAS DE TERMOS
      *          ANTERIORES ANTES DE UMA MATRICULA NOVA.
      ******************************************************************
       01 REG-COBRANCAS.
          03 CHAVE-COBR.
             05 CD-EST-COBR             PIC 9(05).
             05 CD-CUR-COBR             PIC 9(04).
             05 CD-TRM-COBR             PIC 9(06).
             05 PARC-COBR               PIC 9(02).
          03 DT-VENC-COBR               PIC 9(08).
          03 VL-COBR                    PIC 9(07)V99.
          03 VL-PAGO-COBR               PIC 9(07)V99.
          03 DT-PAGTO-COBR              PIC 9(08).
          03 SIT-COBR                   PIC X(01).
             88 COBR-ABERTA             VALUE 'A'.
             88 COBR-PAGA               VALUE 'P'.
             88 COBR-CANCELADA          VALUE 'C'.
