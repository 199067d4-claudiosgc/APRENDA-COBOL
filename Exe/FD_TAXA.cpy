      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE MENSALIDADES (TAX.DAT): O VALOR
      *          COBRADO POR UM CURSO (CD-CURSO DE CRS.DAT) NUM TERMO
      *          LETIVO (CD-TERMO DE TRM.DAT), COM O NUMERO DE
      *          PARCELAS E O DIA DO MES DO VENCIMENTO. MANTIDO POR
      *          CADTAXA, QUE TAMBEM GERA AS PARCELAS DE COB.DAT DAS
      *          MATRICULAS DO TERMO.
      ******************************************************************
       01 REG-TAXAS.
          03 CHAVE-TAXA.
             05 CD-CUR-TAXA             PIC 9(04).
             05 CD-TRM-TAXA             PIC 9(06).
          03 VL-TAXA                    PIC 9(07)V99.
          03 QT-PARC-TAXA               PIC 9(02).
          03 DIA-VENC-TAXA              PIC 9(02).
