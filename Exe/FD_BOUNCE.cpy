      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE RETORNOS DE E-MAIL (BOUNCES)
      *          POR ENDERECO (BNC.DAT), CHAVEADO PELO PROPRIO
      *          ENDERECO, COMO ELE APARECE EM EMAIL-CONTATO OU NOS
      *          E-MAILS DE CTD.DAT. GUARDA A CONTAGEM DE RETORNOS
      *          DEFINITIVOS (HARD) E TEMPORARIOS (SOFT), O PRIMEIRO
      *          E O ULTIMO RETORNO E A SITUACAO DO ENDERECO: 'I'
      *          INVALIDO (NAO ENTREGAVEL) DEPOIS DE UM RETORNO
      *          DEFINITIVO OU DE N TEMPORARIOS, COM A DATA DA
      *          MARCACAO. MANTIDO POR BNCCTT; CONSULTADO POR MRGCTT
      *          E VCFCTT, QUE NAO USAM ENDERECO MARCADO.
      ******************************************************************
       01 REG-BOUNCE.
          03 EMAIL-BNC                  PIC X(40).
          03 BNC-QTD-HARD               PIC 9(03).
          03 BNC-QTD-SOFT               PIC 9(03).
          03 BNC-DT-PRIMEIRO            PIC 9(08).
          03 BNC-DT-ULTIMO              PIC 9(08).
          03 BNC-TIPO-ULTIMO            PIC X(01).
             88 BNC-ULTIMO-HARD         VALUE 'H'.
             88 BNC-ULTIMO-SOFT         VALUE 'S'.
          03 BNC-SITUACAO               PIC X(01).
             88 BNC-INVALIDO            VALUE 'I'.
             88 BNC-VALIDO              VALUE 'V' ' '.
          03 BNC-DT-SITUACAO            PIC 9(08).
