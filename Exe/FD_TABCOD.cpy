      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA TABELA CENTRAL DE CODIGOS
      *          (TBC.DAT), CHAVEADO PELO NOME DA TABELA MAIS O
      *          CODIGO: TIPODET (TIPO-DET DE FD_CTD), TIPOEND
      *          (TIPO-END DE FD_ENDER) E TIPOAGD (TIPO-AGD DE
      *          FD_AGENDA). CADA CODIGO TEM DESCRICAO, SITUACAO
      *          (ATIVO OU INATIVO) E A DATA A PARTIR DA QUAL VALE.
      *          CODIGO INATIVO OU AINDA NAO VIGENTE E RECUSADO NA
      *          ENTRADA, MAS CONTINUA DESCRITO NOS RELATORIOS DOS
      *          REGISTROS JA GRAVADOS. CODIGO AUSENTE DAQUI CAI NO
      *          PADRAO DE WS_TABPAD. MANTIDO SO POR CADTAB;
      *          CONSULTADO POR TABCTT.
      ******************************************************************
       01 REG-TABCOD.
          03 CHAVE-TBC.
             05 TABELA-TBC              PIC X(08).
             05 CODIGO-TBC              PIC X(04).
          03 DS-TBC                     PIC X(30).
          03 SITUACAO-TBC               PIC X(01).
             88 TBC-ATIVO               VALUE 'A'.
             88 TBC-INATIVO             VALUE 'I'.
          03 DT-VIGENCIA-TBC            PIC 9(08).
          03 RESP-TBC                   PIC X(04).
          03 DT-ALT-TBC                 PIC 9(08).
