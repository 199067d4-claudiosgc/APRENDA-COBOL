      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE EMPRESAS (EMP.DAT):
      *          AS ORGANIZACOES EXTERNAS PARA AS QUAIS OS CONTATOS
      *          TRABALHAM, CHAVEADO POR CD-EMPRESA, COM CHAVE
      *          ALTERNADA UNICA PELO CNPJ. O ENDERECO SEGUE OS CAMPOS
      *          DE FD_ENDER. MANTIDO POR CADEMP; O VINCULO DE CADA
      *          CONTATO COM A SUA EMPRESA FICA EM CEM.DAT (COPYBOOK
      *          FD_CONTEMP). EMPRESA INATIVA CONTINUA NO ARQUIVO, MAS
      *          NAO RECEBE NOVOS VINCULOS.
      ******************************************************************
       01 REG-EMPRESAS.
          03 CD-EMPRESA                 PIC X(08).
          03 RAZAO-EMPRESA              PIC X(40).
          03 CNPJ-EMPRESA               PIC 9(14).
          03 TEL-EMPRESA                PIC X(15).
          03 ENDERECO-EMPRESA.
             05 LOGRADOURO-EMP          PIC X(40).
             05 NUMERO-EMP              PIC X(08).
             05 COMPL-EMP               PIC X(20).
             05 CIDADE-EMP              PIC X(25).
             05 UF-EMP                  PIC X(02).
             05 CEP-EMP                 PIC X(09).
          03 DT-CAD-EMPRESA             PIC 9(08).
          03 STATUS-EMPRESA             PIC X(01).
             88 EMPRESA-ATIVA           VALUE 'A'.
             88 EMPRESA-INATIVA         VALUE 'I'.
