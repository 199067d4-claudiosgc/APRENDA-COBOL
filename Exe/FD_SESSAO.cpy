      ******************************************************************
      * Author: CLAUDIO SANTOS
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE SESSOES PREVISTAS (SES.DAT):
      *          UMA SESSAO POR CURSO E DATA, GERADA POR CALAULA A
      *          PARTIR DAS FAIXAS DE HOR.DAT ENTRE O INICIO E O FIM
      *          DO TERMO (TRM.DAT), FORA DOS FERIADOS DE CALEND.TXT.
      *          DUAS FAIXAS DO MESMO CURSO NO MESMO DIA SAO UMA SO
      *          SESSAO, COMO A CHAMADA DE FRQ.DAT (CURSO + DATA).
      *          A SITUACAO DIZ SE A CHAMADA FOI REGISTRADA, SE
      *          FALTOU A CHAMADA OU SE A SESSAO AINDA ESTA POR VIR.
      *          FREQEST USA AS SESSOES PREVISTAS COMO BASE DO
      *          PERCENTUAL DE PRESENCA.
      ******************************************************************
       01 REG-SESSOES.
          03 CHAVE-SES.
             05 CD-CUR-SES              PIC 9(04).
             05 DT-SES                  PIC 9(08).
          03 CD-TRM-SES                 PIC 9(06).
          03 DIA-SES                    PIC 9(01).
          03 HR-INI-SES                 PIC 9(04).
          03 QT-FAIXAS-SES              PIC 9(01).
          03 SALA-SES                   PIC X(08).
          03 SIT-SES                    PIC X(01).
             88 SES-REGISTRADA          VALUE 'R'.
             88 SES-SEM-CHAMADA         VALUE 'F'.
             88 SES-PREVISTA            VALUE 'P'.
