      *-----------------------------------------------------------
      *copybook com o layout do record do historico de score de
      *bureau (dataset SCOREHST): um record por conta, com o score
      *atual e o anterior e as datas em que o bureau os informou.
      *O ScoreReq pede ao bureau, todo mes, o score de cada
      *documento do XREFMST com conta aberta; o ScoreIn carrega a
      *resposta, empurra o score atual para o anterior e regrava o
      *dataset inteiro. Lido pelo AcctInq (consulta), pelo LimCycle
      *(score minimo para aumento de limite) e pelo CollWork
      *(prioridade da fila de cobranca). Score zero = o bureau nao
      *tinha score para o documento.
      *-----------------------------------------------------------
       01 SCORE-HIST-REC.
           05 SH-ACCT-NO        PIC X(8) .
           05 SH-DOC-TYPE       PIC X(1) .
           05 SH-DOC-DIGITS     PIC X(14) .
           05 SH-CUR-SCORE      PIC 9(4) .
           05 SH-CUR-DATE       PIC 9(8) .
           05 SH-PRIOR-SCORE    PIC 9(4) .
           05 SH-PRIOR-DATE     PIC 9(8) .
