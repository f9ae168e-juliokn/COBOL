      *-----------------------------------------------------------
      *copybook com o layout do record da trilha de consultas
      *(dataset INQTRL): uma linha por conta mostrada numa consulta
      *de console, gravada pelo INQLOG, com data e hora, operador,
      *programa, chave digitada e a conta que apareceu. Responde a
      *pergunta da auditoria "quem viu esta conta no mes passado" e
      *alimenta o InqRpt, que sinaliza toda noite as consultas fora
      *do padrao.
      *-----------------------------------------------------------
       01 INQ-TRAIL-REC.
           05 IT-TIMESTAMP.
              10 IT-DATE        PIC 9(8).
              10 IT-TIME        PIC 9(6).
           05 IT-OPERATOR-ID    PIC X(8).
           05 IT-PGM-NAME       PIC X(8).
           05 IT-KEY-TYPE       PIC X(1).
           05 IT-KEY            PIC X(20).
           05 IT-ACCT-NO        PIC X(8).
