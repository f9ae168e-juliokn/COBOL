      *-----------------------------------------------------------
      *copybook com o layout do record do controle de execucao do
      *ACCTNITE (dataset RUNCTL), gravado so pelo subprograma
      *RUNLOG: um record por evento de cada passo, contra a
      *data-movimento - S iniciou, C terminou (com o RETURN-CODE),
      *F abend ou lote recusado, R re-execucao recusada (o passo nao
      *pode ser repetido e ja terminou na data), O override de
      *operador consumido (liberou uma re-execucao; o ID de quem
      *autorizou vai em RN-OPERATOR-ID). Lido pelo RunRstrt para
      *dizer o que falta rodar e pelo OpSumm.
      *-----------------------------------------------------------
       01 RUN-CONTROL-REC.
           05 RN-BUSINESS-DATE    PIC 9(8).
           05 RN-STEP-NAME        PIC X(8).
           05 RN-EVENT            PIC X(1).
             88 RN-STARTED          VALUE 'S'.
             88 RN-COMPLETED        VALUE 'C'.
             88 RN-FAILED           VALUE 'F'.
             88 RN-REFUSED          VALUE 'R'.
             88 RN-OVERRIDE         VALUE 'O'.
           05 RN-RETURN-CODE      PIC 9(4).
           05 RN-TIMESTAMP        PIC X(14).
           05 RN-OPERATOR-ID      PIC X(8).
