      *-----------------------------------------------------------
      *copybook com a tabela dos passos do ACCTNITE que gravam no
      *controle de execucao RUNCTL, na ordem do schedule, e o
      *quadro de situacao de cada passo numa data-movimento. Por
      *passo: nome (o mesmo da trilha AUDITTRL), frequencia (D
      *todo dia, M mensal - o mensal so conta como pendente se
      *comecou na data -, E fim do dia, o DateRoll, que roda depois
      *de todos e tambem so fica pendente se comecou) e se pode ser
      *repetido (N = passo de postagem ou o DateRoll, que nunca roda
      *duas vezes na mesma data sem override do operador no
      *RUNOVRD). Quem le o RUNCTL faz COPY
      *deste membro na WORKING-STORAGE e COPY RUNSTPR na PROCEDURE
      *DIVISION para ganhar os paragrafos que montam o quadro.
      *-----------------------------------------------------------
       01  WS-RUN-SCHEDULE-VALUES.
           05 FILLER            PIC X(10) VALUE 'ACCTEDITDY'.
           05 FILLER            PIC X(10) VALUE 'ACCTLOADDY'.
           05 FILLER            PIC X(10) VALUE 'FILEHANDDY'.
           05 FILLER            PIC X(10) VALUE 'CTLVARI DY'.
           05 FILLER            PIC X(10) VALUE 'CSVBAL  DY'.
           05 FILLER            PIC X(10) VALUE 'LOCKBOX DN'.
           05 FILLER            PIC X(10) VALUE 'FEEASMT DN'.
           05 FILLER            PIC X(10) VALUE 'ACCTPOSTDN'.
           05 FILLER            PIC X(10) VALUE 'TXNHIST DN'.
           05 FILLER            PIC X(10) VALUE 'CHGOFF  MN'.
           05 FILLER            PIC X(10) VALUE 'DATEROLLEN'.
       01  WS-RUN-SCHEDULE REDEFINES WS-RUN-SCHEDULE-VALUES.
           05 WS-RUN-STEP OCCURS 11 TIMES
                 INDEXED BY RSX.
              10 RS-STEP-NAME    PIC X(8).
              10 RS-FREQUENCY    PIC X(1).
                 88 RS-DAILY        VALUE 'D'.
                 88 RS-MONTHLY      VALUE 'M'.
                 88 RS-END-OF-DAY   VALUE 'E'.
              10 RS-REPEATABLE   PIC X(1).
                 88 RS-NON-REPEATABLE VALUE 'N'.
       01  WS-RUN-STEP-COUNT    PIC 9(2) VALUE 11.

      *situacao de cada passo na data-movimento WS-RUNS-BUS-DATE,
      *montada pelo LOAD-RUN-STATUS a partir do RUNCTL: o ultimo
      *evento S/C/F vale (espaco = nao rodou), mais as contagens de
      *recusas e overrides
       01  WS-RUNS-BUS-DATE     PIC 9(8) VALUE ZERO.
       01  WS-RUN-STATUS-TABLE.
           05 WS-RUN-STATUS OCCURS 11 TIMES
                 INDEXED BY RTX.
              10 RS-LAST-EVENT   PIC X(1).
                 88 RS-NOT-RUN      VALUE SPACE.
                 88 RS-STARTED      VALUE 'S'.
                 88 RS-COMPLETED    VALUE 'C'.
                 88 RS-FAILED       VALUE 'F'.
              10 RS-LAST-RC      PIC 9(4).
              10 RS-LAST-TIME    PIC X(6).
              10 RS-REFUSED-COUNT PIC 9(3).
              10 RS-OVERRIDE-COUNT PIC 9(3).
              10 RS-COMPLETE-COUNT PIC 9(3).
       01  WS-RUN-PENDING-COUNT PIC 9(2) VALUE ZERO.
       01  WS-RUN-STEP-FOUND    PIC X(1) VALUE 'N'.
           88 RUN-STEP-FOUND    VALUE 'Y'.
       01  WS-RUN-STEP-PENDING  PIC X(1) VALUE 'N'.
           88 RUN-STEP-PENDING  VALUE 'Y'.
