      *Declaracao anual de rendimentos e retencoes: na virada de ano
      *o RH datilografava a declaracao de cada funcionario a partir
      *da ultima listagem do BATCHOUT. Este passo le o YTDMAST (os
      *acumulados do ano), o EMPMAST (nome) e o DEDMAST (descontos
      *cadastrados) e imprime pelo RPTWRITE uma pagina por
      *funcionario: rendimento bruto, imposto retido, cada desconto
      *com o total do ano (somado do historico PAYHIST) e o liquido.
      *Grava tambem o arquivo eletronico anual para o governo
      *(WAGEFIL: header, um detalhe por funcionario e trailer de
      *controle), registrado no XMITLOG como o BANKCRD da folha.
      *Se o YTDMAST ja virou para o ano novo - alguma folha do ano
      *seguinte ja rodou - o passo se recusa a rodar: os acumulados
      *do ano da declaracao ja foram zerados. Funcionario cujo
      *acumulado nao bate com a soma dos runs do ano no PAYHIST sai
      *na listagem de excecao WAGEEXCP, com RC 4.

          IDENTIFICATION DIVISION.
          PROGRAM-ID. WageStmt.
          AUTHOR. Julio Bittencourt

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT YEAR-PARM ASSIGN TO YEPARM
                  FILE STATUS IS YPRM-FILE-STATUS.
              SELECT YTD-MASTER ASSIGN TO YTDMAST
                  FILE STATUS IS YTD-FILE-STATUS.
              SELECT EMP-MASTER ASSIGN TO EMPMAST
                  FILE STATUS IS EMP-FILE-STATUS.
              SELECT DED-MASTER ASSIGN TO DEDMAST
                  FILE STATUS IS DED-FILE-STATUS.
              SELECT PAY-HIST ASSIGN TO PAYHIST
                  FILE STATUS IS PHST-FILE-STATUS.
              SELECT WAGE-FILE ASSIGN TO WAGEFIL
                  FILE STATUS IS WFIL-FILE-STATUS.
              SELECT WAGE-EXCP ASSIGN TO WAGEEXCP
                  FILE STATUS IS WEXC-FILE-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  YEAR-PARM RECORDING MODE F.
      *cartao opcional com o ano da declaracao; sem ele vale o ano
      *anterior ao da execucao (a declaracao sai em janeiro)
          01  YEAR-PARM-REC.
              05 YP-TAX-YEAR     PIC 9(4) .
              05 FILLER          PIC X(76) .

          FD  YTD-MASTER RECORDING MODE F.
      *mesmo layout gravado pelo REGRAVA-YTD-MASTER da folha
          01  YTD-MASTER-REC.
              05 YT-EMP-ID       PIC X(8) .
              05 YT-YEAR         PIC 9(4) .
              05 YT-LAST-RUN     PIC 9(8) .
              05 YT-GROSS        PIC 9(13)V99 .
              05 YT-TAX          PIC 9(13)V99 .
              05 YT-NET          PIC 9(13)V99 .

          FD  EMP-MASTER RECORDING MODE F.
      *mesmo cadastro de funcionarios lido pela folha
          01  EMP-MASTER-REC.
              05 EM-EMP-ID       PIC X(8) .
              05 EM-NAME         PIC A(20) .
              05 EM-STATUS       PIC X(1) .
              05 EM-HIRE-DATE    PIC 9(8) .
              05 EM-BANK-ROUTING PIC 9(9) .
              05 EM-BANK-ACCT    PIC X(12) .
              05 EM-PAY-TYPE     PIC X(1) .
              05 EM-HOURLY-RATE  PIC 9(5)V99 .
              05 EM-STORE-CODE   PIC X(6) .

          FD  DED-MASTER RECORDING MODE F.
      *mesmo master de descontos lido pela folha
          01  DED-MASTER-REC.
              05 DM-EMP-ID       PIC X(8) .
              05 DM-DED-CODE     PIC X(4) .
              05 DM-DED-TYPE     PIC X(1) .
              05 DM-DED-VALUE    PIC 9(7)V99 .

          FD  PAY-HIST RECORDING MODE F.
      *historico dos runs da folha; layout compartilhado no
      *copybook PAYHIST
          COPY PAYHIST.

          FD  WAGE-FILE RECORDING MODE F.
      *arquivo eletronico anual no layout fixo do governo: header
      *('H') com o ano, um detalhe por funcionario ('D') e trailer
      *de controle ('T') cujos totais fecham com os detalhes
          01  WAGE-HEADER-REC.
              05 GH-REC-TYPE     PIC X(1) .
              05 GH-TAX-YEAR     PIC 9(4) .
              05 GH-FILE-DATE    PIC 9(8) .
              05 FILLER          PIC X(87) .

          01  WAGE-DETAIL-REC.
              05 GD-REC-TYPE     PIC X(1) .
              05 GD-EMP-ID       PIC X(8) .
              05 GD-NAME         PIC A(20) .
              05 GD-TAX-YEAR     PIC 9(4) .
              05 GD-WAGES        PIC 9(13)V99 .
              05 GD-TAX-WITHHELD PIC 9(13)V99 .
              05 GD-DEDUCTIONS   PIC 9(13)V99 .
              05 GD-NET          PIC 9(13)V99 .
              05 FILLER          PIC X(7) .

          01  WAGE-TRAILER-REC.
              05 GT-REC-TYPE     PIC X(1) .
              05 GT-TAX-YEAR     PIC 9(4) .
              05 GT-EMP-COUNT    PIC 9(7) .
              05 GT-WAGES-TOTAL  PIC 9(13)V99 .
              05 GT-TAX-TOTAL    PIC 9(13)V99 .
              05 FILLER          PIC X(58) .

          FD  WAGE-EXCP RECORDING MODE F.
      *acumulado do YTDMAST que nao bate com a soma dos runs do ano
          01  WAGE-EXCP-REC.
              05 WX-EMP-ID       PIC X(8) .
              05 FILLER          PIC X(2) .
              05 WX-REASON       PIC X(32) .
              05 WX-YTD-GROSS    PIC $zzz,zzz,zz9.99 .
              05 WX-RUN-GROSS    PIC $zzz,zzz,zz9.99 .
              05 WX-YTD-TAX      PIC $zzz,zzz,zz9.99 .
              05 WX-RUN-TAX      PIC $zzz,zzz,zz9.99 .
              05 WX-YTD-NET      PIC $zzz,zzz,zz9.99 .
              05 WX-RUN-NET      PIC $zzz,zzz,zz9.99 .

          WORKING-STORAGE SECTION.
          01  YPRM-FILE-STATUS   PIC X(2) VALUE '00'.
          01  YTD-FILE-STATUS    PIC X(2) VALUE '00'.
          01  EMP-FILE-STATUS    PIC X(2) VALUE '00'.
          01  DED-FILE-STATUS    PIC X(2) VALUE '00'.
          01  PHST-FILE-STATUS   PIC X(2) VALUE '00'.
          01  WFIL-FILE-STATUS   PIC X(2) VALUE '00'.
          01  WEXC-FILE-STATUS   PIC X(2) VALUE '00'.
          01  WS-ABEND-TEXT      PIC X(60) VALUE SPACES.
          01  WS-ARQ-FIM         PIC X VALUE 'N'.
           88 ARQ-FIM            VALUE 'Y'.
          01  WS-RUN-DATE        PIC 9(8) VALUE ZERO.
          01  WS-RUN-YEAR-N      PIC 9(4) VALUE ZERO.
          01  WS-TAX-YEAR        PIC 9(4) VALUE ZERO.
          01  WS-ROLLED-COUNT    PIC 9(5) VALUE ZERO.
          01  WS-ROLLED-YEAR     PIC 9(4) VALUE ZERO.
          01  WS-STMT-COUNT      PIC 9(5) VALUE ZERO.
          01  WS-EXCP-COUNT      PIC 9(5) VALUE ZERO.
          01  WS-FIRST-PAGE      PIC X VALUE 'Y'.
          01  WS-RETURN-CODE     PIC 9(4) VALUE ZERO.
          01  WS-FOUND           PIC X VALUE 'N'.
           88 FOUND              VALUE 'Y'.
          01  WS-EMP-ID          PIC X(8) VALUE SPACES.
          01  WS-NAME            PIC A(20) VALUE SPACES.
          01  WS-DEDUCTIONS      PIC S9(13)V99 VALUE ZERO.
          01  WS-WAGES-TOTAL     PIC 9(13)V99 VALUE ZERO.
          01  WS-TAX-TOTAL       PIC 9(13)V99 VALUE ZERO.

      *master YTD inteiro em memoria, como na folha
          01  WS-YTD-TABLE.
              05 WS-YTD-COUNT    PIC 9(3) VALUE ZERO.
              05 WS-YTD-ENTRY OCCURS 200 TIMES
                    INDEXED BY YTX.
                 10 WT-EMP-ID    PIC X(8).
                 10 WT-YEAR      PIC 9(4).
                 10 WT-GROSS     PIC 9(13)V99.
                 10 WT-TAX       PIC 9(13)V99.
                 10 WT-NET       PIC 9(13)V99.

      *cadastro de funcionarios, so para o nome na declaracao
          01  WS-EMP-TABLE.
              05 WS-EMP-COUNT    PIC 9(3) VALUE ZERO.
              05 WS-EMP-ENTRY OCCURS 200 TIMES
                    INDEXED BY EMX.
                 10 WE-EMP-ID    PIC X(8).
                 10 WE-NAME      PIC A(20).

      *descontos cadastrados: cada codigo do funcionario sai na
      *declaracao, mesmo que nao tenha sido descontado no ano
          01  WS-DED-TABLE.
              05 WS-DED-COUNT    PIC 9(3) VALUE ZERO.
              05 WS-DED-ENTRY OCCURS 100 TIMES
                    INDEXED BY DDX.
                 10 WD-EMP-ID    PIC X(8).
                 10 WD-DED-CODE  PIC X(4).

      *soma dos runs do ano no PAYHIST, por funcionario
          01  WS-RUN-TABLE.
              05 WS-RUN-COUNT    PIC 9(3) VALUE ZERO.
              05 WS-RUN-ENTRY OCCURS 200 TIMES
                    INDEXED BY RNX.
                 10 WR-EMP-ID    PIC X(8).
                 10 WR-GROSS     PIC 9(13)V99.
                 10 WR-TAX       PIC 9(13)V99.
                 10 WR-NET       PIC 9(13)V99.
                 10 WR-RUNS      PIC 9(3).
                 10 WR-ON-YTD    PIC X.

      *soma dos descontos do ano no PAYHIST, por funcionario e
      *codigo
          01  WS-DSUM-TABLE.
              05 WS-DSUM-COUNT   PIC 9(4) VALUE ZERO.
              05 WS-DSUM-ENTRY OCCURS 1000 TIMES
                    INDEXED BY DSX.
                 10 WS-DS-EMP-ID PIC X(8).
                 10 WS-DS-CODE   PIC X(4).
                 10 WS-DS-AMT    PIC 9(11)V99.

      *descontos do funcionario corrente, na ordem do DEDMAST
          01  WS-ITEM-TABLE.
              05 WS-ITEM-COUNT   PIC 9(2) VALUE ZERO.
              05 WS-ITEM-ENTRY OCCURS 20 TIMES
                    INDEXED BY ITX.
                 10 WI-DED-CODE  PIC X(4).
                 10 WI-DED-AMT   PIC 9(11)V99.

      *área de parâmetros trocada com o subprograma RPTWRITE
          COPY RPTWPRM.

      *área de parâmetros trocada com o subprograma AUDITLOG
          COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
          COPY XMITPRM.

          01  WS-ID-LINE.
              05 FILLER          PIC X(10) VALUE 'EMPLOYEE: '.
              05 SL-EMP-ID       PIC X(8).
              05 FILLER          PIC X(2)  VALUE SPACES.
              05 SL-NAME         PIC X(20).
              05 FILLER          PIC X(12) VALUE '  TAX YEAR: '.
              05 SL-TAX-YEAR     PIC 9(4).
              05 FILLER          PIC X(104) VALUE SPACES.

          01  WS-AMOUNT-LINE.
              05 SL-LABEL        PIC X(24).
              05 FILLER          PIC X(2)  VALUE SPACES.
              05 SL-AMOUNT       PIC $ZZZ,ZZZ,ZZ9.99-.
              05 FILLER          PIC X(118) VALUE SPACES.

          01  WS-DED-LINE.
              05 FILLER          PIC X(7)  VALUE '  DED '.
              05 SL-DED-CODE     PIC X(4).
              05 FILLER          PIC X(15) VALUE SPACES.
              05 SL-DED-AMT      PIC $ZZZ,ZZZ,ZZ9.99.
              05 FILLER          PIC X(119) VALUE SPACES.

          01  WS-RUNS-LINE.
              05 FILLER          PIC X(26)
                 VALUE 'PAYROLL RUNS IN YEAR'.
              05 SL-RUNS         PIC ZZ9.
              05 FILLER          PIC X(131) VALUE SPACES.

          PROCEDURE DIVISION.

          MAIN-PROCESS.
            PERFORM ABRE-ARQUIVOS.
            PERFORM GERA-DECLARACOES.
            PERFORM CONFERE-RUNS-SEM-YTD.
            PERFORM ENCERRA.

          ABRE-ARQUIVOS.
            MOVE 'WAGESTMT'  TO AUDIT-PGM-NAME.
            MOVE 'START'     TO AUDIT-EVENT.
            MOVE ZERO        TO AUDIT-REC-COUNT.
            MOVE ZERO        TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
            MOVE FUNCTION CURRENT-DATE (1:4) TO WS-RUN-YEAR-N.
            PERFORM LE-YEAR-PARM.
            PERFORM CARREGA-YTD-MASTER.
      *-----folha do ano seguinte ja rodou: os acumulados do ano da
      *-----declaracao foram zerados na virada e nao ha o que
      *-----declarar a partir do YTDMAST
            IF WS-ROLLED-COUNT > ZERO
               STRING 'YTDMAST ALREADY ROLLED TO ' WS-ROLLED-YEAR
                  ', TAX YEAR ' WS-TAX-YEAR ' REFUSED'
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
            PERFORM CARREGA-EMP-MASTER.
            PERFORM CARREGA-DED-MASTER.
            PERFORM CARREGA-PAY-HIST.
            OPEN OUTPUT WAGE-FILE.
            IF WFIL-FILE-STATUS NOT = '00'
               STRING 'OPEN WAGE-FILE FAILED, STATUS '
                  WFIL-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
            OPEN OUTPUT WAGE-EXCP.
            IF WEXC-FILE-STATUS NOT = '00'
               STRING 'OPEN WAGE-EXCP FAILED, STATUS '
                  WEXC-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
            PERFORM GRAVA-WAGE-HEADER.
      *-----a declaracao sai pelo RPTWRITE, como o holerite
            SET RPTW-INIT TO TRUE.
            MOVE 'ANNUAL WAGE STATEMENTS' TO RPTW-TITLE.
            MOVE 50 TO RPTW-LINES-PER-PAGE.
            CALL 'RPTWRITE' USING RPTW-PARMS.
            IF RPTW-RETURN-CODE NOT = ZERO
               STRING 'RPTWRITE INIT FAILED, RC ' RPTW-RETURN-CODE
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          ABEND-WAGESTMT.
      *erro grave de I/O ou YTDMAST ja virado: mostra a mensagem e
      *interrompe a execucao com RETURN-CODE diferente de zero
            DISPLAY 'WAGESTMT ABEND: ' WS-ABEND-TEXT.
            MOVE 8 TO WS-RETURN-CODE.
            PERFORM AUDITA-FIM.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.

          LE-YEAR-PARM.
            COMPUTE WS-TAX-YEAR = WS-RUN-YEAR-N - 1.
            OPEN INPUT YEAR-PARM.
            IF YPRM-FILE-STATUS = '00'
               READ YEAR-PARM
               IF YPRM-FILE-STATUS = '00'
                  AND YP-TAX-YEAR NUMERIC
                  AND YP-TAX-YEAR > ZERO
                  MOVE YP-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               CLOSE YEAR-PARM
            END-IF.
            DISPLAY 'WAGESTMT TAX YEAR: ' WS-TAX-YEAR.

          CARREGA-YTD-MASTER.
      *sem YTDMAST nao ha declaracao a fazer: para o passo
            MOVE 'N' TO WS-ARQ-FIM.
            OPEN INPUT YTD-MASTER.
            IF YTD-FILE-STATUS NOT = '00'
               STRING 'OPEN YTD-MASTER FAILED, STATUS '
                  YTD-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
            PERFORM LE-YTD-REC.
            PERFORM UNTIL ARQ-FIM
               IF YT-YEAR > WS-TAX-YEAR
                  ADD 1 TO WS-ROLLED-COUNT
                  MOVE YT-YEAR TO WS-ROLLED-YEAR
               END-IF
               IF YT-YEAR = WS-TAX-YEAR
                  IF WS-YTD-COUNT = 200
                     STRING 'YTD TABLE FULL AT 200 EMPLOYEES'
                        DELIMITED BY SIZE INTO WS-ABEND-TEXT
                     PERFORM ABEND-WAGESTMT
                  END-IF
                  ADD 1 TO WS-YTD-COUNT
                  SET YTX TO WS-YTD-COUNT
                  MOVE YT-EMP-ID TO WT-EMP-ID (YTX)
                  MOVE YT-YEAR   TO WT-YEAR (YTX)
                  MOVE YT-GROSS  TO WT-GROSS (YTX)
                  MOVE YT-TAX    TO WT-TAX (YTX)
                  MOVE YT-NET    TO WT-NET (YTX)
               END-IF
               PERFORM LE-YTD-REC
            END-PERFORM.
            CLOSE YTD-MASTER.

          LE-YTD-REC.
            READ YTD-MASTER
               AT END MOVE 'Y' TO WS-ARQ-FIM
            END-READ.
            IF YTD-FILE-STATUS NOT = '00'
               AND YTD-FILE-STATUS NOT = '10'
               STRING 'READ YTD-MASTER FAILED, STATUS '
                  YTD-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          CARREGA-EMP-MASTER.
      *sem o cadastro a declaracao sai sem o nome
            MOVE 'N' TO WS-ARQ-FIM.
            OPEN INPUT EMP-MASTER.
            IF EMP-FILE-STATUS = '05' OR EMP-FILE-STATUS = '35'
               MOVE 'Y' TO WS-ARQ-FIM
            ELSE
               IF EMP-FILE-STATUS NOT = '00'
                  STRING 'OPEN EMP-MASTER FAILED, STATUS '
                     EMP-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-WAGESTMT
               END-IF
               PERFORM LE-EMP-REC
               PERFORM UNTIL ARQ-FIM OR WS-EMP-COUNT = 200
                  ADD 1 TO WS-EMP-COUNT
                  SET EMX TO WS-EMP-COUNT
                  MOVE EM-EMP-ID TO WE-EMP-ID (EMX)
                  MOVE EM-NAME   TO WE-NAME (EMX)
                  PERFORM LE-EMP-REC
               END-PERFORM
               CLOSE EMP-MASTER
            END-IF.

          LE-EMP-REC.
            READ EMP-MASTER
               AT END MOVE 'Y' TO WS-ARQ-FIM
            END-READ.
            IF EMP-FILE-STATUS NOT = '00'
               AND EMP-FILE-STATUS NOT = '10'
               STRING 'READ EMP-MASTER FAILED, STATUS '
                  EMP-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          CARREGA-DED-MASTER.
      *dataset ausente = nenhum desconto cadastrado, como na folha
            MOVE 'N' TO WS-ARQ-FIM.
            OPEN INPUT DED-MASTER.
            IF DED-FILE-STATUS = '05' OR DED-FILE-STATUS = '35'
               MOVE 'Y' TO WS-ARQ-FIM
            ELSE
               IF DED-FILE-STATUS NOT = '00'
                  STRING 'OPEN DED-MASTER FAILED, STATUS '
                     DED-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-WAGESTMT
               END-IF
               PERFORM LE-DED-REC
               PERFORM UNTIL ARQ-FIM OR WS-DED-COUNT = 100
                  ADD 1 TO WS-DED-COUNT
                  SET DDX TO WS-DED-COUNT
                  MOVE DM-EMP-ID   TO WD-EMP-ID (DDX)
                  MOVE DM-DED-CODE TO WD-DED-CODE (DDX)
                  PERFORM LE-DED-REC
               END-PERFORM
               CLOSE DED-MASTER
            END-IF.

          LE-DED-REC.
            READ DED-MASTER
               AT END MOVE 'Y' TO WS-ARQ-FIM
            END-READ.
            IF DED-FILE-STATUS NOT = '00'
               AND DED-FILE-STATUS NOT = '10'
               STRING 'READ DED-MASTER FAILED, STATUS '
                  DED-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          CARREGA-PAY-HIST.
      *soma os runs e os descontos do ano da declaracao; sem o
      *historico todo acumulado do YTDMAST sai como excecao
            MOVE 'N' TO WS-ARQ-FIM.
            OPEN INPUT PAY-HIST.
            IF PHST-FILE-STATUS = '05' OR PHST-FILE-STATUS = '35'
               MOVE 'Y' TO WS-ARQ-FIM
            ELSE
               IF PHST-FILE-STATUS NOT = '00'
                  STRING 'OPEN PAY-HIST FAILED, STATUS '
                     PHST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-WAGESTMT
               END-IF
               PERFORM LE-HIST-REC
               PERFORM UNTIL ARQ-FIM
                  IF PH-RUN-YEAR = WS-TAX-YEAR
                     EVALUATE TRUE
                        WHEN PH-RUN-REC
                           PERFORM SOMA-RUN
                        WHEN PH-DED-REC
                           PERFORM SOMA-DESCONTO
                        WHEN OTHER
                           CONTINUE
                     END-EVALUATE
                  END-IF
                  PERFORM LE-HIST-REC
               END-PERFORM
               CLOSE PAY-HIST
            END-IF.

          LE-HIST-REC.
            READ PAY-HIST
               AT END MOVE 'Y' TO WS-ARQ-FIM
            END-READ.
            IF PHST-FILE-STATUS NOT = '00'
               AND PHST-FILE-STATUS NOT = '10'
               STRING 'READ PAY-HIST FAILED, STATUS '
                  PHST-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          SOMA-RUN.
            MOVE PH-EMP-ID TO WS-EMP-ID.
            PERFORM PROCURA-RUN.
            IF NOT FOUND
               IF WS-RUN-COUNT = 200
                  STRING 'RUN TABLE FULL AT 200 EMPLOYEES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-WAGESTMT
               END-IF
               ADD 1 TO WS-RUN-COUNT
               SET RNX TO WS-RUN-COUNT
               MOVE PH-EMP-ID TO WR-EMP-ID (RNX)
               MOVE ZERO TO WR-GROSS (RNX)
               MOVE ZERO TO WR-TAX (RNX)
               MOVE ZERO TO WR-NET (RNX)
               MOVE ZERO TO WR-RUNS (RNX)
               MOVE 'N'  TO WR-ON-YTD (RNX)
            END-IF.
            ADD PH-GROSS TO WR-GROSS (RNX).
            ADD PH-TAX   TO WR-TAX (RNX).
            ADD PH-NET   TO WR-NET (RNX).
            ADD 1        TO WR-RUNS (RNX).

          PROCURA-RUN.
            MOVE 'N' TO WS-FOUND.
            IF WS-RUN-COUNT > ZERO
               SET RNX TO 1
               SEARCH WS-RUN-ENTRY
                  AT END MOVE 'N' TO WS-FOUND
                  WHEN RNX > WS-RUN-COUNT
                     MOVE 'N' TO WS-FOUND
                  WHEN WR-EMP-ID (RNX) = WS-EMP-ID
                     MOVE 'Y' TO WS-FOUND
               END-SEARCH
            END-IF.

          SOMA-DESCONTO.
            MOVE 'N' TO WS-FOUND.
            IF WS-DSUM-COUNT > ZERO
               SET DSX TO 1
               SEARCH WS-DSUM-ENTRY
                  AT END MOVE 'N' TO WS-FOUND
                  WHEN DSX > WS-DSUM-COUNT
                     MOVE 'N' TO WS-FOUND
                  WHEN WS-DS-EMP-ID (DSX) = PH-EMP-ID
                   AND WS-DS-CODE (DSX) = PH-DED-CODE
                     MOVE 'Y' TO WS-FOUND
               END-SEARCH
            END-IF.
            IF NOT FOUND
               IF WS-DSUM-COUNT = 1000
                  STRING 'DEDUCTION TABLE FULL AT 1000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-WAGESTMT
               END-IF
               ADD 1 TO WS-DSUM-COUNT
               SET DSX TO WS-DSUM-COUNT
               MOVE PH-EMP-ID   TO WS-DS-EMP-ID (DSX)
               MOVE PH-DED-CODE TO WS-DS-CODE (DSX)
               MOVE ZERO        TO WS-DS-AMT (DSX)
            END-IF.
            ADD PH-DED-AMT TO WS-DS-AMT (DSX).

          GERA-DECLARACOES.
            IF WS-YTD-COUNT > ZERO
               PERFORM GERA-UMA-DECLARACAO
                  VARYING YTX FROM 1 BY 1
                  UNTIL YTX > WS-YTD-COUNT
            END-IF.

          GERA-UMA-DECLARACAO.
            ADD 1 TO WS-STMT-COUNT.
            MOVE WT-EMP-ID (YTX) TO WS-EMP-ID.
            PERFORM PROCURA-NOME.
      *-----descontos do ano = o que o bruto perdeu alem do imposto,
      *-----como a folha chegou ao liquido
            COMPUTE WS-DEDUCTIONS =
               WT-GROSS (YTX) - WT-TAX (YTX) - WT-NET (YTX).
            IF WS-DEDUCTIONS < ZERO
               MOVE ZERO TO WS-DEDUCTIONS
            END-IF.
            PERFORM MONTA-DESCONTOS.
            PERFORM CONFERE-YTD.
            PERFORM IMPRIME-DECLARACAO.
            PERFORM GRAVA-WAGE-DETAIL.

          PROCURA-NOME.
            MOVE SPACES TO WS-NAME.
            IF WS-EMP-COUNT > ZERO
               SET EMX TO 1
               SEARCH WS-EMP-ENTRY
                  AT END CONTINUE
                  WHEN EMX > WS-EMP-COUNT
                     CONTINUE
                  WHEN WE-EMP-ID (EMX) = WS-EMP-ID
                     MOVE WE-NAME (EMX) TO WS-NAME
               END-SEARCH
            END-IF.

          MONTA-DESCONTOS.
      *primeiro os codigos cadastrados no DEDMAST (zerados), depois
      *os valores do ano do historico - codigo ja retirado do
      *cadastro mas descontado no ano tambem sai
            MOVE ZERO TO WS-ITEM-COUNT.
            IF WS-DED-COUNT > ZERO
               PERFORM ITEM-DO-CADASTRO
                  VARYING DDX FROM 1 BY 1
                  UNTIL DDX > WS-DED-COUNT
            END-IF.
            IF WS-DSUM-COUNT > ZERO
               PERFORM ITEM-DO-HISTORICO
                  VARYING DSX FROM 1 BY 1
                  UNTIL DSX > WS-DSUM-COUNT
            END-IF.

          ITEM-DO-CADASTRO.
            IF WD-EMP-ID (DDX) = WS-EMP-ID
               AND WS-ITEM-COUNT < 20
               ADD 1 TO WS-ITEM-COUNT
               SET ITX TO WS-ITEM-COUNT
               MOVE WD-DED-CODE (DDX) TO WI-DED-CODE (ITX)
               MOVE ZERO              TO WI-DED-AMT (ITX)
            END-IF.

          ITEM-DO-HISTORICO.
            IF WS-DS-EMP-ID (DSX) = WS-EMP-ID
               MOVE 'N' TO WS-FOUND
               IF WS-ITEM-COUNT > ZERO
                  SET ITX TO 1
                  SEARCH WS-ITEM-ENTRY
                     AT END MOVE 'N' TO WS-FOUND
                     WHEN ITX > WS-ITEM-COUNT
                        MOVE 'N' TO WS-FOUND
                     WHEN WI-DED-CODE (ITX) = WS-DS-CODE (DSX)
                        MOVE 'Y' TO WS-FOUND
                  END-SEARCH
               END-IF
               IF NOT FOUND AND WS-ITEM-COUNT < 20
                  ADD 1 TO WS-ITEM-COUNT
                  SET ITX TO WS-ITEM-COUNT
                  MOVE WS-DS-CODE (DSX) TO WI-DED-CODE (ITX)
                  MOVE ZERO             TO WI-DED-AMT (ITX)
                  MOVE 'Y' TO WS-FOUND
               END-IF
               IF FOUND
                  ADD WS-DS-AMT (DSX) TO WI-DED-AMT (ITX)
               END-IF
            END-IF.

          CONFERE-YTD.
      *o acumulado do YTDMAST tem de ser a soma dos runs do ano no
      *PAYHIST; a declaracao sai do YTDMAST mesmo assim, e o RH
      *confere a excecao antes de entregar
            PERFORM PROCURA-RUN.
            MOVE SPACES TO WAGE-EXCP-REC.
            MOVE WS-EMP-ID       TO WX-EMP-ID.
            MOVE WT-GROSS (YTX)  TO WX-YTD-GROSS.
            MOVE WT-TAX (YTX)    TO WX-YTD-TAX.
            MOVE WT-NET (YTX)    TO WX-YTD-NET.
            IF NOT FOUND
               MOVE ZERO TO WX-RUN-GROSS
               MOVE ZERO TO WX-RUN-TAX
               MOVE ZERO TO WX-RUN-NET
               MOVE 'NO PAYROLL RUNS IN HISTORY' TO WX-REASON
               PERFORM GRAVA-EXCECAO
            ELSE
               MOVE 'Y' TO WR-ON-YTD (RNX)
               MOVE WR-GROSS (RNX) TO WX-RUN-GROSS
               MOVE WR-TAX (RNX)   TO WX-RUN-TAX
               MOVE WR-NET (RNX)   TO WX-RUN-NET
               IF WR-GROSS (RNX) NOT = WT-GROSS (YTX)
                  OR WR-TAX (RNX) NOT = WT-TAX (YTX)
                  OR WR-NET (RNX) NOT = WT-NET (YTX)
                  MOVE 'YTD NOT EQUAL TO SUM OF RUNS' TO WX-REASON
                  PERFORM GRAVA-EXCECAO
               END-IF
            END-IF.

          CONFERE-RUNS-SEM-YTD.
      *funcionario com run no ano e sem acumulado do ano no YTDMAST
            IF WS-RUN-COUNT > ZERO
               PERFORM CONFERE-UM-RUN
                  VARYING RNX FROM 1 BY 1
                  UNTIL RNX > WS-RUN-COUNT
            END-IF.

          CONFERE-UM-RUN.
            IF WR-ON-YTD (RNX) NOT = 'Y'
               MOVE SPACES TO WAGE-EXCP-REC
               MOVE WR-EMP-ID (RNX) TO WX-EMP-ID
               MOVE ZERO            TO WX-YTD-GROSS
               MOVE ZERO            TO WX-YTD-TAX
               MOVE ZERO            TO WX-YTD-NET
               MOVE WR-GROSS (RNX)  TO WX-RUN-GROSS
               MOVE WR-TAX (RNX)    TO WX-RUN-TAX
               MOVE WR-NET (RNX)    TO WX-RUN-NET
               MOVE 'RUNS IN HISTORY, NOT ON YTDMAST' TO WX-REASON
               PERFORM GRAVA-EXCECAO
            END-IF.

          GRAVA-EXCECAO.
            ADD 1 TO WS-EXCP-COUNT.
            WRITE WAGE-EXCP-REC.
            IF WEXC-FILE-STATUS NOT = '00'
               STRING 'WRITE WAGE-EXCP FAILED, STATUS '
                  WEXC-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          IMPRIME-DECLARACAO.
      *um funcionario por pagina: quebra antes de cada declaracao
      *(menos a primeira, que sai na pagina aberta pelo INIT)
            IF WS-FIRST-PAGE = 'Y'
               MOVE 'N' TO WS-FIRST-PAGE
            ELSE
               SET RPTW-BREAK TO TRUE
               CALL 'RPTWRITE' USING RPTW-PARMS
            END-IF.
            MOVE WS-EMP-ID   TO SL-EMP-ID.
            MOVE WS-NAME     TO SL-NAME.
            MOVE WS-TAX-YEAR TO SL-TAX-YEAR.
            MOVE WS-ID-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            MOVE 'WAGES PAID' TO SL-LABEL.
            MOVE WT-GROSS (YTX) TO SL-AMOUNT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            MOVE 'TAX WITHHELD' TO SL-LABEL.
            MOVE WT-TAX (YTX) TO SL-AMOUNT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            IF WS-ITEM-COUNT > ZERO
               PERFORM IMPRIME-UM-DESCONTO
                  VARYING ITX FROM 1 BY 1
                  UNTIL ITX > WS-ITEM-COUNT
            END-IF.
            MOVE 'TOTAL OTHER DEDUCTIONS' TO SL-LABEL.
            MOVE WS-DEDUCTIONS TO SL-AMOUNT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            MOVE 'NET PAY' TO SL-LABEL.
            MOVE WT-NET (YTX) TO SL-AMOUNT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            IF FOUND
               MOVE WR-RUNS (RNX) TO SL-RUNS
            ELSE
               MOVE ZERO TO SL-RUNS
            END-IF.
            MOVE WS-RUNS-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.

          IMPRIME-UM-DESCONTO.
            MOVE WI-DED-CODE (ITX) TO SL-DED-CODE.
            MOVE WI-DED-AMT (ITX)  TO SL-DED-AMT.
            MOVE WS-DED-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.

          GRAVA-LINHA.
            SET RPTW-DETAIL TO TRUE.
            CALL 'RPTWRITE' USING RPTW-PARMS.
            IF RPTW-RETURN-CODE NOT = ZERO
               STRING 'RPTWRITE DETAIL FAILED, RC ' RPTW-RETURN-CODE
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
            MOVE SPACES TO RPTW-LINE.

          GRAVA-WAGE-HEADER.
            MOVE SPACES TO WAGE-HEADER-REC.
            MOVE 'H'         TO GH-REC-TYPE.
            MOVE WS-TAX-YEAR TO GH-TAX-YEAR.
            MOVE WS-RUN-DATE TO GH-FILE-DATE.
            WRITE WAGE-HEADER-REC.
            IF WFIL-FILE-STATUS NOT = '00'
               STRING 'WRITE WAGE-FILE FAILED, STATUS '
                  WFIL-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          GRAVA-WAGE-DETAIL.
            ADD WT-GROSS (YTX) TO WS-WAGES-TOTAL.
            ADD WT-TAX (YTX)   TO WS-TAX-TOTAL.
            MOVE SPACES TO WAGE-DETAIL-REC.
            MOVE 'D'            TO GD-REC-TYPE.
            MOVE WS-EMP-ID      TO GD-EMP-ID.
            MOVE WS-NAME        TO GD-NAME.
            MOVE WS-TAX-YEAR    TO GD-TAX-YEAR.
            MOVE WT-GROSS (YTX) TO GD-WAGES.
            MOVE WT-TAX (YTX)   TO GD-TAX-WITHHELD.
            MOVE WS-DEDUCTIONS  TO GD-DEDUCTIONS.
            MOVE WT-NET (YTX)   TO GD-NET.
            WRITE WAGE-DETAIL-REC.
            IF WFIL-FILE-STATUS NOT = '00'
               STRING 'WRITE WAGE-FILE FAILED, STATUS '
                  WFIL-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.

          GRAVA-WAGE-TRAILER.
      *trailer de controle: contagem e totais tem de fechar com os
      *detalhes para o governo aceitar o arquivo
            MOVE SPACES TO WAGE-TRAILER-REC.
            MOVE 'T'            TO GT-REC-TYPE.
            MOVE WS-TAX-YEAR    TO GT-TAX-YEAR.
            MOVE WS-STMT-COUNT  TO GT-EMP-COUNT.
            MOVE WS-WAGES-TOTAL TO GT-WAGES-TOTAL.
            MOVE WS-TAX-TOTAL   TO GT-TAX-TOTAL.
            WRITE WAGE-TRAILER-REC.
            IF WFIL-FILE-STATUS NOT = '00'
               STRING 'WRITE WAGE-FILE FAILED, STATUS '
                  WFIL-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-WAGESTMT
            END-IF.
      *-----manifesto do arquivo transmitido ao governo, para o
      *-----controle de transmissoes do XmitConf
            MOVE 'WAGEFIL '     TO XMIT-FILE-NAME.
            MOVE WS-RUN-DATE    TO XMIT-BUS-DATE.
            MOVE WS-STMT-COUNT  TO XMIT-REC-COUNT.
            MOVE WS-WAGES-TOTAL TO XMIT-AMOUNT-HASH.
            CALL 'XMITLOG' USING XMIT-PARMS.

          ENCERRA.
            PERFORM GRAVA-WAGE-TRAILER.
            CLOSE WAGE-FILE.
            CLOSE WAGE-EXCP.
            SET RPTW-FINISH TO TRUE.
            CALL 'RPTWRITE' USING RPTW-PARMS.
            DISPLAY 'WAGE STATEMENTS PRINTED: ' WS-STMT-COUNT.
            DISPLAY 'YTD EXCEPTIONS: ' WS-EXCP-COUNT.
      *-----RC 4 quando algum acumulado nao fecha com os runs
            IF WS-EXCP-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
            ELSE
               MOVE ZERO TO WS-RETURN-CODE
            END-IF.
            PERFORM AUDITA-FIM.
            MOVE WS-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

          AUDITA-FIM.
      *registra o fim da execucao com a contagem de declaracoes
            MOVE 'WAGESTMT'     TO AUDIT-PGM-NAME.
            MOVE 'END  '        TO AUDIT-EVENT.
            MOVE WS-STMT-COUNT  TO AUDIT-REC-COUNT.
            MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
