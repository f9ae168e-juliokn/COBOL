              05 PW-YTD-GROSS    PIC 9(13)V99 .
              05 PW-YTD-TAX      PIC 9(13)V99 .
              05 PW-YTD-NET      PIC 9(13)V99 .
              05 PW-PAY-TYPE     PIC X(1) .
              05 PW-REG-HOURS    PIC 9(3)V99 .
              05 PW-OT-HOURS     PIC 9(3)V99 .
              05 PW-REG-RATE     PIC 9(5)V99 .
              05 PW-OT-RATE      PIC 9(5)V99 .
              05 PW-NIGHT-FLAG   PIC X(1) .
              05 PW-LEAVE-ACCRUED PIC 9(3)V99 .
              05 PW-LEAVE-TAKEN  PIC 9(3)V99 .
              05 PW-LEAVE-BALANCE PIC S9(4)V99 .
              05 PW-LEAVE-PAYOUT PIC X(1) .
              05 PW-COMMISSION   PIC 9(9)V99 .

          01  SLIP-DED-REC.
              05 PD-REC-TYPE     PIC X(1) .
              05 PD-EMP-ID       PIC X(8) .
              05 PD-DED-CODE     PIC X(4) .
              05 PD-DED-AMT      PIC 9(11)V99 .
              05 FILLER          PIC X(147) .

          WORKING-STORAGE SECTION.
          01  PSLW-FILE-STATUS   PIC X(2) VALUE '00'.
              05 SL-DED-AMT      PIC $ZZZ,ZZZ,ZZ9.99.
              05 FILLER          PIC X(132) VALUE SPACES.

      *comissao de vendas incluida no bruto do run
          01  WS-COMM-LINE.
              05 FILLER          PIC X(14) VALUE '  COMMISSION'.
              05 SL-COMM-AMT     PIC $ZZZ,ZZZ,ZZ9.99.
              05 FILLER          PIC X(131) VALUE SPACES.

      *horas e taxas do horista, abaixo da linha do bruto
          01  WS-HOURS-LINE.
              05 SL-HOURS-LABEL  PIC X(16).
              05 SL-HOURS        PIC ZZ9.99.
              05 FILLER          PIC X(4)  VALUE ' AT '.
              05 SL-RATE         PIC $ZZ,ZZ9.99.
              05 FILLER          PIC X(124) VALUE SPACES.

      *ferias em horas: acumuladas e gozadas no run, saldo que resta
          01  WS-LEAVE-LINE.
              05 FILLER          PIC X(16) VALUE 'LEAVE HOURS'.
              05 FILLER          PIC X(9)  VALUE 'ACCRUED '.
              05 SL-LV-ACCRUED   PIC ZZ9.99.
              05 FILLER          PIC X(9)  VALUE '  TAKEN '.
              05 SL-LV-TAKEN     PIC ZZ9.99.
              05 FILLER          PIC X(13) VALUE '  REMAINING '.
              05 SL-LV-BALANCE   PIC Z,ZZ9.99-.
              05 FILLER          PIC X(92) VALUE SPACES.

          PROCEDURE DIVISION.

          MAIN-PROCESS.
            MOVE PW-YTD-GROSS TO SL-YTD-AMT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            IF PW-PAY-TYPE = 'H'
               PERFORM GERA-LINHAS-HORAS
            END-IF.
            IF PW-COMMISSION NUMERIC AND PW-COMMISSION > ZERO
               MOVE PW-COMMISSION TO SL-COMM-AMT
               MOVE WS-COMM-LINE TO RPTW-LINE
               PERFORM GRAVA-LINHA
            END-IF.
            IF PW-LEAVE-PAYOUT = 'Y'
               MOVE '  UNUSED LEAVE PAID OUT ON TERMINATION'
                  TO RPTW-LINE
               PERFORM GRAVA-LINHA
            END-IF.
            MOVE 'TAX         ' TO SL-LABEL.
            MOVE PW-TAX       TO SL-RUN-AMT.
            MOVE PW-YTD-TAX   TO SL-YTD-AMT.
            MOVE PW-YTD-NET   TO SL-YTD-AMT.
            MOVE WS-AMOUNT-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            MOVE PW-LEAVE-ACCRUED TO SL-LV-ACCRUED.
            MOVE PW-LEAVE-TAKEN   TO SL-LV-TAKEN.
            MOVE PW-LEAVE-BALANCE TO SL-LV-BALANCE.
            MOVE WS-LEAVE-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.

          GERA-LINHAS-HORAS.
      *horista: horas normais e extras com a taxa aplicada a cada
      *uma, ja com o adicional noturno quando houver
            MOVE '  REGULAR HOURS ' TO SL-HOURS-LABEL.
            MOVE PW-REG-HOURS TO SL-HOURS.
            MOVE PW-REG-RATE  TO SL-RATE.
            MOVE WS-HOURS-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            MOVE '  OVERTIME HRS  ' TO SL-HOURS-LABEL.
            MOVE PW-OT-HOURS  TO SL-HOURS.
            MOVE PW-OT-RATE   TO SL-RATE.
            MOVE WS-HOURS-LINE TO RPTW-LINE.
            PERFORM GRAVA-LINHA.
            IF PW-NIGHT-FLAG = 'Y'
               MOVE '  NIGHT SHIFT PREMIUM INCLUDED IN RATES'
                  TO RPTW-LINE
               PERFORM GRAVA-LINHA
            END-IF.

          GERA-LINHA-DESCONTO.
            MOVE PD-DED-CODE TO SL-DED-CODE.
