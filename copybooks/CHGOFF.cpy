      *charge-off (dataset CHGOFF): 'C' = saldo baixado do cadastro
      *pelo passo mensal ChgOff, 'R' = recuperacao aplicada pelo
      *LockBox (ou pelo SuspAid, na resolucao tardia do suspense)
      *quando um pagamento casa com conta ja baixada, ou pelo
      *AgyRemit no recebimento da agencia de cobranca, 'V' =
      *recuperacao desfeita pelo ChkRet quando o cheque dela volta
      *devolvido pelo banco; o valor e sempre a magnitude
      *(positiva) do movimento. O razao e acumulativo entre
      *execucoes e o relatorio do ChgOff amarra o total mes a mes.
      *-----------------------------------------------------------
       01 CHGOFF-REC.
           05 CO-REC-TYPE       PIC X(1) .
             88 CO-CHARGE-OFF       VALUE 'C'.
             88 CO-RECOVERY         VALUE 'R'.
             88 CO-RECOVERY-REVERSED VALUE 'V'.
           05 CO-ACCT-NO        PIC X(8) .
           05 CO-DATE           PIC 9(8) .
           05 CO-AMOUNT         PIC S9(7)V99 COMP-3 .
