      *-----------------------------------------------------------
      *copybook com o layout do record de historico de cheques
      *devolvidos (dataset NSFHIST): um record por conta que ja teve
      *cheque do lockbox devolvido pelo banco, com a quantidade de
      *devolucoes, a data da ultima e o bloqueio de pagamento em
      *cheque. Mantido pelo ChkRet a cada devolucao processada;
      *atingido o limite do CHKRPARM a conta fica bloqueada ('Y') e
      *o LockBox passa a mandar o cheque dela para o suspense em
      *vez de aplicar. Desbloqueio e decisao da cobranca, gravando
      *o campo de volta em branco.
      *-----------------------------------------------------------
       01 NSF-HIST-REC.
           05 NH-ACCT-NO          PIC X(8) .
           05 NH-RETURN-COUNT     PIC 9(3) .
           05 NH-LAST-RETURN-DATE PIC 9(8) .
           05 NH-CHECK-BLOCK      PIC X(1) .
             88 NH-CHECKS-BLOCKED   VALUE 'Y'.
           05 NH-BLOCK-DATE       PIC 9(8) .
           05 FILLER              PIC X(12) .
