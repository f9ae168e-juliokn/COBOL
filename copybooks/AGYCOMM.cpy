      *-----------------------------------------------------------
      *copybook com o layout do record do razao de comissoes da
      *agencia de cobranca (dataset AGYCOMM): um record por
      *recebimento da remessa mensal processada pelo AgyRemit, com
      *o bruto que a agencia recebeu do cliente, a comissao retida
      *por ela e o liquido repassado. O bruto inteiro e o que sai
      *da divida (recuperacao 'R' no CHGOFF para conta baixada,
      *credito no saldo vivo para as demais - AC-APPLIED-TO); a
      *comissao e despesa da casa e fica registrada so aqui. O
      *razao e acumulativo entre execucoes.
      *-----------------------------------------------------------
       01 AGENCY-COMM-REC.
           05 AC-ACCT-NO        PIC X(8) .
           05 AC-AGENCY-ID      PIC X(8) .
           05 AC-REMIT-DATE     PIC 9(8) .
           05 AC-COLLECT-DATE   PIC 9(8) .
           05 AC-GROSS          PIC S9(7)V99 .
           05 AC-COMMISSION     PIC S9(7)V99 .
           05 AC-NET            PIC S9(7)V99 .
           05 AC-APPLIED-TO     PIC X(1) .
             88 AC-TO-CHGOFF        VALUE 'Z'.
             88 AC-TO-BALANCE       VALUE 'B'.
