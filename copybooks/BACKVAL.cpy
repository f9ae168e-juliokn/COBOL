      *-----------------------------------------------------------
      *copybook com o layout do record de valor retroativo (dataset
      *BACKVAL): um record por movimento ja postado na noite com
      *data efetiva anterior - pagamento atrasado no banco, debito
      *corrigido dias depois. O AcctPost grava os do PSTTXN na hora
      *da postagem e o LockBox os pagamentos do lockbox com data
      *efetiva; no encerramento o AcctPost le o arquivo inteiro,
      *refaz o saldo de fim de dia do BALHIST desde a data efetiva,
      *corrige o juro ja cobrado no ciclo fechado sobre o saldo
      *errado e esvazia o arquivo; cada passo feito fica marcado
      *no proprio item, para o restart do encerramento nao refazer
      *nada duas vezes. Item alem do limite de dias do REVPARM, ou
      *que atravessa um ciclo ja encerrado, nao e refeito: vai
      *para a lista de revisao BDTLIST. BV-DC-CODE e
      *a direcao do efeito no saldo: 'D' aumenta o saldo devedor,
      *'C' reduz (credito, isencao e pagamento do lockbox).
      *-----------------------------------------------------------
       01 BACK-VALUE-REC.
           05 BV-ACCT-NO        PIC X(8) .
           05 BV-DC-CODE        PIC X(1) .
             88 BV-RAISES-BALANCE   VALUE 'D'.
             88 BV-LOWERS-BALANCE   VALUE 'C'.
           05 BV-AMOUNT         PIC S9(7)V99 .
      *data efetiva e data-movimento da noite em que postou
           05 BV-EFF-DATE       PIC 9(8) .
           05 BV-POST-DATE      PIC 9(8) .
           05 BV-SOURCE         PIC X(8) .
      *passo do encerramento ja feito no item (em branco ao gravar):
      *'W' o BALWORK refeito ja tem o efeito, falta copia-lo de
      *volta; 'B' BALHIST refeito; 'I' juro do fechamento corrigido
           05 BV-STEP-FLAG      PIC X(1) .
             88 BV-STEP-PENDING     VALUE SPACE.
             88 BV-STEP-BALWORK     VALUE 'W'.
             88 BV-STEP-BALHIST     VALUE 'B'.
             88 BV-STEP-INTEREST    VALUE 'I'.
           05 FILLER            PIC X(7) .
