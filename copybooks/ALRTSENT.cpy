      *-----------------------------------------------------------
      *copybook com o layout do record de alerta ja enviado
      *(dataset ALRTSENT), a memoria do AlrtNite para o mesmo
      *evento nao sair duas vezes: conta, canal, tipo do alerta e a
      *referencia do evento - o carimbo do PAYJRNL e o valor no
      *pagamento, a data da noite, a posicao no AUTORETO e o valor
      *na devolucao AutoPay, o inicio e o fim da vigencia no limite
      *temporario. O estouro nao tem referencia: fica lembrado
      *enquanto a conta continua acima do limite (um aviso por
      *episodio); os demais saem da memoria depois dos dias de
      *retencao do ALRTPARM.
      *-----------------------------------------------------------
       01 ALERT-SENT-REC.
           05 AS-ACCT-NO        PIC X(8) .
           05 AS-CHANNEL        PIC X(1) .
           05 AS-ALERT-TYPE     PIC X(1) .
             88 AS-OVERLIMIT        VALUE 'O'.
             88 AS-PAYMENT          VALUE 'P'.
             88 AS-RETURN           VALUE 'R'.
             88 AS-LIMEXP           VALUE 'X'.
           05 AS-EVENT-REF      PIC X(30) .
           05 AS-SENT-DATE      PIC 9(8) .
           05 FILLER            PIC X(2) .
