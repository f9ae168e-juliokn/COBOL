      *-----------------------------------------------------------
      *copybook com o layout do record de pedido de isencao de
      *tarifa e de credito de cortesia (datasets PENDWAIV e
      *WAIVHIST): a agencia estornava multa de atraso e tarifa de
      *estouro digitando um credito comum no PSTTXN, sem motivo, e a
      *auditoria achou um operador com centenas de isencoes. O
      *pedido e digitado no console pelo WaivEnt - isencao (W)
      *presa a uma tarifa do FEEJRNL, pela conta, codigo e data de
      *cobranca, ou cortesia (G) sem tarifa de origem - sempre com
      *o codigo de motivo e a agencia. Ate o teto da classe do
      *operador no WAIVPARM o movimento sai na hora; acima dele o
      *pedido espera na fila PENDWAIV a decisao de outro operador
      *no WaivApr. Todo pedido e toda decisao ficam no historico
      *WAIVHIST, de onde sai o relatorio mensal WaivRpt. Situacao
      *'P' = postado direto (dentro do teto), 'Q' = na fila, 'A' =
      *aprovado pelo segundo operador, 'R' = rejeitado.
      *-----------------------------------------------------------
       01 WAIVER-REQ-REC.
           05 WR-REQ-TYPE         PIC X(1) .
             88 WR-FEE-WAIVER       VALUE 'W'.
             88 WR-GOODWILL         VALUE 'G'.
             88 WR-TYPE-VALID       VALUES 'W' 'G'.
           05 WR-ACCT-NO          PIC X(8) .
           05 WR-AMOUNT           PIC 9(7)V99 .
      *tarifa isentada (codigo e data do FEEJRNL); em branco e zero
      *no credito de cortesia
           05 WR-FEE-CODE         PIC X(4) .
           05 WR-ASSESS-DATE      PIC 9(8) .
      *BKER erro do banco, FRST primeira ocorrencia, RETN retencao
      *do cliente, HARD dificuldade financeira, SERV falha de
      *atendimento, GOOD cortesia
           05 WR-REASON-CODE      PIC X(4) .
             88 WR-REASON-VALID     VALUES 'BKER' 'FRST' 'RETN'
                                           'HARD' 'SERV' 'GOOD'.
           05 WR-BRANCH           PIC X(4) .
           05 WR-ENTERED-BY       PIC X(8) .
           05 WR-ENTRY-DATE       PIC 9(8) .
      *segundo operador e data da decisao; no postado direto ficam
      *em branco e com a data da digitacao
           05 WR-APPROVED-BY      PIC X(8) .
           05 WR-DECISION-DATE    PIC 9(8) .
           05 WR-STATUS           PIC X(1) .
             88 WR-ST-POSTED        VALUE 'P'.
             88 WR-ST-QUEUED        VALUE 'Q'.
             88 WR-ST-APPROVED      VALUE 'A'.
             88 WR-ST-REJECTED      VALUE 'R'.
           05 FILLER              PIC X(9) .
