      *-----------------------------------------------------------
      *copybook com o layout do record da fila de acertos da
      *triagem de sancoes (dataset SANCHITS): cada nome de titular
      *(ACCTFLDS), co-titular (COHOLDER) ou cliente (CUSTMST) que
      *casou com uma entrada do WATCHLST com nota acima do minimo
      *do SCRNPARM entra aqui pendente, com o nome do lado do
      *cadastro, o nome do lado da lista e a nota. O SancRvw mostra
      *o acerto ao analista de compliance, que libera como falso
      *positivo ou confirma; a decisao fica gravada com quem e
      *quando, e o record nunca sai do arquivo - e a prova de que o
      *nome foi conferido, e e o que impede o mesmo acerto liberado
      *de voltar enquanto a entrada da lista nao mudar de data.
      *Acerto levantado na triagem de inclusao do AcctMaint ou do
      *CoHldMnt leva SH-HELD-FLAG 'Y': a transacao esta parada no
      *SCRNHOLD esperando a decisao.
      *-----------------------------------------------------------
       01 SANC-HIT-REC.
           05 SH-HIT-DATE       PIC 9(8) .
      *origem do nome: A = titular da conta, J = co-titular,
      *C = cliente do CUSTMST; SH-KEY e a conta (A, J) ou o numero
      *do cliente (C)
           05 SH-SOURCE         PIC X(1) .
             88 SH-SRC-ACCOUNT      VALUE 'A'.
             88 SH-SRC-COHOLDER     VALUE 'J'.
             88 SH-SRC-CUSTOMER     VALUE 'C'.
           05 SH-KEY            PIC X(8) .
           05 SH-LAST-NAME      PIC X(20) .
           05 SH-FIRST-NAME     PIC X(15) .
           05 SH-ENTRY-ID       PIC X(10) .
           05 SH-LIST-DATE      PIC 9(8) .
           05 SH-LIST-LAST-NAME PIC X(30) .
           05 SH-LIST-FIRST-NAME PIC X(20) .
           05 SH-SCORE          PIC 9(3) .
           05 SH-HELD-FLAG      PIC X(1) .
           05 SH-STATUS         PIC X(1) .
             88 SH-PENDING          VALUE 'P'.
             88 SH-CLEARED          VALUE 'F'.
             88 SH-CONFIRMED        VALUE 'C'.
           05 SH-DECIDED-BY     PIC X(8) .
           05 SH-DECIDED-DATE   PIC 9(8) .
           05 FILLER            PIC X(9) .
