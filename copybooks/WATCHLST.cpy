      *-----------------------------------------------------------
      *copybook com o layout do record da lista de sancoes e de
      *observacao (dataset WATCHLST), recebida do orgao de governo
      *e carregada como veio: identificacao da entrada na lista,
      *codigo da lista de origem, nome da pessoa ou entidade
      *listada (entidade vem inteira no sobrenome) e a data de
      *publicacao da entrada. A data e o que diz que a lista mudou:
      *um acerto liberado como falso positivo so volta a ser
      *levantado quando a entrada que casou chega com data nova.
      *Lido pelo SancScrn, pelo SancRvw e pela triagem de inclusao
      *do AcctMaint e do CoHldMnt.
      *-----------------------------------------------------------
       01 WATCH-LIST-REC.
           05 WL-ENTRY-ID       PIC X(10) .
           05 WL-LIST-CODE      PIC X(6) .
           05 WL-LAST-NAME      PIC X(30) .
           05 WL-FIRST-NAME     PIC X(20) .
           05 WL-LIST-DATE      PIC 9(8) .
           05 FILLER            PIC X(6) .
