      *-----------------------------------------------------------
      *copybook com a área de parâmetros trocada com o subprograma
      *INQLOG (CALL 'INQLOG' USING INQ-LOG-PARMS); o programa
      *chamador faz COPY na WORKING-STORAGE, o INQLOG faz COPY na
      *LINKAGE SECTION (mesmo arranjo do AUDITPRM com o AUDITLOG).
      *Toda consulta de console a dados de cliente - AcctInq,
      *NameSrch, TxnView e TaxXref - registra aqui quem olhou, por
      *qual programa, com que chave e qual conta apareceu na tela;
      *o tipo da chave diz se o operador entrou pela conta ('A'),
      *pelo sobrenome ('N') ou pelo documento fiscal ('D'). Busca
      *que nao achou nada vai com a conta em branco.
      *-----------------------------------------------------------
       01 INQ-LOG-PARMS.
           05 INQ-OPERATOR-ID   PIC X(8).
           05 INQ-PGM-NAME      PIC X(8).
           05 INQ-KEY-TYPE      PIC X(1).
             88 INQ-KEY-ACCT        VALUE 'A'.
             88 INQ-KEY-NAME        VALUE 'N'.
             88 INQ-KEY-DOC         VALUE 'D'.
           05 INQ-KEY           PIC X(20).
           05 INQ-ACCT-NO       PIC X(8).
