      *-----------------------------------------------------------
      *copybook com a área de parâmetros trocada com o subprograma
      *SANCMTCH (CALL 'SANCMTCH' USING SANC-MATCH-PARMS); o programa
      *chamador faz COPY na WORKING-STORAGE, o SANCMTCH faz COPY na
      *LINKAGE SECTION (mesmo arranjo do DOCCHKPR com o CPFCHECK).
      *Entra um nome do cadastro e um nome da lista de sancoes;
      *volta SM-SCORE de 0 (nada a ver) a 100 (mesmo nome depois de
      *normalizado).
      *-----------------------------------------------------------
       01 SANC-MATCH-PARMS.
           05 SM-CAND-LAST-NAME  PIC X(20).
           05 SM-CAND-FIRST-NAME PIC X(15).
           05 SM-LIST-LAST-NAME  PIC X(30).
           05 SM-LIST-FIRST-NAME PIC X(20).
           05 SM-SCORE           PIC 9(3).
