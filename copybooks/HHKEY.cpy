      *-----------------------------------------------------------
      *copybook com o layout do record de domicilio (dataset HHKEY):
      *um record por conta do ACCTREC, regravado inteiro a cada
      *rodada do HouseHld. HK-HOUSE-KEY agrupa as contas do mesmo
      *endereco normalizado e HK-PERSON-KEY as do mesmo titular
      *(nome normalizado) nesse endereco; as duas chaves sao o
      *ACCT-NO da primeira conta do grupo, e o tamanho do grupo vem
      *junto. Endereco sujo demais para casar ('D') fica sozinho,
      *com a propria conta como chave. Os programas de mala juntam
      *num envelope so os documentos com a mesma chave: o extrato
      *pelo domicilio, as cartas e avisos so pelo mesmo titular.
      *-----------------------------------------------------------
       01 HOUSE-KEY-REC.
           05 HK-ACCT-NO        PIC X(8) .
           05 HK-HOUSE-KEY      PIC X(8) .
           05 HK-HOUSE-SIZE     PIC 9(4) .
           05 HK-PERSON-KEY     PIC X(8) .
           05 HK-PERSON-SIZE    PIC 9(4) .
           05 HK-MATCH-FLAG     PIC X(1) .
             88 HK-MATCHED          VALUE 'M'.
             88 HK-DIRTY            VALUE 'D'.
           05 HK-NORM-STREET    PIC X(25) .
           05 HK-NORM-CITY      PIC X(20) .
           05 HK-NORM-STATE     PIC X(2) .
           05 HK-ZIP-CODE       PIC X(5) .
           05 FILLER            PIC X(5) .
