      *-----------------------------------------------------------
      *copybook com o layout do record de telefone de contato
      *(dataset CUSTPHON): um record por conta e telefone, recebido
      *do cadastro de contatos da central de atendimento - o
      *ACCTREC nao tem campo de telefone. Tipo 'M' celular, 'H'
      *residencial, 'W' trabalho. O DialOut leva para a lista do
      *discador so os telefones bons; o DialIn marca 'W' (numero
      *errado) com a data quando o discador devolve o resultado
      *numero errado, e o numero sai das listas seguintes.
      *-----------------------------------------------------------
       01 CUST-PHONE-REC.
           05 CP-ACCT-NO        PIC X(8) .
           05 CP-PHONE-TYPE     PIC X(1) .
             88 CP-TYPE-MOBILE      VALUE 'M'.
             88 CP-TYPE-HOME        VALUE 'H'.
             88 CP-TYPE-WORK        VALUE 'W'.
           05 CP-PHONE-NO       PIC X(10) .
           05 CP-STATUS         PIC X(1) .
             88 CP-ST-GOOD          VALUES 'G' ' '.
             88 CP-ST-WRONG         VALUE 'W'.
           05 CP-WRONG-DATE     PIC 9(8) .
           05 FILLER            PIC X(12) .
