       FD  SUPP-MASTER RECORDING MODE F.
      *cadastro de fornecedores: prazo de pagamento em dias e o
      *desconto por antecipacao (percentual e janela em dias)
      *a forma de pagamento e a conta bancaria do fornecedor, lidas
      *pelo APPAYRUN, ficam no fim do registro; depois delas o
      *codigo estavel, o CNPJ e a situacao mantidos pelo SUPPMAIN
      *(75 bytes) - a fatura e digitada pelo codigo e fornecedor
      *bloqueado ('B') nao fatura
       01  SUPP-MASTER-REC.
           05 SP-SUPPLIER     PIC X(20).
           05 SP-DAYS-TO-PAY  PIC 9(3).
           05 SP-DISC-PCT     PIC 9(2)V99.
           05 SP-DISC-DAYS    PIC 9(3).
           05 FILLER          PIC X(22).
           05 SP-SUPP-CODE    PIC X(8).
           05 SP-CNPJ         PIC X(14).
           05 SP-STATUS       PIC X(1).

       FD  INV-PRINT RECORDING MODE F.
       01  INV-PRINT-REC       PIC X(80).
                 INDEXED BY SPX.
              10 WS-SUPPLIER  PIC X(20).
              10 WS-DAYS      PIC 9(3).
              10 WS-SUPP-CODE PIC X(8).
              10 WS-STATUS    PIC X(1).
       77  WRK-SUPP-ACHADO    PIC X VALUE 'N'.
         88 SUPP-ACHADO       VALUE 'S'.
       77  WRK-DUE-INTEGER    PIC S9(9) VALUE ZERO.
       77  WRK-BAIXA-DATA     PIC 9(8) VALUE ZERO.
       77  WRK-PO-NUMBER      PIC X(10) VALUE SPACES.

      *faturas ja registradas no INVREG, para recusar o mesmo
      *numero do mesmo fornecedor e avisar de mesmo valor e data
      *sob outro numero (uma fatura ja foi paga duas vezes)
       01  WRK-FAT-TABELA.
           05 WRK-FAT-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-FAT-ENT OCCURS 1000 TIMES
                 INDEXED BY FTX.
              10 WF-INVOICE-NO PIC X(10).
              10 WF-SUPPLIER   PIC X(20).
              10 WF-DATE       PIC 9(8).
              10 WF-TOTAL      PIC 9(11)V99.
       77  WRK-CABEC-OK       PIC X VALUE 'N'.
         88 CABECALHO-OK      VALUE 'S'.
       77  WRK-QTD-PARECIDAS  PIC 9(4) VALUE ZERO.

      *cabecalho da fatura sendo digitada; a razao social vem do
      *cadastro pelo codigo digitado
       77  WRK-SUPP-CODE      PIC X(8) VALUE SPACES.
       77  WRK-SUPPLIER       PIC X(20) VALUE SPACES.
       77  WRK-INVOICE-NO     PIC X(10) VALUE SPACES.
       77  WRK-INV-DATE       PIC 9(8) VALUE ZERO.
           05 LT-TOTAL        PIC $$.$$$.$$$.$$9,99.
           05 FILLER          PIC X(45) VALUE SPACES.

       01  WRK-LINHA-AVISO.
           05 FILLER          PIC X(16) VALUE 'ATENCAO: FATURA '.
           05 LA-INVOICE-NO   PIC X(10).
           05 FILLER          PIC X(54)
              VALUE ' DO FORNECEDOR TEM O MESMO VALOR E DATA'.

       01  WRK-LINHA-CABEC.
           05 FILLER          PIC X(9)  VALUE 'FATURA: '.
           05 LC-INVOICE-NO   PIC X(10).
         GOBACK.

       CARREGA-FORNECEDORES.
      *carrega o SUPPMAST; na entrada da fatura o fornecedor
      *precisa estar no cadastro e ativo
         OPEN INPUT SUPP-MASTER.
         IF SUPP-FILE-STATUS = '05' OR SUPP-FILE-STATUS = '35'
            MOVE 'S' TO WRK-SUPP-FIM
               SET SPX TO WRK-SUPP-QTD
               MOVE SP-SUPPLIER    TO WS-SUPPLIER (SPX)
               MOVE SP-DAYS-TO-PAY TO WS-DAYS (SPX)
               MOVE SP-SUPP-CODE   TO WS-SUPP-CODE (SPX)
               MOVE SP-STATUS      TO WS-STATUS (SPX)
               PERFORM LE-FORNECEDOR
            END-PERFORM
            CLOSE SUPP-MASTER

       ENTRA-FATURA.
         PERFORM CARREGA-FORNECEDORES.
         PERFORM CARREGA-FATURAS.
         PERFORM PEDE-CABECALHO.
         PERFORM CRITICA-CABECALHO.
         IF CABECALHO-OK
            PERFORM GRAVA-FATURA
         ELSE
            DISPLAY 'FATURA RECUSADA.'
         END-IF.

       CARREGA-FATURAS.
      *uma passada no registro antes do OPEN EXTEND: o 'T' segue
      *o seu 'H', entao o total vai para a ultima fatura carregada
         OPEN INPUT INV-REGISTER.
         IF REG-FILE-STATUS = '05' OR REG-FILE-STATUS = '35'
            MOVE 'S' TO WRK-REG-FIM
         ELSE
            IF REG-FILE-STATUS NOT = '00'
               STRING 'OPEN INV-REGISTER FAILED, STATUS '
                  REG-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-INVOICE
            END-IF
            PERFORM LE-REGISTRO-REC
            PERFORM UNTIL REG-FIM
               EVALUATE IH-REC-TYPE
                  WHEN 'H'
                     PERFORM GUARDA-FATURA-EXISTENTE
                  WHEN 'T'
                     IF WRK-FAT-QTD > ZERO
                        AND WF-INVOICE-NO (FTX) = IT-INVOICE-NO
                        MOVE IT-TOTAL TO WF-TOTAL (FTX)
                     END-IF
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               PERFORM LE-REGISTRO-REC
            END-PERFORM
            CLOSE INV-REGISTER
         END-IF.
         MOVE 'N' TO WRK-REG-FIM.

       GUARDA-FATURA-EXISTENTE.
         IF WRK-FAT-QTD = 1000
            STRING 'INVOICE TABLE FULL AT 1000 ENTRIES'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-INVOICE
         END-IF.
         ADD 1 TO WRK-FAT-QTD.
         SET FTX TO WRK-FAT-QTD.
         MOVE IH-INVOICE-NO TO WF-INVOICE-NO (FTX).
         MOVE IH-SUPPLIER   TO WF-SUPPLIER (FTX).
         MOVE IH-DATE       TO WF-DATE (FTX).
         MOVE ZERO          TO WF-TOTAL (FTX).

       CRITICA-CABECALHO.
      *fornecedor pelo codigo, ativo, e numero ainda nao registrado
      *para ele; a razao social gravada sai sempre do cadastro
         MOVE 'N' TO WRK-CABEC-OK.
         MOVE 'N' TO WRK-SUPP-ACHADO.
         IF WRK-SUPP-QTD > ZERO
            SET SPX TO 1
            SEARCH WRK-SUPP-ENT
               AT END MOVE 'N' TO WRK-SUPP-ACHADO
               WHEN SPX > WRK-SUPP-QTD
                  MOVE 'N' TO WRK-SUPP-ACHADO
               WHEN WS-SUPP-CODE (SPX) = WRK-SUPP-CODE
                  MOVE 'S' TO WRK-SUPP-ACHADO
            END-SEARCH
         END-IF.
         EVALUATE TRUE
            WHEN WRK-SUPP-CODE = SPACES OR NOT SUPP-ACHADO
               DISPLAY 'FORNECEDOR NAO CADASTRADO.'
            WHEN WS-STATUS (SPX) = 'B'
               DISPLAY 'FORNECEDOR BLOQUEADO NO CADASTRO.'
            WHEN WRK-INVOICE-NO = SPACES
               DISPLAY 'NUMERO DA FATURA E OBRIGATORIO.'
            WHEN OTHER
               MOVE WS-SUPPLIER (SPX) TO WRK-SUPPLIER
               MOVE 'S' TO WRK-CABEC-OK
               IF WRK-FAT-QTD > ZERO
                  PERFORM TESTA-NUMERO-REPETIDO
                     VARYING FTX FROM 1 BY 1
                     UNTIL FTX > WRK-FAT-QTD OR NOT CABECALHO-OK
               END-IF
         END-EVALUATE.

       TESTA-NUMERO-REPETIDO.
         IF WF-SUPPLIER (FTX) = WRK-SUPPLIER
            AND WF-INVOICE-NO (FTX) = WRK-INVOICE-NO
            DISPLAY 'FATURA ' WRK-INVOICE-NO
               ' JA REGISTRADA PARA ESTE FORNECEDOR.'
            MOVE 'N' TO WRK-CABEC-OK
         END-IF.

       TESTA-FATURA-PARECIDA.
         IF WF-SUPPLIER (FTX) = WRK-SUPPLIER
            AND WF-DATE (FTX) = WRK-INV-DATE
            AND WF-TOTAL (FTX) = WRK-TOTAL-FATURA
            AND WF-INVOICE-NO (FTX) NOT = WRK-INVOICE-NO
            ADD 1 TO WRK-QTD-PARECIDAS
            MOVE WF-INVOICE-NO (FTX) TO LA-INVOICE-NO
            DISPLAY WRK-LINHA-AVISO
            MOVE WRK-LINHA-AVISO TO INV-PRINT-REC
            PERFORM GRAVA-IMPRESSAO-REC
         END-IF.

       GRAVA-FATURA.
         OPEN EXTEND INV-REGISTER.
      *o registro e acumulativo entre execucoes; na primeira vez o
      *dataset ainda nao existe e o OPEN EXTEND precisa virar
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-INVOICE
         END-IF.
         PERFORM GRAVA-CABECALHO.
         PERFORM PEDE-LINHA.
         PERFORM UNTIL WRK-QTD = ZERO
         CLOSE INV-PRINT.

       PEDE-CABECALHO.
         DISPLAY 'CODIGO DO FORNECEDOR: '.
         ACCEPT WRK-SUPP-CODE FROM CONSOLE.
         DISPLAY 'NUMERO DA FATURA: '.
         ACCEPT WRK-INVOICE-NO FROM CONSOLE.
         DISPLAY 'DATA DA FATURA (AAAAMMDD): '.
         MOVE WRK-TOTAL-FATURA TO LT-TOTAL.
         MOVE WRK-LINHA-TOTAL TO INV-PRINT-REC.
         PERFORM GRAVA-IMPRESSAO-REC.
      *mesmo valor e data sob outro numero so avisa: pode ser
      *fornecedor que fatura parcelas iguais no mesmo dia
         IF WRK-FAT-QTD > ZERO
            PERFORM TESTA-FATURA-PARECIDA
               VARYING FTX FROM 1 BY 1
               UNTIL FTX > WRK-FAT-QTD
         END-IF.
         DISPLAY 'FATURA ' WRK-INVOICE-NO ' GRAVADA, '
            WRK-LINHA-SEQ ' LINHAS.'.

