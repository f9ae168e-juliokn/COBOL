       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMAIN IS INITIAL PROGRAM.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      * (SUPPMAST), NO ESTILO DO FXRMAINT. O CADASTRO ERA
      * EDITADO CRU E O MESMO FORNECEDOR JA EXISTIA COM DUAS
      * GRAFIAS. AQUI CADA FORNECEDOR GANHA UM CODIGO ESTAVEL,
      * O CNPJ CRITICADO PELO CPFCHECK (E UNICO NO CADASTRO),
      * PRAZO, DESCONTO, FORMA DE PAGAMENTO E CONTA BANCARIA, E
      * A SITUACAO ATIVO/BLOQUEADO QUE O INVOICE CONSULTA NA
      * ENTRADA DE FATURA. TODA MUDANCA GRAVA NO SUPPHIST A
      * IMAGEM ANTES E DEPOIS COM O ID DE QUEM A FEZ.
      * IS INITIAL PROGRAM reseta o estado do FD a cada CALL
      * (mesmo motivo documentado em AUDITLOG)
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-MASTER ASSIGN TO SUPPMAST
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT SUPP-HIST ASSIGN TO SUPPHIST
               FILE STATUS IS HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPP-MASTER RECORDING MODE F.
      *cadastro de fornecedores lido pelo INVOICE, APAGING e
      *APPAYRUN; o codigo, o CNPJ e a situacao entraram no fim do
      *registro, que passou de 52 para 75 bytes
       01  SUPP-MASTER-REC.
           05 SP-SUPPLIER     PIC X(20).
           05 SP-DAYS-TO-PAY  PIC 9(3).
           05 SP-DISC-PCT     PIC 9(2)V99.
           05 SP-DISC-DAYS    PIC 9(3).
           05 SP-PAY-METHOD   PIC X(1).
           05 SP-BANK-ROUTING PIC 9(9).
           05 SP-BANK-ACCT    PIC X(12).
           05 SP-SUPP-CODE    PIC X(8).
           05 SP-CNPJ         PIC X(14).
           05 SP-STATUS       PIC X(1).

       FD  SUPP-HIST RECORDING MODE F.
      *trilha das mudancas do cadastro: acao I inclusao, A
      *alteracao de condicoes, B bloqueio, L liberacao, com a
      *imagem do registro antes e depois
       01  SUPP-HIST-REC.
           05 SH-TIMESTAMP    PIC X(14).
           05 SH-OPERATOR     PIC X(8).
           05 SH-ACAO         PIC X(1).
           05 SH-ANTES        PIC X(75).
           05 SH-DEPOIS       PIC X(75).

       WORKING-STORAGE SECTION.
       77  SUPP-FILE-STATUS   PIC X(2) VALUE '00'.
       77  HIST-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT     PIC X(60) VALUE SPACES.
       77  WRK-SUPP-FIM       PIC X VALUE 'N'.
         88 SUPP-FIM          VALUE 'S'.

      *cadastro inteiro em memoria, regravado no final; cada
      *entrada tem o mesmo desenho do registro do SUPPMAST, para a
      *imagem do SUPPHIST sair direto da tabela
       01  WRK-SUPP-TABELA.
           05 WRK-SUPP-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-SUPP-ENT OCCURS 100 TIMES
                 INDEXED BY SPX SPY.
              10 WS-SUPPLIER  PIC X(20).
              10 WS-DAYS      PIC 9(3).
              10 WS-DISC-PCT  PIC 9(2)V99.
              10 WS-DISC-DAYS PIC 9(3).
              10 WS-PAY-METHOD PIC X(1).
              10 WS-ROUTING   PIC 9(9).
              10 WS-ACCT      PIC X(12).
              10 WS-SUPP-CODE PIC X(8).
              10 WS-CNPJ      PIC X(14).
              10 WS-STATUS    PIC X(1).
                 88 WS-BLOQUEADO  VALUE 'B'.

       77  WRK-OPCAO          PIC 9 VALUE ZERO.
         88 OPCAO-LISTA       VALUE 1.
         88 OPCAO-INCLUI      VALUE 2.
         88 OPCAO-ALTERA      VALUE 3.
         88 OPCAO-SITUACAO    VALUE 4.
         88 OPCAO-SAI         VALUE 9.
       77  WRK-OPERATOR-ID    PIC X(8) VALUE SPACES.
       77  WRK-TIMESTAMP      PIC X(14) VALUE SPACES.
       77  WRK-IMAGEM-ANTES   PIC X(75) VALUE SPACES.
       77  WRK-QTD-MUDANCAS   PIC 9(5) VALUE ZERO.

      *dados digitados
       77  WRK-NOVO-CODIGO    PIC X(8) VALUE SPACES.
       77  WRK-NOVO-NOME      PIC X(20) VALUE SPACES.
       77  WRK-NOVO-CNPJ      PIC X(14) VALUE SPACES.
       77  WRK-NOVO-PRAZO     PIC 9(3) VALUE ZERO.
       77  WRK-NOVO-DESC-PCT  PIC 9(2)V99 VALUE ZERO.
       77  WRK-NOVO-DESC-DIAS PIC 9(3) VALUE ZERO.
       77  WRK-NOVA-FORMA     PIC X(1) VALUE SPACES.
         88 FORMA-VALIDA      VALUES 'E' 'C'.
       77  WRK-NOVO-BANCO     PIC 9(9) VALUE ZERO.
       77  WRK-NOVA-CONTA     PIC X(12) VALUE SPACES.
       77  WRK-NOVA-SITUACAO  PIC X(1) VALUE SPACES.
         88 SITUACAO-VALIDA   VALUES 'A' 'B'.

       77  WRK-ACHOU          PIC X VALUE 'N'.
         88 CODIGO-ACHADO     VALUE 'S'.
       77  WRK-DUPLICADO      PIC X VALUE 'N'.
         88 DADO-DUPLICADO    VALUE 'S'.
       77  WRK-LEGADO         PIC X VALUE 'N'.
         88 LEGADO-ACHADO     VALUE 'S'.
       77  WRK-LEGADO-SUB     PIC 9(3) VALUE ZERO.
       77  WRK-CONDICOES-OK   PIC X VALUE 'N'.
         88 CONDICOES-OK      VALUE 'S'.
       77  WRK-DOC-VALIDO     PIC X VALUE 'N'.
         88 DOC-VALIDO        VALUE 'S'.
       77  WRK-PCT-ED         PIC Z9,99.

      *área de parâmetros trocada com o subprograma CPFCHECK, que
      *concentra a critica de digito verificador (modulo 11)
       COPY DOCCHKPR.

       PROCEDURE DIVISION.

       INICIO.
         DISPLAY 'ID DO OPERADOR: '.
         ACCEPT WRK-OPERATOR-ID FROM CONSOLE.
         PERFORM CARREGA-CADASTRO.
         PERFORM ABRE-HISTORICO.
         PERFORM MENU-CADASTRO UNTIL OPCAO-SAI.
         CLOSE SUPP-HIST.
         PERFORM REGRAVA-CADASTRO.
         GOBACK.

       CARREGA-CADASTRO.
         OPEN INPUT SUPP-MASTER.
      *na primeira execucao o dataset ainda nao existe: comeca com o
      *cadastro vazio em vez de abortar
         IF SUPP-FILE-STATUS = '05' OR SUPP-FILE-STATUS = '35'
            MOVE 'S' TO WRK-SUPP-FIM
         ELSE
            IF SUPP-FILE-STATUS NOT = '00'
               STRING 'OPEN SUPP-MASTER FAILED, STATUS '
                  SUPP-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-SUPPMAIN
            END-IF
            PERFORM LE-CADASTRO
            PERFORM UNTIL SUPP-FIM OR WRK-SUPP-QTD = 100
               ADD 1 TO WRK-SUPP-QTD
               SET SPX TO WRK-SUPP-QTD
               MOVE SUPP-MASTER-REC TO WRK-SUPP-ENT (SPX)
               PERFORM LE-CADASTRO
            END-PERFORM
            CLOSE SUPP-MASTER
      *-----o cadastro e regravado a partir da tabela no final:
      *-----parar antes do fim do arquivo destruiria em silencio
      *-----todo fornecedor alem do 100o - melhor parar aqui
            IF NOT SUPP-FIM
               STRING 'SUPPLIER TABLE FULL, 100 LOADED WITH '
                  'RECORDS REMAINING' DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-SUPPMAIN
            END-IF
         END-IF.

       LE-CADASTRO.
         READ SUPP-MASTER
            AT END MOVE 'S' TO WRK-SUPP-FIM
         END-READ.
         IF SUPP-FILE-STATUS NOT = '00'
            AND SUPP-FILE-STATUS NOT = '10'
            STRING 'READ SUPP-MASTER FAILED, STATUS '
               SUPP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SUPPMAIN
         END-IF.

       ABRE-HISTORICO.
      *o SUPPHIST e acumulativo; na primeira vez o OPEN EXTEND vira
      *OUTPUT, mesmo tratamento do AUDITLOG com a trilha AUDITTRL
         OPEN EXTEND SUPP-HIST.
         IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
            OPEN OUTPUT SUPP-HIST
         END-IF.
         IF HIST-FILE-STATUS NOT = '00'
            STRING 'OPEN SUPP-HIST FAILED, STATUS '
               HIST-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SUPPMAIN
         END-IF.

       MENU-CADASTRO.
         DISPLAY '====================================='.
         DISPLAY 'CADASTRO DE FORNECEDORES (SUPPMAST)'.
         DISPLAY '1 LISTAR FORNECEDORES'.
         DISPLAY '2 INCLUIR FORNECEDOR'.
         DISPLAY '3 ALTERAR CONDICOES DE PAGAMENTO'.
         DISPLAY '4 BLOQUEAR OU LIBERAR FORNECEDOR'.
         DISPLAY '9 GRAVAR E SAIR'.
         ACCEPT WRK-OPCAO FROM CONSOLE.
         EVALUATE TRUE
            WHEN OPCAO-LISTA
               PERFORM LISTA-FORNECEDORES
            WHEN OPCAO-INCLUI
               PERFORM INCLUI-FORNECEDOR
            WHEN OPCAO-ALTERA
               PERFORM ALTERA-FORNECEDOR
            WHEN OPCAO-SITUACAO
               PERFORM MUDA-SITUACAO
            WHEN OPCAO-SAI
               CONTINUE
            WHEN OTHER
               DISPLAY 'OPCAO INVALIDA...'
         END-EVALUATE.

       LISTA-FORNECEDORES.
         IF WRK-SUPP-QTD = ZERO
            DISPLAY 'NENHUM FORNECEDOR CADASTRADO.'
         ELSE
            PERFORM LISTA-UM-FORNECEDOR
               VARYING SPX FROM 1 BY 1
               UNTIL SPX > WRK-SUPP-QTD
         END-IF.

       LISTA-UM-FORNECEDOR.
      *registro sem codigo ainda veio da edicao crua do arquivo:
      *a inclusao com o mesmo nome o regulariza
         MOVE WS-DISC-PCT (SPX) TO WRK-PCT-ED.
         DISPLAY WS-SUPP-CODE (SPX) ' ' WS-SUPPLIER (SPX)
            ' ' WS-CNPJ (SPX) ' ' WS-STATUS (SPX)
            ' PRAZO ' WS-DAYS (SPX)
            ' DESC ' WRK-PCT-ED '% EM ' WS-DISC-DAYS (SPX)
            ' PGTO ' WS-PAY-METHOD (SPX)
            ' ' WS-ROUTING (SPX) ' ' WS-ACCT (SPX).

       INCLUI-FORNECEDOR.
         DISPLAY 'CODIGO DO FORNECEDOR: '.
         ACCEPT WRK-NOVO-CODIGO FROM CONSOLE.
         DISPLAY 'RAZAO SOCIAL: '.
         ACCEPT WRK-NOVO-NOME FROM CONSOLE.
         DISPLAY 'CNPJ (SO DIGITOS): '.
         ACCEPT WRK-NOVO-CNPJ FROM CONSOLE.
         IF WRK-NOVO-CODIGO = SPACES OR WRK-NOVO-NOME = SPACES
            DISPLAY 'CODIGO E RAZAO SOCIAL NAO PODEM SER EM BRANCO.'
         ELSE
            PERFORM PROCURA-CODIGO
            IF CODIGO-ACHADO
               DISPLAY 'CODIGO JA CADASTRADO.'
            ELSE
               PERFORM VALIDA-CNPJ
               IF NOT DOC-VALIDO
                  DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO '
                     'CONFERE.'
               ELSE
                  PERFORM PROCURA-DUPLICADO
                  IF DADO-DUPLICADO
                     DISPLAY 'RAZAO SOCIAL OU CNPJ JA CADASTRADO '
                        'EM OUTRO CODIGO.'
                  ELSE
                     PERFORM PEDE-CONDICOES
                     IF CONDICOES-OK
                        PERFORM GUARDA-INCLUSAO
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-IF.

       GUARDA-INCLUSAO.
      *o registro antigo sem codigo e de mesmo nome e regularizado
      *no lugar; senao entra um registro novo
         IF LEGADO-ACHADO
            SET SPX TO WRK-LEGADO-SUB
            MOVE WRK-SUPP-ENT (SPX) TO WRK-IMAGEM-ANTES
         ELSE
            IF WRK-SUPP-QTD = 100
               DISPLAY 'CADASTRO CHEIO (100 FORNECEDORES).'
               MOVE 'N' TO WRK-CONDICOES-OK
            ELSE
               ADD 1 TO WRK-SUPP-QTD
               SET SPX TO WRK-SUPP-QTD
               MOVE SPACES TO WRK-IMAGEM-ANTES
            END-IF
         END-IF.
         IF CONDICOES-OK
            MOVE WRK-NOVO-NOME   TO WS-SUPPLIER (SPX)
            MOVE WRK-NOVO-CODIGO TO WS-SUPP-CODE (SPX)
            MOVE WRK-NOVO-CNPJ   TO WS-CNPJ (SPX)
            MOVE 'A'             TO WS-STATUS (SPX)
            PERFORM MOVE-CONDICOES
            MOVE 'I' TO SH-ACAO
            PERFORM GRAVA-HISTORICO
            DISPLAY 'FORNECEDOR ' WRK-NOVO-CODIGO ' INCLUIDO.'
         END-IF.

       ALTERA-FORNECEDOR.
      *a razao social nao muda aqui: e ela que as faturas do INVREG
      *carregam; fornecedor que mudou de nome ganha codigo novo e o
      *antigo e bloqueado
         DISPLAY 'CODIGO DO FORNECEDOR: '.
         ACCEPT WRK-NOVO-CODIGO FROM CONSOLE.
         PERFORM PROCURA-CODIGO.
         IF NOT CODIGO-ACHADO
            DISPLAY 'CODIGO NAO CADASTRADO.'
         ELSE
            PERFORM LISTA-UM-FORNECEDOR
            PERFORM PEDE-CONDICOES
            IF CONDICOES-OK
               MOVE WRK-SUPP-ENT (SPX) TO WRK-IMAGEM-ANTES
               PERFORM MOVE-CONDICOES
               MOVE 'A' TO SH-ACAO
               PERFORM GRAVA-HISTORICO
               DISPLAY 'FORNECEDOR ' WRK-NOVO-CODIGO ' ALTERADO.'
            END-IF
         END-IF.

       MUDA-SITUACAO.
         DISPLAY 'CODIGO DO FORNECEDOR: '.
         ACCEPT WRK-NOVO-CODIGO FROM CONSOLE.
         PERFORM PROCURA-CODIGO.
         IF NOT CODIGO-ACHADO
            DISPLAY 'CODIGO NAO CADASTRADO.'
         ELSE
            PERFORM LISTA-UM-FORNECEDOR
            DISPLAY 'SITUACAO (A-ATIVO  B-BLOQUEADO): '
            ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE
            IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA.'
            ELSE
               IF WRK-NOVA-SITUACAO = WS-STATUS (SPX)
                  DISPLAY 'FORNECEDOR JA ESTA NESTA SITUACAO.'
               ELSE
                  MOVE WRK-SUPP-ENT (SPX) TO WRK-IMAGEM-ANTES
                  MOVE WRK-NOVA-SITUACAO TO WS-STATUS (SPX)
                  IF WS-BLOQUEADO (SPX)
                     MOVE 'B' TO SH-ACAO
                  ELSE
                     MOVE 'L' TO SH-ACAO
                  END-IF
                  PERFORM GRAVA-HISTORICO
                  DISPLAY 'SITUACAO DO FORNECEDOR '
                     WRK-NOVO-CODIGO ' ALTERADA.'
               END-IF
            END-IF
         END-IF.

       PEDE-CONDICOES.
      *prazo, desconto e pagamento; transferencia ('E') exige banco
      *e conta, senao o APPAYRUN cai para cheque
         MOVE 'N' TO WRK-CONDICOES-OK.
         DISPLAY 'PRAZO DE PAGAMENTO EM DIAS: '.
         ACCEPT WRK-NOVO-PRAZO FROM CONSOLE.
         DISPLAY 'DESCONTO POR ANTECIPACAO EM % (ENTER = 0): '.
         ACCEPT WRK-NOVO-DESC-PCT FROM CONSOLE.
         DISPLAY 'JANELA DO DESCONTO EM DIAS: '.
         ACCEPT WRK-NOVO-DESC-DIAS FROM CONSOLE.
         DISPLAY 'FORMA DE PAGAMENTO (E-TRANSFERENCIA  C-CHEQUE): '.
         ACCEPT WRK-NOVA-FORMA FROM CONSOLE.
         MOVE ZERO TO WRK-NOVO-BANCO.
         MOVE SPACES TO WRK-NOVA-CONTA.
         IF WRK-NOVA-FORMA = 'E'
            DISPLAY 'CODIGO DO BANCO/AGENCIA (9 DIGITOS): '
            ACCEPT WRK-NOVO-BANCO FROM CONSOLE
            DISPLAY 'CONTA CORRENTE: '
            ACCEPT WRK-NOVA-CONTA FROM CONSOLE
         END-IF.
         EVALUATE TRUE
            WHEN NOT FORMA-VALIDA
               DISPLAY 'FORMA DE PAGAMENTO INVALIDA.'
            WHEN WRK-NOVA-FORMA = 'E'
               AND (WRK-NOVO-BANCO = ZERO
               OR WRK-NOVA-CONTA = SPACES)
               DISPLAY 'TRANSFERENCIA EXIGE BANCO E CONTA.'
            WHEN WRK-NOVO-DESC-PCT > ZERO
               AND WRK-NOVO-DESC-DIAS = ZERO
               DISPLAY 'DESCONTO EXIGE A JANELA EM DIAS.'
            WHEN OTHER
               MOVE 'S' TO WRK-CONDICOES-OK
         END-EVALUATE.

       MOVE-CONDICOES.
         MOVE WRK-NOVO-PRAZO     TO WS-DAYS (SPX).
         MOVE WRK-NOVO-DESC-PCT  TO WS-DISC-PCT (SPX).
         MOVE WRK-NOVO-DESC-DIAS TO WS-DISC-DAYS (SPX).
         MOVE WRK-NOVA-FORMA     TO WS-PAY-METHOD (SPX).
         MOVE WRK-NOVO-BANCO     TO WS-ROUTING (SPX).
         MOVE WRK-NOVA-CONTA     TO WS-ACCT (SPX).

       PROCURA-CODIGO.
         MOVE 'N' TO WRK-ACHOU.
         IF WRK-SUPP-QTD > ZERO
            SET SPX TO 1
            SEARCH WRK-SUPP-ENT
               AT END MOVE 'N' TO WRK-ACHOU
               WHEN SPX > WRK-SUPP-QTD
                  MOVE 'N' TO WRK-ACHOU
               WHEN WS-SUPP-CODE (SPX) = WRK-NOVO-CODIGO
                  MOVE 'S' TO WRK-ACHOU
            END-SEARCH
         END-IF.

       PROCURA-DUPLICADO.
      *mesma razao social ou mesmo CNPJ em outro codigo e
      *duplicidade; mesmo nome num registro ainda sem codigo e o
      *legado da edicao crua, a regularizar na inclusao
         MOVE 'N' TO WRK-DUPLICADO.
         MOVE 'N' TO WRK-LEGADO.
         IF WRK-SUPP-QTD > ZERO
            PERFORM TESTA-DUPLICADO
               VARYING SPY FROM 1 BY 1
               UNTIL SPY > WRK-SUPP-QTD OR DADO-DUPLICADO
         END-IF.

       TESTA-DUPLICADO.
         IF WS-SUPP-CODE (SPY) = SPACES
            IF WS-SUPPLIER (SPY) = WRK-NOVO-NOME
               MOVE 'S' TO WRK-LEGADO
               SET WRK-LEGADO-SUB TO SPY
            END-IF
         ELSE
            IF WS-SUPPLIER (SPY) = WRK-NOVO-NOME
               OR WS-CNPJ (SPY) = WRK-NOVO-CNPJ
               MOVE 'S' TO WRK-DUPLICADO
            END-IF
         END-IF.

       VALIDA-CNPJ.
         MOVE 'N' TO WRK-DOC-VALIDO.
         IF WRK-NOVO-CNPJ NUMERIC
            MOVE '2' TO DC-DOC-TYPE
            MOVE WRK-NOVO-CNPJ TO DC-DIGITS
            CALL 'CPFCHECK' USING DOC-CHECK-PARMS
            MOVE DC-VALID-FLAG TO WRK-DOC-VALIDO
         END-IF.

       GRAVA-HISTORICO.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-TIMESTAMP.
         MOVE WRK-TIMESTAMP      TO SH-TIMESTAMP.
         MOVE WRK-OPERATOR-ID    TO SH-OPERATOR.
         MOVE WRK-IMAGEM-ANTES   TO SH-ANTES.
         MOVE WRK-SUPP-ENT (SPX) TO SH-DEPOIS.
         WRITE SUPP-HIST-REC.
         IF HIST-FILE-STATUS NOT = '00'
            STRING 'WRITE SUPP-HIST FAILED, STATUS '
               HIST-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SUPPMAIN
         END-IF.
         ADD 1 TO WRK-QTD-MUDANCAS.

       REGRAVA-CADASTRO.
         OPEN OUTPUT SUPP-MASTER.
         IF SUPP-FILE-STATUS NOT = '00'
            STRING 'OPEN OUTPUT SUPP-MASTER FAILED, STATUS '
               SUPP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SUPPMAIN
         END-IF.
         IF WRK-SUPP-QTD > ZERO
            PERFORM GRAVA-UM-FORNECEDOR
               VARYING SPX FROM 1 BY 1
               UNTIL SPX > WRK-SUPP-QTD
         END-IF.
         CLOSE SUPP-MASTER.
         DISPLAY 'CADASTRO GRAVADO COM ' WRK-SUPP-QTD
            ' FORNECEDORES, ' WRK-QTD-MUDANCAS ' MUDANCAS.'.

       GRAVA-UM-FORNECEDOR.
         MOVE WRK-SUPP-ENT (SPX) TO SUPP-MASTER-REC.
         WRITE SUPP-MASTER-REC.
         IF SUPP-FILE-STATUS NOT = '00'
            STRING 'WRITE SUPP-MASTER FAILED, STATUS '
               SUPP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SUPPMAIN
         END-IF.

      *erro grave de I/O: mostra a mensagem e volta ao menu
       ABEND-SUPPMAIN.
         DISPLAY 'SUPPMAIN ABEND: ' WRK-ABEND-TEXT.
         GOBACK.
