       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: MEDIA ACUMULADA E SITUACAO ACADEMICA - LE OS
      * CLASSOUT RETIDOS DE VARIOS PERIODOS CONCATENADOS (DO
      * MAIS ANTIGO PARA O MAIS RECENTE, COMO NO TRANSCR) E O
      * CADASTRO STUDREG, CALCULA A MEDIA ACUMULADA E A
      * QUANTIDADE DE PERIODOS DE CADA ALUNO E ATRIBUI A
      * SITUACAO (QUADRO DE HONRA, REGULAR, EM OBSERVACAO,
      * REVISAO DE DESLIGAMENTO) PELA TABELA DE REGRAS STDRULE.
      * GRAVA O ARQUIVO DE SITUACAO STANDOUT E, EM STANDRPT, O
      * QUADRO DE HONRA E A LISTA DE OBSERVACAO POR TURMA E OS
      * ALUNOS CUJA SITUACAO MUDOU EM RELACAO A GERACAO
      * ANTERIOR (STANDANT) - O QUE A SECRETARIA MONTAVA A MAO
      * DOS BOLETINS IMPRESSOS.
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETIM ASSIGN TO CLASSOUT
               FILE STATUS IS BOLETIM-FILE-STATUS.
           SELECT STUDENT-REG ASSIGN TO STUDREG
               FILE STATUS IS REG-FILE-STATUS.
           SELECT STANDING-RULE ASSIGN TO STDRULE
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT STANDING-ANT ASSIGN TO STANDANT
               FILE STATUS IS ANT-FILE-STATUS.
           SELECT STANDING-OUT ASSIGN TO STANDOUT
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT STANDING-REPORT ASSIGN TO STANDRPT
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLETIM RECORDING MODE F.
      *mesmo layout gravado pelo PROGCOB08, com o periodo
       01  BOLETIM-REC.
           05 BOL-ID-O        PIC X(8).
           05 BOL-NOME-O      PIC X(20).
           05 BOL-MEDIA-O     PIC X(6).
           05 BOL-SITUACAO-O  PIC X(15).
           05 BOL-PERIODO-O   PIC 9(6).
      *percentual de frequencia carimbado pelo PROGCOB08
           05 BOL-FREQ-O      PIC X(3).

       FD  STUDENT-REG RECORDING MODE F.
      *cadastro de alunos mantido pelo STUDREG
       01  STUDENT-REG-REC.
           05 SR-ID           PIC X(8).
           05 SR-NOME         PIC X(20).
           05 SR-TURMA        PIC X(6).
      *responsavel e endereco, usados pelo STUDREG e ATTWARN
           05 FILLER          PIC X(100).

       FD  STANDING-RULE RECORDING MODE F.
      *uma regra por linha, avaliadas na ordem do arquivo: a
      *primeira cujas condicoes batem todas da a situacao. campo
      *zerado nao e testado, de modo que uma regra toda zerada
      *pega qualquer aluno (a regra final do REGULAR)
       01  STANDING-RULE-REC.
      *H=QUADRO DE HONRA R=REGULAR P=OBSERVACAO D=REV DESLIG
           05 RG-CODIGO       PIC X(1).
           05 RG-SITUACAO     PIC X(15).
      *media acumulada minima / media acumulada abaixo de
           05 RG-MEDIA-MIN    PIC 9(2)V99.
           05 RG-MEDIA-ABAIXO PIC 9(2)V99.
      *ao menos N periodos seguidos, ate o mais recente, com a
      *media do periodo abaixo do limite
           05 RG-CONSEC-QTD   PIC 9(2).
           05 RG-CONSEC-LIM   PIC 9(2)V99.
      *ao menos N periodos reprovados por frequencia
           05 RG-FALTAS-QTD   PIC 9(2).
      *ao menos N periodos cursados
           05 RG-PERIODOS-MIN PIC 9(2).

       FD  STANDING-ANT RECORDING MODE F.
      *geracao anterior do STANDOUT, para o relatorio de mudancas
       01  STANDING-ANT-REC.
           05 SA-ID           PIC X(8).
           05 SA-NOME         PIC X(20).
           05 SA-TURMA        PIC X(6).
           05 SA-MEDIA-CUM    PIC 9(3)V99.
           05 SA-PERIODOS     PIC 9(3).
           05 SA-FALTAS       PIC 9(2).
           05 SA-CODIGO       PIC X(1).
           05 SA-SITUACAO     PIC X(15).
           05 SA-ULT-PERIODO  PIC 9(6).

       FD  STANDING-OUT RECORDING MODE F.
      *situacao academica de cada aluno com boletim
       01  STANDING-OUT-REC.
           05 ST-ID           PIC X(8).
           05 ST-NOME         PIC X(20).
           05 ST-TURMA        PIC X(6).
           05 ST-MEDIA-CUM    PIC 9(3)V99.
           05 ST-PERIODOS     PIC 9(3).
           05 ST-FALTAS       PIC 9(2).
           05 ST-CODIGO       PIC X(1).
           05 ST-SITUACAO     PIC X(15).
           05 ST-ULT-PERIODO  PIC 9(6).

       FD  STANDING-REPORT RECORDING MODE F.
       01  STANDING-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       77  BOLETIM-FILE-STATUS PIC X(2) VALUE '00'.
       77  REG-FILE-STATUS     PIC X(2) VALUE '00'.
       77  RULE-FILE-STATUS    PIC X(2) VALUE '00'.
       77  ANT-FILE-STATUS     PIC X(2) VALUE '00'.
       77  OUT-FILE-STATUS     PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS  PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT      PIC X(60) VALUE SPACES.
       77  WRK-BOLETIM-FIM     PIC X VALUE 'N'.
         88 BOLETIM-FIM        VALUE 'S'.
       77  WRK-REG-FIM         PIC X VALUE 'N'.
         88 REG-FIM            VALUE 'S'.
       77  WRK-RULE-FIM        PIC X VALUE 'N'.
         88 RULE-FIM           VALUE 'S'.
       77  WRK-ANT-FIM         PIC X VALUE 'N'.
         88 ANT-FIM            VALUE 'S'.

      *todos os boletins concatenados carregados em tabela, como
      *no TRANSCR
       01  WRK-BOL-TABELA.
           05 WRK-BOL-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-BOL-ENT OCCURS 2000 TIMES
                 INDEXED BY BLX.
              10 WB-ID        PIC X(8).
              10 WB-MEDIA     PIC 9(3)V99.
              10 WB-SITUACAO  PIC X(15).
              10 WB-PERIODO   PIC 9(6).

      *regras padrao, usadas quando o STDRULE nao esta presente:
      *3 periodos seguidos abaixo de 6 ou 2 reprovacoes por
      *frequencia levam a revisao de desligamento; acumulada
      *abaixo de 6, ultimo periodo abaixo de 6 ou uma reprovacao
      *por frequencia, a observacao; acumulada de 8,50 para cima,
      *o quadro de honra; o resto fica regular
       01  WRK-REGRAS-PADRAO.
           05 FILLER PIC X(34)
              VALUE 'DREVISAO DESLIG 000000000306000000'.
           05 FILLER PIC X(34)
              VALUE 'DREVISAO DESLIG 000000000000000200'.
           05 FILLER PIC X(34)
              VALUE 'PEM OBSERVACAO  000006000000000000'.
           05 FILLER PIC X(34)
              VALUE 'PEM OBSERVACAO  000000000106000000'.
           05 FILLER PIC X(34)
              VALUE 'PEM OBSERVACAO  000000000000000100'.
           05 FILLER PIC X(34)
              VALUE 'HQUADRO DE HONRA085000000000000001'.
           05 FILLER PIC X(34)
              VALUE 'RREGULAR        000000000000000000'.
       01  WRK-REGRAS-PADRAO-R REDEFINES WRK-REGRAS-PADRAO.
           05 WRK-REGRA-PADRAO PIC X(34) OCCURS 7 TIMES
                 INDEXED BY RPX.

       01  WRK-REGRA-TABELA.
           05 WRK-REGRA-QTD   PIC 9(2) VALUE ZERO.
           05 WRK-REGRA-ENT OCCURS 20 TIMES
                 INDEXED BY RGR.
              10 WG-CODIGO       PIC X(1).
              10 WG-SITUACAO     PIC X(15).
              10 WG-MEDIA-MIN    PIC 9(2)V99.
              10 WG-MEDIA-ABAIXO PIC 9(2)V99.
              10 WG-CONSEC-QTD   PIC 9(2).
              10 WG-CONSEC-LIM   PIC 9(2)V99.
              10 WG-FALTAS-QTD   PIC 9(2).
              10 WG-PERIODOS-MIN PIC 9(2).

      *situacao da geracao anterior, procurada por ID
       01  WRK-ANT-TABELA.
           05 WRK-ANT-QTD     PIC 9(3) VALUE ZERO.
           05 WRK-ANT-ENT OCCURS 300 TIMES
                 INDEXED BY ANX.
              10 WN-ID        PIC X(8).
              10 WN-CODIGO    PIC X(1).
              10 WN-SITUACAO  PIC X(15).

      *um registro por aluno do cadastro, ordenado no fim por
      *turma e media acumulada para as listas
       01  WRK-ALUNO-TABELA.
           05 WRK-ALUNO-QTD   PIC 9(3) VALUE ZERO.
           05 WRK-ALUNO-ENT OCCURS 300 TIMES
                 INDEXED BY ALX ALY.
              10 WA-ID        PIC X(8).
              10 WA-NOME      PIC X(20).
              10 WA-TURMA     PIC X(6).
              10 WA-MEDIA-CUM PIC 9(3)V99.
              10 WA-PERIODOS  PIC 9(3).
              10 WA-FALTAS    PIC 9(2).
              10 WA-CODIGO    PIC X(1).
              10 WA-SITUACAO  PIC X(15).
              10 WA-ULT-PER   PIC 9(6).
              10 WA-COD-ANT   PIC X(1).
              10 WA-SIT-ANT   PIC X(15).
       01  WRK-TROCA-ENT      PIC X(82) VALUE SPACES.
       77  WRK-TROCOU         PIC X VALUE 'N'.

      *historico do aluno em avaliacao, um item por periodo na
      *ordem dos boletins
       01  WRK-HIST-TABELA.
           05 WRK-HIST-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-HIST-ENT OCCURS 100 TIMES
                 INDEXED BY HSX.
              10 WH-PERIODO   PIC 9(6).
              10 WH-MEDIA     PIC 9(3)V99.
              10 WH-SITUACAO  PIC X(15).

       77  WRK-SOMA-MEDIAS    PIC 9(5)V99 VALUE ZEROES.
       77  WRK-MEDIA-CUM      PIC 9(3)V99 VALUE ZEROES.
       77  WRK-FALTAS         PIC 9(2) VALUE ZERO.
       77  WRK-CONSEC         PIC 9(3) VALUE ZERO.
       77  WRK-CONSEC-FIM     PIC X VALUE 'N'.
         88 CONSEC-FIM        VALUE 'S'.
       77  WRK-REGRA-BATEU    PIC X VALUE 'N'.
         88 REGRA-BATEU       VALUE 'S'.
       77  WRK-MESMO-PERIODO  PIC X VALUE 'N'.
         88 MESMO-PERIODO     VALUE 'S'.
       77  WRK-ANT-ACHADO     PIC X VALUE 'N'.
         88 ANT-ACHADO        VALUE 'S'.
       77  WRK-TURMA-ATUAL    PIC X(6) VALUE SPACES.
       77  WRK-LISTA-QTD      PIC 9(3) VALUE ZERO.

      *contadores do resumo
       77  WRK-QTD-HONRA      PIC 9(3) VALUE ZERO.
       77  WRK-QTD-REGULAR    PIC 9(3) VALUE ZERO.
       77  WRK-QTD-OBSERV     PIC 9(3) VALUE ZERO.
       77  WRK-QTD-DESLIG     PIC 9(3) VALUE ZERO.
       77  WRK-QTD-SEM-BOL    PIC 9(3) VALUE ZERO.
       77  WRK-QTD-MUDOU      PIC 9(3) VALUE ZERO.

       01  WRK-LINHA-TURMA.
           05 FILLER          PIC X(9) VALUE '  TURMA: '.
           05 LT-TURMA        PIC X(6).
           05 FILLER          PIC X(65) VALUE SPACES.

       01  WRK-LINHA-ALUNO.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 LA-ID           PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-NOME         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-MEDIA        PIC ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-PERIODOS     PIC ZZ9.
           05 FILLER          PIC X(6) VALUE ' PER. '.
           05 LA-SITUACAO     PIC X(15).
           05 FILLER          PIC X(12) VALUE SPACES.

       01  WRK-LINHA-MUDANCA.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LM-ID           PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 LM-NOME         PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 LM-TURMA        PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 LM-SIT-ANT      PIC X(15).
           05 FILLER          PIC X(4) VALUE ' -> '.
           05 LM-SITUACAO     PIC X(15).
           05 FILLER          PIC X(7) VALUE SPACES.

       01  WRK-LINHA-CONTA.
           05 LC-ROTULO       PIC X(20).
           05 LC-QTD          PIC ZZ9.
           05 FILLER          PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         PERFORM CARREGA-BOLETINS.
         PERFORM CARREGA-REGRAS.
         PERFORM CARREGA-ANTERIOR.
         OPEN OUTPUT STANDING-OUT.
         IF OUT-FILE-STATUS NOT = '00'
            STRING 'OPEN STANDING-OUT FAILED, STATUS '
               OUT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.
         OPEN OUTPUT STANDING-REPORT.
         IF REPORT-FILE-STATUS NOT = '00'
            STRING 'OPEN STANDING-REPORT FAILED, STATUS '
               REPORT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.
         PERFORM AVALIA-CADASTRO.
         PERFORM ORDENA-POR-TURMA.
         IF WRK-ALUNO-QTD > ZERO
            PERFORM GRAVA-SITUACAO
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > WRK-ALUNO-QTD
         END-IF.
         CLOSE STANDING-OUT.
         PERFORM GRAVA-QUADRO-HONRA.
         PERFORM GRAVA-OBSERVACAO.
         PERFORM GRAVA-MUDANCAS.
         PERFORM GRAVA-RESUMO.
         CLOSE STANDING-REPORT.
         DISPLAY 'STANDING: ' WRK-ALUNO-QTD ' ALUNOS AVALIADOS, '
            WRK-QTD-MUDOU ' MUDANCAS DE SITUACAO.'.
         STOP RUN.

       CARREGA-BOLETINS.
      *os CLASSOUT retidos entram concatenados, do periodo mais
      *antigo para o mais recente
         OPEN INPUT BOLETIM.
         IF BOLETIM-FILE-STATUS NOT = '00'
            STRING 'OPEN BOLETIM FAILED, STATUS '
               BOLETIM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.
         PERFORM LE-BOLETIM.
         PERFORM UNTIL BOLETIM-FIM OR WRK-BOL-QTD = 2000
            ADD 1 TO WRK-BOL-QTD
            SET BLX TO WRK-BOL-QTD
            MOVE BOL-ID-O TO WB-ID (BLX)
      *-----BOL-MEDIA-O vem editado (ZZ9,99); o NUMVAL devolve o
      *-----numero de volta respeitando a virgula decimal, como no
      *-----CLASSTAT
            COMPUTE WB-MEDIA (BLX) = FUNCTION NUMVAL (BOL-MEDIA-O)
            MOVE BOL-SITUACAO-O TO WB-SITUACAO (BLX)
            MOVE BOL-PERIODO-O TO WB-PERIODO (BLX)
            PERFORM LE-BOLETIM
         END-PERFORM.
         CLOSE BOLETIM.
      *a media acumulada de quem ficasse de fora sairia errada sem
      *aviso - melhor parar aqui
         IF NOT BOLETIM-FIM
            STRING 'BOLETIM TABLE FULL, 2000 LOADED WITH '
               'RECORDS REMAINING' DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

       LE-BOLETIM.
         READ BOLETIM
            AT END MOVE 'S' TO WRK-BOLETIM-FIM
         END-READ.
         IF BOLETIM-FILE-STATUS NOT = '00'
            AND BOLETIM-FILE-STATUS NOT = '10'
            STRING 'READ BOLETIM FAILED, STATUS '
               BOLETIM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

       CARREGA-REGRAS.
      *sem o STDRULE (ou com ele vazio) valem as regras padrao
         OPEN INPUT STANDING-RULE.
         IF RULE-FILE-STATUS = '05' OR RULE-FILE-STATUS = '35'
            MOVE 'S' TO WRK-RULE-FIM
         ELSE
            IF RULE-FILE-STATUS NOT = '00'
               STRING 'OPEN STANDING-RULE FAILED, STATUS '
                  RULE-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STANDING
            END-IF
            PERFORM LE-REGRA
            PERFORM UNTIL RULE-FIM OR WRK-REGRA-QTD = 20
               ADD 1 TO WRK-REGRA-QTD
               SET RGR TO WRK-REGRA-QTD
               MOVE STANDING-RULE-REC TO WRK-REGRA-ENT (RGR)
               PERFORM LE-REGRA
            END-PERFORM
            CLOSE STANDING-RULE
            IF NOT RULE-FIM
               STRING 'RULE TABLE FULL, 20 LOADED WITH '
                  'RECORDS REMAINING' DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STANDING
            END-IF
         END-IF.
         IF WRK-REGRA-QTD = ZERO
            PERFORM CARREGA-REGRA-PADRAO
               VARYING RPX FROM 1 BY 1
               UNTIL RPX > 7
         END-IF.

       CARREGA-REGRA-PADRAO.
         ADD 1 TO WRK-REGRA-QTD.
         SET RGR TO WRK-REGRA-QTD.
         MOVE WRK-REGRA-PADRAO (RPX) TO WRK-REGRA-ENT (RGR).

       LE-REGRA.
         READ STANDING-RULE
            AT END MOVE 'S' TO WRK-RULE-FIM
         END-READ.
         IF RULE-FILE-STATUS NOT = '00'
            AND RULE-FILE-STATUS NOT = '10'
            STRING 'READ STANDING-RULE FAILED, STATUS '
               RULE-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

       CARREGA-ANTERIOR.
      *na primeira execucao nao ha geracao anterior: ninguem
      *aparece como mudanca
         OPEN INPUT STANDING-ANT.
         IF ANT-FILE-STATUS = '05' OR ANT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-ANT-FIM
         ELSE
            IF ANT-FILE-STATUS NOT = '00'
               STRING 'OPEN STANDING-ANT FAILED, STATUS '
                  ANT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STANDING
            END-IF
            PERFORM LE-ANTERIOR
            PERFORM UNTIL ANT-FIM OR WRK-ANT-QTD = 300
               ADD 1 TO WRK-ANT-QTD
               SET ANX TO WRK-ANT-QTD
               MOVE SA-ID       TO WN-ID (ANX)
               MOVE SA-CODIGO   TO WN-CODIGO (ANX)
               MOVE SA-SITUACAO TO WN-SITUACAO (ANX)
               PERFORM LE-ANTERIOR
            END-PERFORM
            CLOSE STANDING-ANT
         END-IF.

       LE-ANTERIOR.
         READ STANDING-ANT
            AT END MOVE 'S' TO WRK-ANT-FIM
         END-READ.
         IF ANT-FILE-STATUS NOT = '00'
            AND ANT-FILE-STATUS NOT = '10'
            STRING 'READ STANDING-ANT FAILED, STATUS '
               ANT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

      *le o cadastro e avalia cada aluno na hora; quem nao tem
      *nenhum boletim retido fica fora do arquivo de situacao
       AVALIA-CADASTRO.
         OPEN INPUT STUDENT-REG.
         IF REG-FILE-STATUS NOT = '00'
            STRING 'OPEN STUDENT-REG FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.
         PERFORM LE-CADASTRO.
         PERFORM UNTIL REG-FIM
            PERFORM MONTA-HISTORICO
            IF WRK-HIST-QTD = ZERO
               ADD 1 TO WRK-QTD-SEM-BOL
            ELSE
               IF WRK-ALUNO-QTD = 300
                  STRING 'STUDENT TABLE FULL, 300 LOADED WITH '
                     'RECORDS REMAINING' DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-STANDING
               END-IF
               PERFORM AVALIA-ALUNO
            END-IF
            PERFORM LE-CADASTRO
         END-PERFORM.
         CLOSE STUDENT-REG.

       LE-CADASTRO.
         READ STUDENT-REG
            AT END MOVE 'S' TO WRK-REG-FIM
         END-READ.
         IF REG-FILE-STATUS NOT = '00'
            AND REG-FILE-STATUS NOT = '10'
            STRING 'READ STUDENT-REG FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

       MONTA-HISTORICO.
         MOVE ZERO TO WRK-HIST-QTD.
         IF WRK-BOL-QTD > ZERO
            PERFORM JUNTA-PERIODO
               VARYING BLX FROM 1 BY 1
               UNTIL BLX > WRK-BOL-QTD
         END-IF.

       JUNTA-PERIODO.
         IF WB-ID (BLX) = SR-ID
      *-----boletim do mesmo periodo gerado de novo substitui o
      *-----anterior em vez de contar duas vezes
            MOVE 'N' TO WRK-MESMO-PERIODO
            IF WRK-HIST-QTD > ZERO
               IF WH-PERIODO (HSX) = WB-PERIODO (BLX)
                  MOVE 'S' TO WRK-MESMO-PERIODO
               END-IF
            END-IF
            IF NOT MESMO-PERIODO
               IF WRK-HIST-QTD = 100
                  STRING 'HISTORY TABLE FULL FOR STUDENT '
                     SR-ID DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-STANDING
               END-IF
               ADD 1 TO WRK-HIST-QTD
               SET HSX TO WRK-HIST-QTD
            END-IF
            MOVE WB-PERIODO (BLX)  TO WH-PERIODO (HSX)
            MOVE WB-MEDIA (BLX)    TO WH-MEDIA (HSX)
            MOVE WB-SITUACAO (BLX) TO WH-SITUACAO (HSX)
         END-IF.

       AVALIA-ALUNO.
         MOVE ZERO TO WRK-SOMA-MEDIAS.
         MOVE ZERO TO WRK-FALTAS.
         PERFORM ACUMULA-PERIODO
            VARYING HSX FROM 1 BY 1
            UNTIL HSX > WRK-HIST-QTD.
      *cada periodo pesa igual: a media do periodo ja vem
      *ponderada pelos pesos das notas no PROGCOB08
         COMPUTE WRK-MEDIA-CUM ROUNDED =
            WRK-SOMA-MEDIAS / WRK-HIST-QTD.
         ADD 1 TO WRK-ALUNO-QTD.
         SET ALX TO WRK-ALUNO-QTD.
         MOVE SR-ID         TO WA-ID (ALX).
         MOVE SR-NOME       TO WA-NOME (ALX).
         MOVE SR-TURMA      TO WA-TURMA (ALX).
         MOVE WRK-MEDIA-CUM TO WA-MEDIA-CUM (ALX).
         MOVE WRK-HIST-QTD  TO WA-PERIODOS (ALX).
         MOVE WRK-FALTAS    TO WA-FALTAS (ALX).
         SET HSX TO WRK-HIST-QTD.
         MOVE WH-PERIODO (HSX) TO WA-ULT-PER (ALX).
      *sem regra que bata o aluno fica regular
         MOVE 'R'       TO WA-CODIGO (ALX).
         MOVE 'REGULAR' TO WA-SITUACAO (ALX).
         MOVE 'N' TO WRK-REGRA-BATEU.
         PERFORM TESTA-REGRA
            VARYING RGR FROM 1 BY 1
            UNTIL RGR > WRK-REGRA-QTD OR REGRA-BATEU.
         EVALUATE WA-CODIGO (ALX)
            WHEN 'H'
               ADD 1 TO WRK-QTD-HONRA
            WHEN 'P'
               ADD 1 TO WRK-QTD-OBSERV
            WHEN 'D'
               ADD 1 TO WRK-QTD-DESLIG
            WHEN OTHER
               ADD 1 TO WRK-QTD-REGULAR
         END-EVALUATE.
         PERFORM PROCURA-ANTERIOR.
         IF ANT-ACHADO
            MOVE WN-CODIGO (ANX)   TO WA-COD-ANT (ALX)
            MOVE WN-SITUACAO (ANX) TO WA-SIT-ANT (ALX)
            IF WN-CODIGO (ANX) NOT = WA-CODIGO (ALX)
               ADD 1 TO WRK-QTD-MUDOU
            END-IF
         ELSE
            MOVE SPACES TO WA-COD-ANT (ALX)
            MOVE SPACES TO WA-SIT-ANT (ALX)
         END-IF.

       ACUMULA-PERIODO.
         ADD WH-MEDIA (HSX) TO WRK-SOMA-MEDIAS.
         IF WH-SITUACAO (HSX) = 'REPROV FREQUENC'
            ADD 1 TO WRK-FALTAS
         END-IF.

      *todas as condicoes preenchidas da regra precisam bater
       TESTA-REGRA.
         MOVE 'S' TO WRK-REGRA-BATEU.
         IF WG-MEDIA-MIN (RGR) > ZERO
            AND WRK-MEDIA-CUM < WG-MEDIA-MIN (RGR)
            MOVE 'N' TO WRK-REGRA-BATEU
         END-IF.
         IF WG-MEDIA-ABAIXO (RGR) > ZERO
            AND WRK-MEDIA-CUM NOT < WG-MEDIA-ABAIXO (RGR)
            MOVE 'N' TO WRK-REGRA-BATEU
         END-IF.
         IF WG-FALTAS-QTD (RGR) > ZERO
            AND WRK-FALTAS < WG-FALTAS-QTD (RGR)
            MOVE 'N' TO WRK-REGRA-BATEU
         END-IF.
         IF WG-PERIODOS-MIN (RGR) > ZERO
            AND WRK-HIST-QTD < WG-PERIODOS-MIN (RGR)
            MOVE 'N' TO WRK-REGRA-BATEU
         END-IF.
         IF WG-CONSEC-QTD (RGR) > ZERO AND REGRA-BATEU
            PERFORM CONTA-CONSECUTIVOS
            IF WRK-CONSEC < WG-CONSEC-QTD (RGR)
               MOVE 'N' TO WRK-REGRA-BATEU
            END-IF
         END-IF.
         IF REGRA-BATEU
            MOVE WG-CODIGO (RGR)   TO WA-CODIGO (ALX)
            MOVE WG-SITUACAO (RGR) TO WA-SITUACAO (ALX)
         END-IF.

      *periodos seguidos abaixo do limite da regra, contados do
      *mais recente para tras
       CONTA-CONSECUTIVOS.
         MOVE ZERO TO WRK-CONSEC.
         MOVE 'N' TO WRK-CONSEC-FIM.
         PERFORM TESTA-CONSECUTIVO
            VARYING HSX FROM WRK-HIST-QTD BY -1
            UNTIL HSX < 1 OR CONSEC-FIM.

       TESTA-CONSECUTIVO.
         IF WH-MEDIA (HSX) < WG-CONSEC-LIM (RGR)
            ADD 1 TO WRK-CONSEC
         ELSE
            MOVE 'S' TO WRK-CONSEC-FIM
         END-IF.

       PROCURA-ANTERIOR.
         MOVE 'N' TO WRK-ANT-ACHADO.
         IF WRK-ANT-QTD > ZERO
            SET ANX TO 1
            SEARCH WRK-ANT-ENT
               AT END MOVE 'N' TO WRK-ANT-ACHADO
               WHEN ANX > WRK-ANT-QTD
                  MOVE 'N' TO WRK-ANT-ACHADO
               WHEN WN-ID (ANX) = SR-ID
                  MOVE 'S' TO WRK-ANT-ACHADO
            END-SEARCH
         END-IF.

       ORDENA-POR-TURMA.
      *ordenacao por troca de vizinhos, por turma e dentro dela
      *pela media acumulada decrescente, como no CLASSTAT
         MOVE 'S' TO WRK-TROCOU.
         PERFORM UNTIL WRK-TROCOU = 'N'
            MOVE 'N' TO WRK-TROCOU
            PERFORM COMPARA-VIZINHOS
               VARYING ALX FROM 1 BY 1
               UNTIL ALX >= WRK-ALUNO-QTD
         END-PERFORM.

       COMPARA-VIZINHOS.
         SET ALY TO ALX.
         SET ALY UP BY 1.
         IF WA-TURMA (ALY) < WA-TURMA (ALX)
            OR (WA-TURMA (ALY) = WA-TURMA (ALX)
                AND WA-MEDIA-CUM (ALY) > WA-MEDIA-CUM (ALX))
            MOVE WRK-ALUNO-ENT (ALX) TO WRK-TROCA-ENT
            MOVE WRK-ALUNO-ENT (ALY) TO WRK-ALUNO-ENT (ALX)
            MOVE WRK-TROCA-ENT       TO WRK-ALUNO-ENT (ALY)
            MOVE 'S' TO WRK-TROCOU
         END-IF.

       GRAVA-SITUACAO.
         MOVE WA-ID (ALX)        TO ST-ID.
         MOVE WA-NOME (ALX)      TO ST-NOME.
         MOVE WA-TURMA (ALX)     TO ST-TURMA.
         MOVE WA-MEDIA-CUM (ALX) TO ST-MEDIA-CUM.
         MOVE WA-PERIODOS (ALX)  TO ST-PERIODOS.
         MOVE WA-FALTAS (ALX)    TO ST-FALTAS.
         MOVE WA-CODIGO (ALX)    TO ST-CODIGO.
         MOVE WA-SITUACAO (ALX)  TO ST-SITUACAO.
         MOVE WA-ULT-PER (ALX)   TO ST-ULT-PERIODO.
         WRITE STANDING-OUT-REC.
         IF OUT-FILE-STATUS NOT = '00'
            STRING 'WRITE STANDING-OUT FAILED, STATUS '
               OUT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.

       GRAVA-QUADRO-HONRA.
         MOVE 'QUADRO DE HONRA POR TURMA' TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE SPACES TO WRK-TURMA-ATUAL.
         MOVE ZERO TO WRK-LISTA-QTD.
         IF WRK-ALUNO-QTD > ZERO
            PERFORM LISTA-HONRA
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > WRK-ALUNO-QTD
         END-IF.
         IF WRK-LISTA-QTD = ZERO
            MOVE '  NENHUM ALUNO' TO STANDING-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         PERFORM GRAVA-LINHA.

       LISTA-HONRA.
         IF WA-CODIGO (ALX) = 'H'
            PERFORM GRAVA-LINHA-ALUNO
         END-IF.

      *a lista de observacao traz tambem quem esta em revisao de
      *desligamento, com a situacao ao lado
       GRAVA-OBSERVACAO.
         MOVE 'EM OBSERVACAO E REVISAO DE DESLIGAMENTO POR TURMA'
            TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE SPACES TO WRK-TURMA-ATUAL.
         MOVE ZERO TO WRK-LISTA-QTD.
         IF WRK-ALUNO-QTD > ZERO
            PERFORM LISTA-OBSERVACAO
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > WRK-ALUNO-QTD
         END-IF.
         IF WRK-LISTA-QTD = ZERO
            MOVE '  NENHUM ALUNO' TO STANDING-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         PERFORM GRAVA-LINHA.

       LISTA-OBSERVACAO.
         IF WA-CODIGO (ALX) = 'P' OR WA-CODIGO (ALX) = 'D'
            PERFORM GRAVA-LINHA-ALUNO
         END-IF.

      *quebra por turma: o cabecalho da turma sai antes do
      *primeiro aluno listado dela
       GRAVA-LINHA-ALUNO.
         IF WRK-LISTA-QTD = ZERO
            OR WA-TURMA (ALX) NOT = WRK-TURMA-ATUAL
            MOVE WA-TURMA (ALX) TO WRK-TURMA-ATUAL
            MOVE WA-TURMA (ALX) TO LT-TURMA
            MOVE WRK-LINHA-TURMA TO STANDING-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         ADD 1 TO WRK-LISTA-QTD.
         MOVE WA-ID (ALX)        TO LA-ID.
         MOVE WA-NOME (ALX)      TO LA-NOME.
         MOVE WA-MEDIA-CUM (ALX) TO LA-MEDIA.
         MOVE WA-PERIODOS (ALX)  TO LA-PERIODOS.
         MOVE WA-SITUACAO (ALX)  TO LA-SITUACAO.
         MOVE WRK-LINHA-ALUNO TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.

       GRAVA-MUDANCAS.
         MOVE 'MUDANCAS DE SITUACAO NO PERIODO' TO
            STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         IF WRK-QTD-MUDOU = ZERO
            MOVE '  NENHUMA MUDANCA' TO STANDING-REPORT-REC
            PERFORM GRAVA-LINHA
         ELSE
            PERFORM LISTA-MUDANCA
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > WRK-ALUNO-QTD
         END-IF.
         PERFORM GRAVA-LINHA.

      *aluno novo, sem situacao anterior, nao conta como mudanca
       LISTA-MUDANCA.
         IF WA-COD-ANT (ALX) NOT = SPACES
            AND WA-COD-ANT (ALX) NOT = WA-CODIGO (ALX)
            MOVE WA-ID (ALX)       TO LM-ID
            MOVE WA-NOME (ALX)     TO LM-NOME
            MOVE WA-TURMA (ALX)    TO LM-TURMA
            MOVE WA-SIT-ANT (ALX)  TO LM-SIT-ANT
            MOVE WA-SITUACAO (ALX) TO LM-SITUACAO
            MOVE WRK-LINHA-MUDANCA TO STANDING-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       GRAVA-RESUMO.
         MOVE 'RESUMO' TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'QUADRO DE HONRA' TO LC-ROTULO.
         MOVE WRK-QTD-HONRA TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'REGULAR' TO LC-ROTULO.
         MOVE WRK-QTD-REGULAR TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'EM OBSERVACAO' TO LC-ROTULO.
         MOVE WRK-QTD-OBSERV TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'REVISAO DESLIG' TO LC-ROTULO.
         MOVE WRK-QTD-DESLIG TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'SEM BOLETIM' TO LC-ROTULO.
         MOVE WRK-QTD-SEM-BOL TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'MUDANCAS' TO LC-ROTULO.
         MOVE WRK-QTD-MUDOU TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO STANDING-REPORT-REC.
         PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
         WRITE STANDING-REPORT-REC.
         IF REPORT-FILE-STATUS NOT = '00'
            STRING 'WRITE STANDING-REPORT FAILED, STATUS '
               REPORT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STANDING
         END-IF.
         MOVE SPACES TO STANDING-REPORT-REC.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-STANDING.
         DISPLAY 'STANDING ABEND: ' WRK-ABEND-TEXT.
         STOP RUN.
