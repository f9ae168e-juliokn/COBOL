       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTWARN.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: AVISO ANTECIPADO DE FREQUENCIA - NO MEIO DO
      * PERIODO, PARA CADA ALUNO LANCADO NO ATTENDFL, PROJETA
      * SE AINDA DA PARA ATINGIR O MINIMO DO ATTPARM COM AS
      * AULAS QUE FALTAM, PELO CALENDARIO DE AULAS PREVISTAS
      * DO PERIODO (PERCAL) E PELAS FALTAS JA TIDAS. CONFORME
      * A FOLGA DE FALTAS QUE RESTA O ALUNO CAI NUM ESTAGIO DE
      * AVISO (MARGENS NO ATTWPARM) E O RESPONSAVEL RECEBE UMA
      * CARTA EM ATTLTR - UMA SO POR ESTAGIO, CONTROLADA PELO
      * HISTORICO ATTWHIST (GERACAO ANTERIOR EM ATTWANT). A
      * COORDENACAO RECEBE EM ATTWRPT A LISTA POR TURMA E, EM
      * SEPARADO, OS ALUNOS SEM ENDERECO DO RESPONSAVEL NO
      * STUDREG. ANTES O PROGCOB08 SO REPROVAVA POR FREQUENCIA
      * NO BOLETIM, QUANDO JA NAO HAVIA O QUE FAZER.
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-FILE ASSIGN TO ATTENDFL
               FILE STATUS IS ATT-FILE-STATUS.
           SELECT STUDENT-REG ASSIGN TO STUDREG
               FILE STATUS IS REG-FILE-STATUS.
           SELECT ATT-PARM ASSIGN TO ATTPARM
               FILE STATUS IS APRM-FILE-STATUS.
           SELECT ATTW-PARM ASSIGN TO ATTWPARM
               FILE STATUS IS WPRM-FILE-STATUS.
           SELECT PER-CALENDAR ASSIGN TO PERCAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT ATTW-HIST-ANT ASSIGN TO ATTWANT
               FILE STATUS IS HANT-FILE-STATUS.
           SELECT ATTW-HIST ASSIGN TO ATTWHIST
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT WARN-LETTER ASSIGN TO ATTLTR
               FILE STATUS IS LTR-FILE-STATUS.
           SELECT WARN-REPORT ASSIGN TO ATTWRPT
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-FILE RECORDING MODE F.
      *frequencia lancada pelo ATTENTRY
       01  ATTEND-REC.
           05 FR-ID           PIC X(8).
           05 FR-PERIODO      PIC 9(6).
           05 FR-AULAS-DADAS  PIC 9(3).
           05 FR-AULAS-PRES   PIC 9(3).

       FD  STUDENT-REG RECORDING MODE F.
      *cadastro de alunos mantido pelo STUDREG
       01  STUDENT-REG-REC.
           05 SR-ID           PIC X(8).
           05 SR-NOME         PIC X(20).
           05 SR-TURMA        PIC X(6).
           05 SR-RESP-NOME    PIC X(30).
           05 SR-RESP-ENDER   PIC X(40).
           05 SR-RESP-CIDADE  PIC X(20).
           05 SR-RESP-UF      PIC X(2).
           05 SR-RESP-CEP     PIC X(8).

       FD  ATT-PARM RECORDING MODE F.
      *minimo de frequencia, o mesmo usado pelo PROGCOB08
       01  ATT-PARM-REC.
           05 AP-MIN-PCT      PIC 9(3).

       FD  ATTW-PARM RECORDING MODE F.
      *periodo a avaliar (zero = mes corrente, como o PROGCOB08
      *carimba) e a folga de faltas que dispara cada estagio; o
      *estagio 3 e o aluno que ja nao alcanca o minimo
       01  ATTW-PARM-REC.
           05 AW-PERIODO      PIC 9(6).
           05 AW-MARGEM-1     PIC 9(2).
           05 AW-MARGEM-2     PIC 9(2).

       FD  PER-CALENDAR RECORDING MODE F.
      *aulas previstas no periodo por turma; turma em branco vale
      *para as turmas sem linha propria
       01  PER-CALENDAR-REC.
           05 PC-TURMA        PIC X(6).
           05 PC-PERIODO      PIC 9(6).
           05 PC-AULAS-PREV   PIC 9(3).

       FD  ATTW-HIST-ANT RECORDING MODE F.
      *estagio ja avisado por carta, geracao anterior
       01  ATTW-HIST-ANT-REC.
           05 HA-ID           PIC X(8).
           05 HA-PERIODO      PIC 9(6).
           05 HA-ESTAGIO      PIC 9(1).

       FD  ATTW-HIST RECORDING MODE F.
       01  ATTW-HIST-REC.
           05 AH-ID           PIC X(8).
           05 AH-PERIODO      PIC 9(6).
           05 AH-ESTAGIO      PIC 9(1).

       FD  WARN-LETTER RECORDING MODE F.
       01  WARN-LETTER-REC     PIC X(80).

       FD  WARN-REPORT RECORDING MODE F.
       01  WARN-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       77  ATT-FILE-STATUS     PIC X(2) VALUE '00'.
       77  REG-FILE-STATUS     PIC X(2) VALUE '00'.
       77  APRM-FILE-STATUS    PIC X(2) VALUE '00'.
       77  WPRM-FILE-STATUS    PIC X(2) VALUE '00'.
       77  CAL-FILE-STATUS     PIC X(2) VALUE '00'.
       77  HANT-FILE-STATUS    PIC X(2) VALUE '00'.
       77  HIST-FILE-STATUS    PIC X(2) VALUE '00'.
       77  LTR-FILE-STATUS     PIC X(2) VALUE '00'.
       77  REPORT-FILE-STATUS  PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT      PIC X(60) VALUE SPACES.
       77  WRK-ATT-FIM         PIC X VALUE 'N'.
         88 ATT-FIM            VALUE 'S'.
       77  WRK-REG-FIM         PIC X VALUE 'N'.
         88 REG-FIM            VALUE 'S'.
       77  WRK-CAL-FIM         PIC X VALUE 'N'.
         88 CAL-FIM            VALUE 'S'.
       77  WRK-HANT-FIM        PIC X VALUE 'N'.
         88 HANT-FIM           VALUE 'S'.

      *parametros em vigor (defaults quando os PARM nao vem)
       77  WRK-MIN-FREQ        PIC 9(3) VALUE 75.
       77  WRK-PERIODO         PIC 9(6) VALUE ZERO.
       77  WRK-MARGEM-1        PIC 9(2) VALUE 5.
       77  WRK-MARGEM-2        PIC 9(2) VALUE 2.
       01  WRK-DATA-HOJE       PIC 9(8) VALUE ZERO.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(4).
           05 WRK-HOJE-MES     PIC 9(2).
           05 WRK-HOJE-DIA     PIC 9(2).

       01  WRK-REG-TABELA.
           05 WRK-REG-QTD     PIC 9(3) VALUE ZERO.
           05 WRK-REG-ENT OCCURS 300 TIMES
                 INDEXED BY RGX.
              10 WR-ID          PIC X(8).
              10 WR-NOME        PIC X(20).
              10 WR-TURMA       PIC X(6).
              10 WR-RESP-NOME   PIC X(30).
              10 WR-RESP-ENDER  PIC X(40).
              10 WR-RESP-CIDADE PIC X(20).
              10 WR-RESP-UF     PIC X(2).
              10 WR-RESP-CEP    PIC X(8).

       01  WRK-CAL-TABELA.
           05 WRK-CAL-QTD     PIC 9(3) VALUE ZERO.
           05 WRK-CAL-ENT OCCURS 100 TIMES
                 INDEXED BY CLX.
              10 WC-TURMA     PIC X(6).
              10 WC-PERIODO   PIC 9(6).
              10 WC-AULAS     PIC 9(3).

       01  WRK-HANT-TABELA.
           05 WRK-HANT-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-HANT-ENT OCCURS 300 TIMES
                 INDEXED BY HAX.
              10 WH-ID        PIC X(8).
              10 WH-ESTAGIO   PIC 9(1).

      *alunos em algum estagio de aviso, ordenados no fim por
      *turma e folga de faltas para a lista da coordenacao
       01  WRK-AVISO-TABELA.
           05 WRK-AVISO-QTD   PIC 9(3) VALUE ZERO.
           05 WRK-AVISO-ENT OCCURS 300 TIMES
                 INDEXED BY AVX AVY.
              10 WV-ID        PIC X(8).
              10 WV-NOME      PIC X(20).
              10 WV-TURMA     PIC X(6).
              10 WV-FALTAS    PIC 9(3).
              10 WV-RESTANTES PIC 9(3).
              10 WV-MARGEM    PIC S9(3).
              10 WV-MAX-PCT   PIC 9(3).
              10 WV-ESTAGIO   PIC 9(1).
      *S=carta gravada agora, J=ja avisado antes, E=sem endereco
              10 WV-CARTA     PIC X(1).
       01  WRK-TROCA-ENT      PIC X(48) VALUE SPACES.
       77  WRK-TROCOU         PIC X VALUE 'N'.

      *projecao do aluno corrente
       77  WRK-AULAS-PREV     PIC 9(3) VALUE ZERO.
       77  WRK-FALTAS         PIC 9(3) VALUE ZERO.
       77  WRK-RESTANTES      PIC 9(3) VALUE ZERO.
       77  WRK-PRES-EXIGIDAS  PIC 9(3) VALUE ZERO.
       77  WRK-FALTAS-PERMIT  PIC 9(3) VALUE ZERO.
       77  WRK-MARGEM         PIC S9(3) VALUE ZERO.
       77  WRK-MAX-PCT        PIC 9(3) VALUE ZERO.
       77  WRK-ESTAGIO        PIC 9(1) VALUE ZERO.
       77  WRK-ESTAGIO-ANT    PIC 9(1) VALUE ZERO.
       77  WRK-ACHOU          PIC X VALUE 'N'.
         88 ACHADO            VALUE 'S'.
       77  WRK-TURMA-ATUAL    PIC X(6) VALUE SPACES.
       77  WRK-LISTA-QTD      PIC 9(3) VALUE ZERO.

      *contadores do resumo
       77  WRK-QTD-AVALIADO   PIC 9(3) VALUE ZERO.
       77  WRK-QTD-ESTAGIO-1  PIC 9(3) VALUE ZERO.
       77  WRK-QTD-ESTAGIO-2  PIC 9(3) VALUE ZERO.
       77  WRK-QTD-ESTAGIO-3  PIC 9(3) VALUE ZERO.
       77  WRK-QTD-CARTAS     PIC 9(3) VALUE ZERO.
       77  WRK-QTD-SEM-ENDER  PIC 9(3) VALUE ZERO.
       77  WRK-QTD-SEM-CAL    PIC 9(3) VALUE ZERO.
       77  WRK-QTD-FORA-CAD   PIC 9(3) VALUE ZERO.

       01  WRK-LINHA-TITULO.
           05 FILLER          PIC X(31)
              VALUE 'AVISOS DE FREQUENCIA - PERIODO '.
           05 LTI-PERIODO     PIC 9(6).
           05 FILLER          PIC X(10) VALUE '  MINIMO: '.
           05 LTI-MINIMO      PIC ZZ9.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(29) VALUE SPACES.

       01  WRK-LINHA-TURMA.
           05 FILLER          PIC X(9) VALUE '  TURMA: '.
           05 LT-TURMA        PIC X(6).
           05 FILLER          PIC X(65) VALUE SPACES.

       01  WRK-LINHA-COLUNAS.
           05 FILLER          PIC X(40)
              VALUE '    ID        NOME                  FALT'.
           05 FILLER          PIC X(40)
              VALUE 'AS REST FOLGA MAX% EST CARTA            '.

       01  WRK-LINHA-ALUNO.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 LA-ID           PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-NOME         PIC X(20).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 LA-FALTAS       PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-RESTANTES    PIC ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-MARGEM       PIC ---9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 LA-MAX-PCT      PIC ZZ9.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 LA-ESTAGIO      PIC 9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-CARTA        PIC X(12).
           05 FILLER          PIC X(5) VALUE SPACES.

       01  WRK-LINHA-CONTA.
           05 LC-ROTULO       PIC X(24).
           05 LC-QTD          PIC ZZ9.
           05 FILLER          PIC X(53) VALUE SPACES.

      *linhas da carta ao responsavel
       01  WRK-CARTA-DATA.
           05 FILLER          PIC X(56) VALUE SPACES.
           05 FILLER          PIC X(6) VALUE 'DATA: '.
           05 CD-DIA          PIC 9(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 CD-MES          PIC 9(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 CD-ANO          PIC 9(4).
           05 FILLER          PIC X(8) VALUE SPACES.

       01  WRK-CARTA-CIDADE.
           05 CC-CIDADE       PIC X(20).
           05 FILLER          PIC X(3) VALUE ' - '.
           05 CC-UF           PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(5) VALUE 'CEP: '.
           05 CC-CEP          PIC X(8).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  WRK-CARTA-REF.
           05 FILLER          PIC X(25)
              VALUE 'REF.: FREQUENCIA DO ALUNO'.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 CR-NOME         PIC X(20).
           05 FILLER          PIC X(2) VALUE ' ('.
           05 CR-ID           PIC X(8).
           05 FILLER          PIC X(8) VALUE ') TURMA '.
           05 CR-TURMA        PIC X(6).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  WRK-CARTA-NUMEROS.
           05 FILLER          PIC X(13) VALUE 'AULAS DADAS: '.
           05 CN-DADAS        PIC ZZ9.
           05 FILLER          PIC X(14) VALUE '  PRESENCAS: '.
           05 CN-PRES         PIC ZZ9.
           05 FILLER          PIC X(11) VALUE '  FALTAS: '.
           05 CN-FALTAS       PIC ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  WRK-CARTA-PROJECAO.
           05 FILLER          PIC X(17) VALUE 'AULAS RESTANTES: '.
           05 CP-RESTANTES    PIC ZZ9.
           05 FILLER          PIC X(27)
              VALUE '  FALTAS AINDA PERMITIDAS: '.
           05 CP-PERMITIDAS   PIC ZZ9.
           05 FILLER          PIC X(30) VALUE SPACES.

       01  WRK-CARTA-MINIMO.
           05 FILLER          PIC X(27)
              VALUE 'FREQUENCIA MINIMA EXIGIDA: '.
           05 CM-MINIMO       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(26)
              VALUE '  MAXIMA AINDA POSSIVEL: '.
           05 CM-MAXIMO       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
         PERFORM CARREGA-PARAMETROS.
         PERFORM CARREGA-CADASTRO.
         PERFORM CARREGA-CALENDARIO.
         PERFORM CARREGA-HISTORICO.
         OPEN OUTPUT WARN-LETTER.
         IF LTR-FILE-STATUS NOT = '00'
            STRING 'OPEN WARN-LETTER FAILED, STATUS '
               LTR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         OPEN OUTPUT WARN-REPORT.
         IF REPORT-FILE-STATUS NOT = '00'
            STRING 'OPEN WARN-REPORT FAILED, STATUS '
               REPORT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         PERFORM AVALIA-FREQUENCIA.
         CLOSE WARN-LETTER.
         PERFORM GRAVA-HISTORICO.
         PERFORM ORDENA-POR-TURMA.
         PERFORM GRAVA-LISTA-TURMAS.
         PERFORM GRAVA-SEM-ENDERECO.
         PERFORM GRAVA-RESUMO.
         CLOSE WARN-REPORT.
         DISPLAY 'ATTWARN: ' WRK-QTD-AVALIADO ' ALUNOS AVALIADOS, '
            WRK-AVISO-QTD ' EM AVISO, ' WRK-QTD-CARTAS
            ' CARTAS.'.
         STOP RUN.

       CARREGA-PARAMETROS.
         OPEN INPUT ATT-PARM.
         IF APRM-FILE-STATUS = '00'
            READ ATT-PARM
            IF APRM-FILE-STATUS = '00'
               AND AP-MIN-PCT NUMERIC
               AND AP-MIN-PCT > ZERO
               MOVE AP-MIN-PCT TO WRK-MIN-FREQ
            END-IF
            CLOSE ATT-PARM
         END-IF.
         MOVE FUNCTION CURRENT-DATE (1:6) TO WRK-PERIODO.
         OPEN INPUT ATTW-PARM.
         IF WPRM-FILE-STATUS = '00'
            READ ATTW-PARM
            IF WPRM-FILE-STATUS = '00'
               IF AW-PERIODO NUMERIC AND AW-PERIODO > ZERO
                  MOVE AW-PERIODO TO WRK-PERIODO
               END-IF
               IF AW-MARGEM-1 NUMERIC AND AW-MARGEM-1 > ZERO
                  MOVE AW-MARGEM-1 TO WRK-MARGEM-1
               END-IF
               IF AW-MARGEM-2 NUMERIC AND AW-MARGEM-2 > ZERO
                  MOVE AW-MARGEM-2 TO WRK-MARGEM-2
               END-IF
            END-IF
            CLOSE ATTW-PARM
         END-IF.

       CARREGA-CADASTRO.
         OPEN INPUT STUDENT-REG.
         IF REG-FILE-STATUS NOT = '00'
            STRING 'OPEN STUDENT-REG FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         PERFORM LE-CADASTRO.
         PERFORM UNTIL REG-FIM OR WRK-REG-QTD = 300
            ADD 1 TO WRK-REG-QTD
            SET RGX TO WRK-REG-QTD
            MOVE STUDENT-REG-REC TO WRK-REG-ENT (RGX)
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
            PERFORM ABEND-ATTWARN
         END-IF.

       CARREGA-CALENDARIO.
      *sem calendario nao ha como projetar: o dataset e exigido
         OPEN INPUT PER-CALENDAR.
         IF CAL-FILE-STATUS NOT = '00'
            STRING 'OPEN PER-CALENDAR FAILED, STATUS '
               CAL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         PERFORM LE-CALENDARIO.
         PERFORM UNTIL CAL-FIM
            IF PC-PERIODO = WRK-PERIODO
               IF WRK-CAL-QTD = 100
                  STRING 'CALENDAR TABLE FULL, 100 LOADED WITH '
                     'RECORDS REMAINING' DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-ATTWARN
               END-IF
               ADD 1 TO WRK-CAL-QTD
               SET CLX TO WRK-CAL-QTD
               MOVE PC-TURMA      TO WC-TURMA (CLX)
               MOVE PC-PERIODO    TO WC-PERIODO (CLX)
               MOVE PC-AULAS-PREV TO WC-AULAS (CLX)
            END-IF
            PERFORM LE-CALENDARIO
         END-PERFORM.
         CLOSE PER-CALENDAR.

       LE-CALENDARIO.
         READ PER-CALENDAR
            AT END MOVE 'S' TO WRK-CAL-FIM
         END-READ.
         IF CAL-FILE-STATUS NOT = '00'
            AND CAL-FILE-STATUS NOT = '10'
            STRING 'READ PER-CALENDAR FAILED, STATUS '
               CAL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.

       CARREGA-HISTORICO.
      *na primeira execucao do periodo ninguem foi avisado ainda;
      *linhas de outros periodos sao descartadas
         OPEN INPUT ATTW-HIST-ANT.
         IF HANT-FILE-STATUS = '05' OR HANT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-HANT-FIM
         ELSE
            IF HANT-FILE-STATUS NOT = '00'
               STRING 'OPEN ATTW-HIST-ANT FAILED, STATUS '
                  HANT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-ATTWARN
            END-IF
            PERFORM LE-HISTORICO
            PERFORM UNTIL HANT-FIM OR WRK-HANT-QTD = 300
               IF HA-PERIODO = WRK-PERIODO
                  ADD 1 TO WRK-HANT-QTD
                  SET HAX TO WRK-HANT-QTD
                  MOVE HA-ID      TO WH-ID (HAX)
                  MOVE HA-ESTAGIO TO WH-ESTAGIO (HAX)
               END-IF
               PERFORM LE-HISTORICO
            END-PERFORM
            CLOSE ATTW-HIST-ANT
         END-IF.

       LE-HISTORICO.
         READ ATTW-HIST-ANT
            AT END MOVE 'S' TO WRK-HANT-FIM
         END-READ.
         IF HANT-FILE-STATUS NOT = '00'
            AND HANT-FILE-STATUS NOT = '10'
            STRING 'READ ATTW-HIST-ANT FAILED, STATUS '
               HANT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.

       AVALIA-FREQUENCIA.
         OPEN INPUT ATTEND-FILE.
         IF ATT-FILE-STATUS NOT = '00'
            STRING 'OPEN ATTEND-FILE FAILED, STATUS '
               ATT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         PERFORM LE-FREQUENCIA.
         PERFORM UNTIL ATT-FIM
            IF FR-PERIODO = WRK-PERIODO
               PERFORM AVALIA-ALUNO
            END-IF
            PERFORM LE-FREQUENCIA
         END-PERFORM.
         CLOSE ATTEND-FILE.

       LE-FREQUENCIA.
         READ ATTEND-FILE
            AT END MOVE 'S' TO WRK-ATT-FIM
         END-READ.
         IF ATT-FILE-STATUS NOT = '00'
            AND ATT-FILE-STATUS NOT = '10'
            STRING 'READ ATTEND-FILE FAILED, STATUS '
               ATT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.

       AVALIA-ALUNO.
         PERFORM PROCURA-CADASTRO.
         IF NOT ACHADO
            ADD 1 TO WRK-QTD-FORA-CAD
            DISPLAY 'ID ' FR-ID ' FORA DO CADASTRO - IGNORADO.'
         ELSE
            PERFORM PROCURA-CALENDARIO
            IF NOT ACHADO
               ADD 1 TO WRK-QTD-SEM-CAL
               DISPLAY 'TURMA ' WR-TURMA (RGX)
                  ' SEM CALENDARIO NO PERIODO - ALUNO ' FR-ID
            ELSE
               ADD 1 TO WRK-QTD-AVALIADO
               PERFORM PROJETA-FREQUENCIA
               IF WRK-ESTAGIO > ZERO
                  PERFORM REGISTRA-AVISO
               END-IF
            END-IF
         END-IF.

      *projecao: quantas faltas o minimo ainda admite no periodo
      *inteiro, menos as ja tidas, e a frequencia maxima que sobra
      *se o aluno vier a todas as aulas restantes
       PROJETA-FREQUENCIA.
         IF FR-AULAS-PRES > FR-AULAS-DADAS
            MOVE ZERO TO WRK-FALTAS
         ELSE
            COMPUTE WRK-FALTAS = FR-AULAS-DADAS - FR-AULAS-PRES
         END-IF.
         IF FR-AULAS-DADAS > WRK-AULAS-PREV
            MOVE ZERO TO WRK-RESTANTES
         ELSE
            COMPUTE WRK-RESTANTES = WRK-AULAS-PREV - FR-AULAS-DADAS
         END-IF.
      *presencas exigidas arredondadas para cima
         COMPUTE WRK-PRES-EXIGIDAS =
            (WRK-AULAS-PREV * WRK-MIN-FREQ + 99) / 100.
         COMPUTE WRK-FALTAS-PERMIT =
            WRK-AULAS-PREV - WRK-PRES-EXIGIDAS.
         COMPUTE WRK-MARGEM = WRK-FALTAS-PERMIT - WRK-FALTAS.
         IF WRK-AULAS-PREV > ZERO
            COMPUTE WRK-MAX-PCT =
               (WRK-AULAS-PREV - WRK-FALTAS) * 100 / WRK-AULAS-PREV
         ELSE
            MOVE 100 TO WRK-MAX-PCT
         END-IF.
         EVALUATE TRUE
            WHEN WRK-MARGEM < ZERO
               MOVE 3 TO WRK-ESTAGIO
               ADD 1 TO WRK-QTD-ESTAGIO-3
            WHEN WRK-MARGEM NOT > WRK-MARGEM-2
               MOVE 2 TO WRK-ESTAGIO
               ADD 1 TO WRK-QTD-ESTAGIO-2
            WHEN WRK-MARGEM NOT > WRK-MARGEM-1
               MOVE 1 TO WRK-ESTAGIO
               ADD 1 TO WRK-QTD-ESTAGIO-1
            WHEN OTHER
               MOVE ZERO TO WRK-ESTAGIO
         END-EVALUATE.

      *a carta sai so quando o aluno chega a um estagio acima do
      *ja avisado; sem endereco nao ha carta nem registro, e ela
      *sai na primeira execucao depois de o endereco ser cadastrado
       REGISTRA-AVISO.
         IF WRK-AVISO-QTD = 300
            STRING 'WARNING TABLE FULL, 300 STUDENTS'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         ADD 1 TO WRK-AVISO-QTD.
         SET AVX TO WRK-AVISO-QTD.
         MOVE FR-ID          TO WV-ID (AVX).
         MOVE WR-NOME (RGX)  TO WV-NOME (AVX).
         MOVE WR-TURMA (RGX) TO WV-TURMA (AVX).
         MOVE WRK-FALTAS     TO WV-FALTAS (AVX).
         MOVE WRK-RESTANTES  TO WV-RESTANTES (AVX).
         MOVE WRK-MARGEM     TO WV-MARGEM (AVX).
         MOVE WRK-MAX-PCT    TO WV-MAX-PCT (AVX).
         MOVE WRK-ESTAGIO    TO WV-ESTAGIO (AVX).
         PERFORM PROCURA-HISTORICO.
         IF WR-RESP-NOME (RGX) = SPACES
            OR WR-RESP-ENDER (RGX) = SPACES
            MOVE 'E' TO WV-CARTA (AVX)
            ADD 1 TO WRK-QTD-SEM-ENDER
         ELSE
            IF WRK-ESTAGIO > WRK-ESTAGIO-ANT
               PERFORM GRAVA-CARTA
               MOVE 'S' TO WV-CARTA (AVX)
               ADD 1 TO WRK-QTD-CARTAS
               PERFORM ATUALIZA-HISTORICO
            ELSE
               MOVE 'J' TO WV-CARTA (AVX)
            END-IF
         END-IF.

       PROCURA-CADASTRO.
         MOVE 'N' TO WRK-ACHOU.
         IF WRK-REG-QTD > ZERO
            SET RGX TO 1
            SEARCH WRK-REG-ENT
               AT END MOVE 'N' TO WRK-ACHOU
               WHEN RGX > WRK-REG-QTD
                  MOVE 'N' TO WRK-ACHOU
               WHEN WR-ID (RGX) = FR-ID
                  MOVE 'S' TO WRK-ACHOU
            END-SEARCH
         END-IF.

      *linha da propria turma primeiro; sem ela vale a linha com
      *turma em branco
       PROCURA-CALENDARIO.
         MOVE 'N' TO WRK-ACHOU.
         IF WRK-CAL-QTD > ZERO
            SET CLX TO 1
            SEARCH WRK-CAL-ENT
               AT END MOVE 'N' TO WRK-ACHOU
               WHEN CLX > WRK-CAL-QTD
                  MOVE 'N' TO WRK-ACHOU
               WHEN WC-TURMA (CLX) = WR-TURMA (RGX)
                  MOVE 'S' TO WRK-ACHOU
            END-SEARCH
            IF NOT ACHADO
               SET CLX TO 1
               SEARCH WRK-CAL-ENT
                  AT END MOVE 'N' TO WRK-ACHOU
                  WHEN CLX > WRK-CAL-QTD
                     MOVE 'N' TO WRK-ACHOU
                  WHEN WC-TURMA (CLX) = SPACES
                     MOVE 'S' TO WRK-ACHOU
               END-SEARCH
            END-IF
         END-IF.
         IF ACHADO
            MOVE WC-AULAS (CLX) TO WRK-AULAS-PREV
         END-IF.

       PROCURA-HISTORICO.
         MOVE 'N' TO WRK-ACHOU.
         MOVE ZERO TO WRK-ESTAGIO-ANT.
         IF WRK-HANT-QTD > ZERO
            SET HAX TO 1
            SEARCH WRK-HANT-ENT
               AT END MOVE 'N' TO WRK-ACHOU
               WHEN HAX > WRK-HANT-QTD
                  MOVE 'N' TO WRK-ACHOU
               WHEN WH-ID (HAX) = FR-ID
                  MOVE 'S' TO WRK-ACHOU
                  MOVE WH-ESTAGIO (HAX) TO WRK-ESTAGIO-ANT
            END-SEARCH
         END-IF.

      *o historico fica em memoria e e regravado inteiro no fim
       ATUALIZA-HISTORICO.
         IF ACHADO
            MOVE WRK-ESTAGIO TO WH-ESTAGIO (HAX)
         ELSE
            IF WRK-HANT-QTD = 300
               STRING 'HISTORY TABLE FULL, 300 STUDENTS'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-ATTWARN
            END-IF
            ADD 1 TO WRK-HANT-QTD
            SET HAX TO WRK-HANT-QTD
            MOVE FR-ID       TO WH-ID (HAX)
            MOVE WRK-ESTAGIO TO WH-ESTAGIO (HAX)
         END-IF.

       GRAVA-CARTA.
         MOVE WRK-HOJE-DIA TO CD-DIA.
         MOVE WRK-HOJE-MES TO CD-MES.
         MOVE WRK-HOJE-ANO TO CD-ANO.
         MOVE WRK-CARTA-DATA TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         PERFORM GRAVA-LINHA-CARTA.
         STRING 'A(O) SR(A). ' WR-RESP-NOME (RGX)
            DELIMITED BY SIZE INTO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE WR-RESP-ENDER (RGX) TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE WR-RESP-CIDADE (RGX) TO CC-CIDADE.
         MOVE WR-RESP-UF (RGX)     TO CC-UF.
         MOVE WR-RESP-CEP (RGX)    TO CC-CEP.
         MOVE WRK-CARTA-CIDADE TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE WR-NOME (RGX)  TO CR-NOME.
         MOVE FR-ID          TO CR-ID.
         MOVE WR-TURMA (RGX) TO CR-TURMA.
         MOVE WRK-CARTA-REF TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         PERFORM GRAVA-LINHA-CARTA.
         EVALUATE WRK-ESTAGIO
            WHEN 1
               MOVE 'COMUNICAMOS QUE AS FALTAS DO ALUNO NESTE PERIODO'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'SE APROXIMAM DO LIMITE PERMITIDO PELA ESCOLA.'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
            WHEN 2
               MOVE 'ALERTAMOS QUE O ALUNO ESTA MUITO PROXIMO DO'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'LIMITE DE FALTAS: NOVAS AUSENCIAS PODEM LEVAR A'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'REPROVACAO POR FREQUENCIA.'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
            WHEN OTHER
               MOVE 'INFORMAMOS QUE, MESMO COMPARECENDO A TODAS AS'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'AULAS RESTANTES, O ALUNO NAO ATINGIRA MAIS A'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'FREQUENCIA MINIMA NESTE PERIODO. PROCURE A'
                  TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
               MOVE 'COORDENACAO.' TO WARN-LETTER-REC
               PERFORM GRAVA-LINHA-CARTA
         END-EVALUATE.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE FR-AULAS-DADAS TO CN-DADAS.
         MOVE FR-AULAS-PRES  TO CN-PRES.
         MOVE WRK-FALTAS     TO CN-FALTAS.
         MOVE WRK-CARTA-NUMEROS TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE WRK-RESTANTES TO CP-RESTANTES.
         IF WRK-MARGEM < ZERO
            MOVE ZERO TO CP-PERMITIDAS
         ELSE
            MOVE WRK-MARGEM TO CP-PERMITIDAS
         END-IF.
         MOVE WRK-CARTA-PROJECAO TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE WRK-MIN-FREQ TO CM-MINIMO.
         MOVE WRK-MAX-PCT  TO CM-MAXIMO.
         MOVE WRK-CARTA-MINIMO TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE 'ATENCIOSAMENTE,' TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE 'A COORDENACAO' TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.
         MOVE ALL '=' TO WARN-LETTER-REC.
         PERFORM GRAVA-LINHA-CARTA.

       GRAVA-LINHA-CARTA.
         WRITE WARN-LETTER-REC.
         IF LTR-FILE-STATUS NOT = '00'
            STRING 'WRITE WARN-LETTER FAILED, STATUS '
               LTR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         MOVE SPACES TO WARN-LETTER-REC.

       GRAVA-HISTORICO.
         OPEN OUTPUT ATTW-HIST.
         IF HIST-FILE-STATUS NOT = '00'
            STRING 'OPEN ATTW-HIST FAILED, STATUS '
               HIST-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         IF WRK-HANT-QTD > ZERO
            PERFORM GRAVA-UM-HISTORICO
               VARYING HAX FROM 1 BY 1
               UNTIL HAX > WRK-HANT-QTD
         END-IF.
         CLOSE ATTW-HIST.

       GRAVA-UM-HISTORICO.
         MOVE WH-ID (HAX)      TO AH-ID.
         MOVE WRK-PERIODO      TO AH-PERIODO.
         MOVE WH-ESTAGIO (HAX) TO AH-ESTAGIO.
         WRITE ATTW-HIST-REC.
         IF HIST-FILE-STATUS NOT = '00'
            STRING 'WRITE ATTW-HIST FAILED, STATUS '
               HIST-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.

       ORDENA-POR-TURMA.
      *ordenacao por troca de vizinhos, por turma e dentro dela
      *pela menor folga de faltas, como no CLASSTAT
         MOVE 'S' TO WRK-TROCOU.
         PERFORM UNTIL WRK-TROCOU = 'N'
            MOVE 'N' TO WRK-TROCOU
            PERFORM COMPARA-VIZINHOS
               VARYING AVX FROM 1 BY 1
               UNTIL AVX >= WRK-AVISO-QTD
         END-PERFORM.

       COMPARA-VIZINHOS.
         SET AVY TO AVX.
         SET AVY UP BY 1.
         IF WV-TURMA (AVY) < WV-TURMA (AVX)
            OR (WV-TURMA (AVY) = WV-TURMA (AVX)
                AND WV-MARGEM (AVY) < WV-MARGEM (AVX))
            MOVE WRK-AVISO-ENT (AVX) TO WRK-TROCA-ENT
            MOVE WRK-AVISO-ENT (AVY) TO WRK-AVISO-ENT (AVX)
            MOVE WRK-TROCA-ENT       TO WRK-AVISO-ENT (AVY)
            MOVE 'S' TO WRK-TROCOU
         END-IF.

       GRAVA-LISTA-TURMAS.
         MOVE WRK-PERIODO TO LTI-PERIODO.
         MOVE WRK-MIN-FREQ TO LTI-MINIMO.
         MOVE WRK-LINHA-TITULO TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         PERFORM GRAVA-LINHA.
         MOVE 'ALUNOS EM AVISO POR TURMA' TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE WRK-LINHA-COLUNAS TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE SPACES TO WRK-TURMA-ATUAL.
         MOVE ZERO TO WRK-LISTA-QTD.
         IF WRK-AVISO-QTD > ZERO
            PERFORM GRAVA-LINHA-AVISO
               VARYING AVX FROM 1 BY 1
               UNTIL AVX > WRK-AVISO-QTD
         ELSE
            MOVE '  NENHUM ALUNO' TO WARN-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         PERFORM GRAVA-LINHA.

      *quebra por turma: o cabecalho da turma sai antes do
      *primeiro aluno listado dela
       GRAVA-LINHA-AVISO.
         IF WRK-LISTA-QTD = ZERO
            OR WV-TURMA (AVX) NOT = WRK-TURMA-ATUAL
            MOVE WV-TURMA (AVX) TO WRK-TURMA-ATUAL
            MOVE WV-TURMA (AVX) TO LT-TURMA
            MOVE WRK-LINHA-TURMA TO WARN-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         ADD 1 TO WRK-LISTA-QTD.
         PERFORM MONTA-LINHA-ALUNO.
         PERFORM GRAVA-LINHA.

       MONTA-LINHA-ALUNO.
         MOVE WV-ID (AVX)        TO LA-ID.
         MOVE WV-NOME (AVX)      TO LA-NOME.
         MOVE WV-FALTAS (AVX)    TO LA-FALTAS.
         MOVE WV-RESTANTES (AVX) TO LA-RESTANTES.
         MOVE WV-MARGEM (AVX)    TO LA-MARGEM.
         MOVE WV-MAX-PCT (AVX)   TO LA-MAX-PCT.
         MOVE WV-ESTAGIO (AVX)   TO LA-ESTAGIO.
         EVALUATE WV-CARTA (AVX)
            WHEN 'S'
               MOVE 'ENVIADA' TO LA-CARTA
            WHEN 'J'
               MOVE 'JA AVISADO' TO LA-CARTA
            WHEN OTHER
               MOVE 'SEM ENDERECO' TO LA-CARTA
         END-EVALUATE.
         MOVE WRK-LINHA-ALUNO TO WARN-REPORT-REC.

       GRAVA-SEM-ENDERECO.
         MOVE 'ALUNOS EM AVISO SEM ENDERECO DO RESPONSAVEL'
            TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         IF WRK-QTD-SEM-ENDER = ZERO
            MOVE '  NENHUM ALUNO' TO WARN-REPORT-REC
            PERFORM GRAVA-LINHA
         ELSE
            MOVE SPACES TO WRK-TURMA-ATUAL
            MOVE ZERO TO WRK-LISTA-QTD
            PERFORM LISTA-SEM-ENDERECO
               VARYING AVX FROM 1 BY 1
               UNTIL AVX > WRK-AVISO-QTD
         END-IF.
         PERFORM GRAVA-LINHA.

       LISTA-SEM-ENDERECO.
         IF WV-CARTA (AVX) = 'E'
            PERFORM GRAVA-LINHA-AVISO
         END-IF.

       GRAVA-RESUMO.
         MOVE 'RESUMO' TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'ALUNOS AVALIADOS' TO LC-ROTULO.
         MOVE WRK-QTD-AVALIADO TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'ESTAGIO 1' TO LC-ROTULO.
         MOVE WRK-QTD-ESTAGIO-1 TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'ESTAGIO 2' TO LC-ROTULO.
         MOVE WRK-QTD-ESTAGIO-2 TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'ESTAGIO 3 (SEM ALCANCE)' TO LC-ROTULO.
         MOVE WRK-QTD-ESTAGIO-3 TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'CARTAS GRAVADAS' TO LC-ROTULO.
         MOVE WRK-QTD-CARTAS TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'SEM ENDERECO' TO LC-ROTULO.
         MOVE WRK-QTD-SEM-ENDER TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'TURMA SEM CALENDARIO' TO LC-ROTULO.
         MOVE WRK-QTD-SEM-CAL TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE 'FORA DO CADASTRO' TO LC-ROTULO.
         MOVE WRK-QTD-FORA-CAD TO LC-QTD.
         MOVE WRK-LINHA-CONTA TO WARN-REPORT-REC.
         PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
         WRITE WARN-REPORT-REC.
         IF REPORT-FILE-STATUS NOT = '00'
            STRING 'WRITE WARN-REPORT FAILED, STATUS '
               REPORT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-ATTWARN
         END-IF.
         MOVE SPACES TO WARN-REPORT-REC.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-ATTWARN.
         DISPLAY 'ATTWARN ABEND: ' WRK-ABEND-TEXT.
         STOP RUN.
