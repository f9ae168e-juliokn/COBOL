      * ESTE PROGRAMA E CONSULTADO PELO PROGCOB08 NA ENTRADA DE
      * NOTAS. SEM A CHAVE ESTAVEL O MESMO ALUNO APARECIA COMO
      * 'MARIA', 'MARIA S' E 'M. SILVA' ENTRE OS PERIODOS E
      * NADA OS LIGAVA. O CADASTRO LEVA TAMBEM O NOME E O
      * ENDERECO POSTAL DO RESPONSAVEL, PARA AS CARTAS DE AVISO
      * DE FREQUENCIA DO ATTWARN.
      * IS INITIAL PROGRAM reseta o estado do FD a cada CALL
      * (mesmo motivo documentado em AUDITLOG)
      ********************************************************
           05 SR-ID           PIC X(8).
           05 SR-NOME         PIC X(20).
           05 SR-TURMA        PIC X(6).
      *responsavel pelo aluno e endereco para correspondencia
           05 SR-RESP-NOME    PIC X(30).
           05 SR-RESP-ENDER   PIC X(40).
           05 SR-RESP-CIDADE  PIC X(20).
           05 SR-RESP-UF      PIC X(2).
           05 SR-RESP-CEP     PIC X(8).

       WORKING-STORAGE SECTION.
       77  REG-FILE-STATUS    PIC X(2) VALUE '00'.
              10 WR-ID        PIC X(8).
              10 WR-NOME      PIC X(20).
              10 WR-TURMA     PIC X(6).
              10 WR-RESP-NOME   PIC X(30).
              10 WR-RESP-ENDER  PIC X(40).
              10 WR-RESP-CIDADE PIC X(20).
              10 WR-RESP-UF     PIC X(2).
              10 WR-RESP-CEP    PIC X(8).

       77  WRK-OPCAO          PIC 9 VALUE ZERO.
         88 OPCAO-LISTA       VALUE 1.
       77  WRK-NOVO-ID        PIC X(8) VALUE SPACES.
       77  WRK-NOVO-NOME      PIC X(20) VALUE SPACES.
       77  WRK-NOVA-TURMA     PIC X(6) VALUE SPACES.
       77  WRK-NOVO-RESP      PIC X(30) VALUE SPACES.
       77  WRK-NOVO-ENDER     PIC X(40) VALUE SPACES.
       77  WRK-NOVA-CIDADE    PIC X(20) VALUE SPACES.
       77  WRK-NOVA-UF        PIC X(2) VALUE SPACES.
       77  WRK-NOVO-CEP       PIC X(8) VALUE SPACES.
       77  WRK-ACHOU          PIC X VALUE 'N'.
         88 ID-ACHADO         VALUE 'S'.

               MOVE SR-ID    TO WR-ID (RGX)
               MOVE SR-NOME  TO WR-NOME (RGX)
               MOVE SR-TURMA TO WR-TURMA (RGX)
               MOVE SR-RESP-NOME   TO WR-RESP-NOME (RGX)
               MOVE SR-RESP-ENDER  TO WR-RESP-ENDER (RGX)
               MOVE SR-RESP-CIDADE TO WR-RESP-CIDADE (RGX)
               MOVE SR-RESP-UF     TO WR-RESP-UF (RGX)
               MOVE SR-RESP-CEP    TO WR-RESP-CEP (RGX)
               PERFORM LE-CADASTRO
            END-PERFORM
            CLOSE STUDENT-REG

       LISTA-UM-ALUNO.
         DISPLAY WR-ID (RGX) ' ' WR-NOME (RGX) ' ' WR-TURMA (RGX).
         DISPLAY '         RESP: ' WR-RESP-NOME (RGX).

       INCLUI-ALUNO.
         PERFORM PEDE-DADOS-ALUNO.
                  MOVE WRK-NOVO-ID    TO WR-ID (RGX)
                  MOVE WRK-NOVO-NOME  TO WR-NOME (RGX)
                  MOVE WRK-NOVA-TURMA TO WR-TURMA (RGX)
                  MOVE WRK-NOVO-RESP   TO WR-RESP-NOME (RGX)
                  MOVE WRK-NOVO-ENDER  TO WR-RESP-ENDER (RGX)
                  MOVE WRK-NOVA-CIDADE TO WR-RESP-CIDADE (RGX)
                  MOVE WRK-NOVA-UF     TO WR-RESP-UF (RGX)
                  MOVE WRK-NOVO-CEP    TO WR-RESP-CEP (RGX)
                  DISPLAY 'ALUNO INCLUIDO.'
               END-IF
            END-IF
            IF WRK-NOVA-TURMA NOT = SPACES
               MOVE WRK-NOVA-TURMA TO WR-TURMA (RGX)
            END-IF
            IF WRK-NOVO-RESP NOT = SPACES
               MOVE WRK-NOVO-RESP TO WR-RESP-NOME (RGX)
            END-IF
      *-----o endereco vai inteiro: informado, substitui as quatro
      *-----partes, para nao misturar rua nova com CEP antigo
            IF WRK-NOVO-ENDER NOT = SPACES
               MOVE WRK-NOVO-ENDER  TO WR-RESP-ENDER (RGX)
               MOVE WRK-NOVA-CIDADE TO WR-RESP-CIDADE (RGX)
               MOVE WRK-NOVA-UF     TO WR-RESP-UF (RGX)
               MOVE WRK-NOVO-CEP    TO WR-RESP-CEP (RGX)
            END-IF
            DISPLAY 'ALUNO ALTERADO.'
         END-IF.

         ACCEPT WRK-NOVO-NOME FROM CONSOLE.
         DISPLAY 'CODIGO DA TURMA: '.
         ACCEPT WRK-NOVA-TURMA FROM CONSOLE.
         DISPLAY 'NOME DO RESPONSAVEL: '.
         ACCEPT WRK-NOVO-RESP FROM CONSOLE.
         DISPLAY 'ENDERECO DO RESPONSAVEL (RUA E NUMERO): '.
         ACCEPT WRK-NOVO-ENDER FROM CONSOLE.
         DISPLAY 'CIDADE: '.
         ACCEPT WRK-NOVA-CIDADE FROM CONSOLE.
         DISPLAY 'UF: '.
         ACCEPT WRK-NOVA-UF FROM CONSOLE.
         DISPLAY 'CEP: '.
         ACCEPT WRK-NOVO-CEP FROM CONSOLE.

       PROCURA-ID.
         MOVE 'N' TO WRK-ACHOU.
         MOVE WR-ID (RGX)    TO SR-ID.
         MOVE WR-NOME (RGX)  TO SR-NOME.
         MOVE WR-TURMA (RGX) TO SR-TURMA.
         MOVE WR-RESP-NOME (RGX)   TO SR-RESP-NOME.
         MOVE WR-RESP-ENDER (RGX)  TO SR-RESP-ENDER.
         MOVE WR-RESP-CIDADE (RGX) TO SR-RESP-CIDADE.
         MOVE WR-RESP-UF (RGX)     TO SR-RESP-UF.
         MOVE WR-RESP-CEP (RGX)    TO SR-RESP-CEP.
         WRITE STUDENT-REG-REC.
         IF REG-FILE-STATUS NOT = '00'
            STRING 'WRITE STUDENT-REG FAILED, STATUS '
