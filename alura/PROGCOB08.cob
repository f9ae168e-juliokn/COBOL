           05 SR-ID           PIC X(8).
           05 SR-NOME         PIC X(20).
           05 SR-TURMA        PIC X(6).
      *responsavel e endereco, usados pelo STUDREG e ATTWARN
           05 FILLER          PIC X(100).

       FD  ATTEND-FILE RECORDING MODE F.
      *frequencia lancada pelo ATTENTRY: aulas dadas e assistidas
