      *O COMMENTS de 50 bytes do cadastro vivia sendo sobrescrito
      *por cada area (a excecao de truncamento do FileHandling
      *existe por isso); o COMMENTS fica como resumo de uma linha e
      *a memoria institucional mora aqui. Mantido pelo NoteEnt (e
      *apensado pelo DialIn com o resultado de cada chamada),
      *mostrado da mais nova para a mais velha no AcctInq e varrido
      *pelo CommScan no lugar do campo unico.
      *-----------------------------------------------------------
