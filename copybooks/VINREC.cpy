      *****************************************************************
      *> VINREC - LAYOUT DA TITULARIDADE DAS CONTAS
      *> (titularidade.dat)
      *> Uma linha por par conta x titular. Toda conta aberta pela
      *> manutencao de contas (MANUCON) nasce com o seu primeiro
      *> titular (P); co-titulares (C) sao vinculados e
      *> desvinculados pela manutencao de titulares (TITMAN), que
      *> tambem da o primeiro titular as contas anteriores ao
      *> cadastro. Uma conta tem um unico primeiro titular - e o
      *> endereco dele que sai no extrato
      *****************************************************************
       01  REG-VINCULO.
           05 VIN-ID-CONTA      PIC 9(06).
           05 VIN-ID-TITULAR    PIC 9(08).
           05 VIN-PAPEL         PIC X(01).
              88 VIN-PRIMEIRO-TITULAR   VALUE 'P'.
              88 VIN-CO-TITULAR         VALUE 'C'.
           05 VIN-DATA          PIC 9(08).
