       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
           05 CTL-ID-ESTORNO   PIC 9(06).

      *> So a data de cada registro interessa ao expurgo; o resto
      *> dos 71 bytes gravados pela manutencao de contas viaja
       FD  ARQUIVO-RECEITAS.
       01  REG-RECEITA.
           05 RECT-DATA        PIC 9(08).
           05 RECT-RESTO       PIC X(23).

       FD  ARQUIVO-RECEITAS-TMP.
       01  REG-RECEITA-TMP     PIC X(31).

       FD  ARQUIVO-MORTO.
       01  REG-MORTO            PIC X(81).
               IF FORA-DA-RETENCAO
                   ADD 1 TO WS-CTL-ARQUIVADOS
                   MOVE SPACES TO REG-MORTO
                   MOVE REGISTRO-CONTROLE TO REG-MORTO (1:21)
                   WRITE REG-MORTO
                   DELETE ARQUIVO-CONTROLE
               ELSE
                       IF FORA-DA-RETENCAO
                           ADD 1 TO WS-REC-ARQUIVADOS
                           MOVE SPACES TO REG-MORTO
                           MOVE REG-RECEITA TO REG-MORTO (1:31)
                           WRITE REG-MORTO
                       ELSE
                           ADD 1 TO WS-REC-MANTIDOS
