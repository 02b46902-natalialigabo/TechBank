       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
              88 CTL-ESTORNADA         VALUE 'E'.
           05 CTL-ID-ESTORNO   PIC 9(06).

       FD  ARQUIVO-ACUMULADO.
       01  REGISTRO-ACUMULADO.
                   END-IF
                   MOVE WS-LINHA-RASTRO TO WS-LINHA-SAIDA
                   PERFORM GRAVAR-LINHA
                   *> Original ja desfeito: aponta o ID-TRANS do
                   *> estorno que o desfez
                   IF CTL-ESTORNADA
                       MOVE 'ESTORNADA (CONTROLE)' TO RAS-ONDE
                       MOVE SPACES TO RAS-TEXTO
                       STRING 'ESTORNADA PELO ID-TRANS ' CTL-ID-ESTORNO
                          DELIMITED BY SIZE INTO RAS-TEXTO
                       END-STRING
                       MOVE WS-LINHA-RASTRO TO WS-LINHA-SAIDA
                       PERFORM GRAVAR-LINHA
                   END-IF
           END-READ
           CLOSE ARQUIVO-CONTROLE.

