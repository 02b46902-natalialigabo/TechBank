      *> Sequencial de migracao do controle: linhas antigas so com a
      *> chave leem a data em branco e entram com data de postagem
      *> zerada - o expurgo de retencao as carimba na primeira
      *> passada para comecarem a envelhecer dali em diante. A
      *> marca de estorno (situacao e ID-TRANS do estorno) tambem e
      *> opcional: sem ela o ID-TRANS entra como nao estornado
       FD  ARQUIVO-CONTROLE-SEQ.
       01  REGISTRO-CONTROLE-SEQ.
           05 SEQ-ID-TRANS     PIC 9(06).
           05 SEQ-DATA-POSTAGEM PIC 9(08).
           05 SEQ-SITUACAO     PIC X(01).
           05 SEQ-ID-ESTORNO   PIC 9(06).

       FD  ARQUIVO-CONTROLE.
       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
           05 CTL-ID-ESTORNO   PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X(01) VALUE 'N'.
                       ELSE
                           MOVE ZEROS TO CTL-DATA-POSTAGEM
                       END-IF
                       IF SEQ-SITUACAO = 'E'
                          AND SEQ-ID-ESTORNO NUMERIC
                           MOVE SEQ-SITUACAO   TO CTL-SITUACAO
                           MOVE SEQ-ID-ESTORNO TO CTL-ID-ESTORNO
                       ELSE
                           MOVE SPACE TO CTL-SITUACAO
                           MOVE ZEROS TO CTL-ID-ESTORNO
                       END-IF
                       WRITE REGISTRO-CONTROLE
                           INVALID KEY
                               ADD 1 TO WS-CONTROLE-ERRO
