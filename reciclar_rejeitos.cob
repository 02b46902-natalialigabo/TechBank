           05 REJ-MOTIVO        PIC X(42).
           05 REJ-LOTE-ID       PIC 9(08).
           05 REJ-LOTE-ORIGEM   PIC X(08).
           05 REJ-COMPLEMENTO   PIC X(38).

       FD  ARQUIVO-RECICLO.
       01  REG-RECICLO.
      *> devolve a reapresentacao (e a baixa) ao sistema remetente
           05 RCY-LOTE-ID       PIC 9(08).
           05 RCY-LOTE-ORIGEM   PIC X(08).
      *> Complemento do detalhe original (ID-TRANS-ORIGINAL do
      *> estorno), devolvido intacto na reapresentacao
           05 RCY-COMPLEMENTO   PIC X(38).

       FD  ARQUIVO-RECICLO-TMP.
       01  REG-RECICLO-TMP     PIC X(147).

       FD  ARQUIVO-REPAROS.
       01  REG-REPARO.
              10 WS-RCY-VISTA-HOJE    PIC X(01).
              10 WS-RCY-LOTE-ID       PIC 9(08).
              10 WS-RCY-LOTE-ORIGEM   PIC X(08).
              10 WS-RCY-COMPLEMENTO   PIC X(38).
       01  WS-IDX               PIC 9(04).
       01  WS-IDX-ACHADO        PIC 9(04).
       01  WS-ACHOU             PIC X(01) VALUE 'N'.

      *> Motivos "moles": falham por estado do cadastro (conta
      *> inativa, cotacao ausente), que a operacao normalmente
      *> resolve em um dia - voltam sozinhos no proximo lote. O
      *> estorno de uma transacao postada no mesmo dia tambem volta
      *> sozinho, depois que o original chega ao historico, e o
      *> debito barrado pelo limite diario da conta cabe no limite
      *> do dia seguinte, e a TED barrada pela conta de liquidacao
      *> indisponivel sai quando a operacao acerta o parametro ou o
      *> mestre. O resto e "duro" e so volta com reparo do operador
       01  WS-MOTIVO-TESTE      PIC X(42).
           88 MOTIVO-MOLE
              VALUE "CONTA INEXISTENTE OU INATIVA"
                    "CONTA DESTINO INEXISTENTE OU INATIVA"
                    "MOEDA SEM COTACAO CADASTRADA"
                    "ORIGINAL AINDA NAO ARQUIVADO"
                    "LIMITE DIARIO DE SAQUE EXCEDIDO"
                    "LIMITE DIARIO DE TRANSFERENCIA EXCEDIDO"
                    "CONTA DE LIQUIDACAO TED INDISPONIVEL".

      *> Montagem do registro de movimentacao reapresentado, no
      *> mesmo layout de detalhe consumido pelo liberador
           05 SAI-DATA-VALOR    PIC 9(08).
           05 SAI-LOTE-ID       PIC 9(08).
           05 SAI-LOTE-ORIGEM   PIC X(08).
           05 SAI-COMPLEMENTO   PIC X(38) VALUE SPACES.

      *> Calculo de idade em dias corridos: numero de dias da era
      *> para cada data (ano*365 + bissextos + dias acumulados do
           ELSE
               MOVE ZEROS TO WS-RCY-LOTE-ID (WS-IDX)
           END-IF
           MOVE RCY-LOTE-ORIGEM  TO WS-RCY-LOTE-ORIGEM (WS-IDX)
           MOVE RCY-COMPLEMENTO  TO WS-RCY-COMPLEMENTO (WS-IDX).

       ABSORVER-REJEITOS-DO-DIA.
           *> Cada rejeito de hoje ou ja esta na carteira (a
           *> reapresentacao falhou de novo: tentativas+1, motivo
           *> atualizado) ou entra como caso novo com tentativas=1.
           *> Parcelas de transferencias agendadas (origem AGENDA)
           *> ficam fora: o gerador de agendamentos faz a propria
           *> retentativa com contagem de falhas, e reapresenta-las
           *> aqui duplicaria a transferencia
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-REJEITOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REJ-LOTE-ORIGEM NOT = 'AGENDA'
                           PERFORM ABSORVER-UM-REJEITO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
                   END-IF
                   MOVE REJ-LOTE-ORIGEM
                        TO WS-RCY-LOTE-ORIGEM (WS-IDX)
                   MOVE REJ-COMPLEMENTO
                        TO WS-RCY-COMPLEMENTO (WS-IDX)
               END-IF
           END-IF.

           MOVE WS-RCY-DATA-VALOR (WS-IDX) TO SAI-DATA-VALOR
           MOVE WS-RCY-LOTE-ID (WS-IDX)    TO SAI-LOTE-ID
           MOVE WS-RCY-LOTE-ORIGEM (WS-IDX) TO SAI-LOTE-ORIGEM
           MOVE WS-RCY-COMPLEMENTO (WS-IDX) TO SAI-COMPLEMENTO
           MOVE REG-DETALHE-SAIDA TO REG-REAPRESENTAR
           WRITE REG-REAPRESENTAR
           MOVE 'R' TO WS-RCY-SITUACAO (WS-IDX)
           MOVE WS-RCY-SITUACAO (WS-IDX)    TO RCY-SITUACAO
           MOVE WS-RCY-LOTE-ID (WS-IDX)     TO RCY-LOTE-ID
           MOVE WS-RCY-LOTE-ORIGEM (WS-IDX) TO RCY-LOTE-ORIGEM
           MOVE WS-RCY-COMPLEMENTO (WS-IDX) TO RCY-COMPLEMENTO
           MOVE REG-RECICLO TO REG-RECICLO-TMP
           WRITE REG-RECICLO-TMP.

