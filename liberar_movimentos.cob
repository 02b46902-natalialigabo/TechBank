           ASSIGN TO 'juros-a-postar.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AGENDA-POSTAR
           ASSIGN TO 'agendados-a-postar.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DEVTED-POSTAR
           ASSIGN TO 'devolucoes-a-postar.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-PENDENTES-TMP ASSIGN TO 'pendentes.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  ARQUIVO-JUROS-POSTAR.
       01  REG-JUROS-POSTAR     PIC X(95).

       FD  ARQUIVO-AGENDA-POSTAR.
       01  REG-AGENDA-POSTAR    PIC X(95).

       FD  ARQUIVO-DEVTED-POSTAR.
       01  REG-DEVTED-POSTAR    PIC X(95).

       FD  ARQUIVO-PENDENTES-TMP.
       01  REG-PENDENTE-SAI     PIC X(95).

       01  WS-REPRESADOS-ANT    PIC 9(07) VALUE 0.
       01  WS-REAPRESENTADOS    PIC 9(07) VALUE 0.
       01  WS-JUROS-GERADOS     PIC 9(07) VALUE 0.
       01  WS-AGENDADOS         PIC 9(07) VALUE 0.
       01  WS-DEVOLUCOES-TED    PIC 9(07) VALUE 0.

      *> Area de trabalho com o proprio layout de movimentacao, para
      *> montar/examinar registros fora do FD de entrada
           PERFORM PROCESSAR-PENDENTES
           PERFORM PROCESSAR-REAPRESENTADOS
           PERFORM PROCESSAR-JUROS-GERADOS
           PERFORM PROCESSAR-AGENDADOS
           PERFORM PROCESSAR-DEVOLUCOES-TED
           PERFORM GRAVAR-TRAILER-SAIDA

           CLOSE ARQUIVO-SAIDA
           DISPLAY "VINDOS DO REPRESADO:    " WS-REPRESADOS-ANT
           DISPLAY "REAPRESENTADOS RECICLO: " WS-REAPRESENTADOS
           DISPLAY "JUROS GERADOS (BANCO):  " WS-JUROS-GERADOS
           DISPLAY "AGENDADOS GERADOS:      " WS-AGENDADOS
           DISPLAY "DEVOLUCOES DE TED:      " WS-DEVOLUCOES-TED
           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA LIBERACAO ---"
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-JUROS-POSTAR.

       PROCESSAR-AGENDADOS.
           *> Parcelas de transferencias agendadas entregues pelo
           *> gerador de agendamentos (agendados-a-postar.dat): mesmo
           *> funil dos juros gerados. O gerador regrava o arquivo a
           *> cada ciclo so com as parcelas do lote seguinte, entao
           *> cada entrega e consumida uma unica vez
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-AGENDA-POSTAR
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-AGENDA-POSTAR
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REG-AGENDA-POSTAR TO REG-TRABALHO
                       ADD 1 TO WS-AGENDADOS
                       PERFORM AVALIAR-DETALHE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-AGENDA-POSTAR.

       PROCESSAR-DEVOLUCOES-TED.
           *> Creditos de TED devolvida pela camara, gerados pela
           *> carga do retorno (devolucoes-a-postar.dat) logo antes
           *> deste passo: mesmo funil dos juros e dos agendados. A
           *> carga regrava o arquivo a cada ciclo, entao cada
           *> devolucao e consumida uma unica vez
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DEVTED-POSTAR
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-DEVTED-POSTAR
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REG-DEVTED-POSTAR TO REG-TRABALHO
                       ADD 1 TO WS-DEVOLUCOES-TED
                       PERFORM AVALIAR-DETALHE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DEVTED-POSTAR.

       AVALIAR-DETALHE.
           *> Uma data-valor zerada ou invalida vale "hoje" - a
           *> originacao legada nao preenche o campo e sempre foi
