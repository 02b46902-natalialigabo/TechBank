           05 RECT-ID-TRANS    PIC 9(06).
           05 RECT-ID-CONTA    PIC 9(06).
           05 RECT-TAXA        PIC 9(08)V99.
           05 RECT-NATUREZA    PIC X(01).
              88 RECT-ESTORNO          VALUE 'E'.

      *> Lancamento contabil: data do ciclo, conta do razao, D/C e
      *> valor em reais - um arquivo por dia, consumido pelo GL
       01  WS-TOT-TAXAS-DIARIO  PIC 9(12)V99 VALUE 0.
       01  WS-TOT-TAXAS-RECEITA PIC 9(12)V99 VALUE 0.

      *> TEDs de saida debitadas em conta de cliente e devolucoes de
      *> TED creditadas: contrapartida na TED a liquidar com a
      *> camara, nao no caixa. A perna da conta de liquidacao
      *> interbancaria nao e passivo de cliente e fica de fora
       01  WS-TOT-TED-ENVIADAS  PIC 9(12)V99 VALUE 0.
       01  WS-TOT-TED-DEVOLVIDAS PIC 9(12)V99 VALUE 0.

      *> Estornos (tipo E no diario) tem lancamentos proprios no
      *> razao: o espelho creditado ou debitado em conta de cliente
      *> e a tarifa devolvida, que fecha contra as devolucoes
      *> (natureza E) do razao de tarifas
       01  WS-TOT-EST-CREDITOS  PIC 9(12)V99 VALUE 0.
       01  WS-TOT-EST-DEBITOS   PIC 9(12)V99 VALUE 0.
       01  WS-TOT-EST-TAXAS-DIA PIC 9(12)V99 VALUE 0.
       01  WS-TOT-EST-TAXAS-REC PIC 9(12)V99 VALUE 0.

       01  WS-LANCAMENTOS       PIC 9(05) VALUE 0.
       01  WS-LINHAS-RAZAO      PIC 9(03) VALUE 0.
       01  WS-TOT-DEBITOS       PIC 9(13)V99 VALUE 0.
                  "DE TARIFAS (" WS-TOT-TAXAS-RECEITA ")"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF
           IF WS-TOT-EST-TAXAS-DIA NOT = WS-TOT-EST-TAXAS-REC
               DISPLAY "CONTABIL: TARIFAS ESTORNADAS NO DIARIO ("
                  WS-TOT-EST-TAXAS-DIA ") NAO CONFEREM COM AS "
                  "DEVOLUCOES DO RAZAO DE TARIFAS ("
                  WS-TOT-EST-TAXAS-REC ")"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF

           OPEN OUTPUT ARQUIVO-RAZAO-TMP
           PERFORM GRAVAR-LANCAMENTOS
           CLOSE ARQUIVO-DIARIO.

       AGREGAR-UM-LANCAMENTO.
           IF DIA-TIPO = 'E'
               PERFORM AGREGAR-UM-ESTORNO
           ELSE
               PERFORM AGREGAR-UM-MOVIMENTO
           END-IF.

       AGREGAR-UM-ESTORNO.
           IF DIA-DEBITO
               ADD DIA-VALOR-BRL TO WS-TOT-EST-DEBITOS
           ELSE
               ADD DIA-VALOR-BRL TO WS-TOT-EST-CREDITOS
           END-IF
           ADD DIA-TAXA TO WS-TOT-EST-TAXAS-DIA.

       AGREGAR-UM-MOVIMENTO.
           *> TED: a perna do cliente e o debito da TED de saida e o
           *> credito da devolucao; a outra e a da conta de
           *> liquidacao, so a tarifa do cliente segue adiante
           IF DIA-TIPO = 'X' OR DIA-TIPO = 'R'
               IF DIA-TIPO = 'X' AND DIA-DEBITO
                   ADD DIA-VALOR-BRL TO WS-TOT-TED-ENVIADAS
               END-IF
               IF DIA-TIPO = 'R' AND DIA-CREDITO
                   ADD DIA-VALOR-BRL TO WS-TOT-TED-DEVOLVIDAS
               END-IF
           ELSE
               PERFORM AGREGAR-MOVIMENTO-COMUM
           END-IF
           ADD DIA-TAXA TO WS-TOT-TAXAS-DIARIO.

       AGREGAR-MOVIMENTO-COMUM.
           IF DIA-DEBITO
               IF DIA-LOTE-ORIGEM = 'JUROSCE'
                   ADD DIA-VALOR-BRL TO WS-TOT-DEB-JUROS
               ELSE
                   ADD DIA-VALOR-BRL TO WS-TOT-CREDITOS-CLI
               END-IF
           END-IF.

       AGREGAR-RECEITAS.
           MOVE 'N' TO WS-EOF
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RECT-TAXA NUMERIC
                           IF RECT-ESTORNO
                               ADD RECT-TAXA TO WS-TOT-EST-TAXAS-REC
                           ELSE
                               ADD RECT-TAXA TO WS-TOT-TAXAS-RECEITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           *>     de remuneracao, CR depositos de clientes
           *>   tarifas debitadas - DR depositos de clientes, CR
           *>     receita de tarifas
           *>   estorno creditado em conta de cliente - DR caixa/
           *>     compensacao, CR depositos de clientes
           *>   estorno debitado em conta de cliente - DR depositos
           *>     de clientes, CR caixa/compensacao
           *>   tarifas devolvidas por estorno - DR receita de
           *>     tarifas, CR depositos de clientes
           *>   TED de saida debitada em conta de cliente - DR
           *>     depositos de clientes, CR TED a liquidar
           *>   devolucao de TED creditada em conta de cliente - DR
           *>     TED a liquidar, CR depositos de clientes
           IF WS-TOT-CREDITOS-CLI > 0
               MOVE 11001 TO RAZ-CONTA-CTB
               MOVE 'CAIXA E COMPENSACAO' TO RAZ-DESCRICAO
               MOVE 'RECEITA DE TARIFAS' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF
           IF WS-TOT-EST-CREDITOS > 0
               MOVE 11001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - CAIXA E COMPENSACAO' TO RAZ-DESCRICAO
               MOVE 'D' TO RAZ-DC
               MOVE WS-TOT-EST-CREDITOS TO RAZ-VALOR
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE 21001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - DEPOSITOS CLIENTES' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF
           IF WS-TOT-EST-DEBITOS > 0
               MOVE 21001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - DEPOSITOS CLIENTES' TO RAZ-DESCRICAO
               MOVE 'D' TO RAZ-DC
               MOVE WS-TOT-EST-DEBITOS TO RAZ-VALOR
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE 11001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - CAIXA E COMPENSACAO' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF
           IF WS-TOT-EST-TAXAS-DIA > 0
               MOVE 41001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - RECEITA DE TARIFAS' TO RAZ-DESCRICAO
               MOVE 'D' TO RAZ-DC
               MOVE WS-TOT-EST-TAXAS-DIA TO RAZ-VALOR
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE 21001 TO RAZ-CONTA-CTB
               MOVE 'ESTORNO - DEPOSITOS CLIENTES' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF
           IF WS-TOT-TED-ENVIADAS > 0
               MOVE 21001 TO RAZ-CONTA-CTB
               MOVE 'DEPOSITOS DE CLIENTES' TO RAZ-DESCRICAO
               MOVE 'D' TO RAZ-DC
               MOVE WS-TOT-TED-ENVIADAS TO RAZ-VALOR
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE 21501 TO RAZ-CONTA-CTB
               MOVE 'TED A LIQUIDAR' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF
           IF WS-TOT-TED-DEVOLVIDAS > 0
               MOVE 21501 TO RAZ-CONTA-CTB
               MOVE 'TED DEVOLVIDA - A LIQUIDAR' TO RAZ-DESCRICAO
               MOVE 'D' TO RAZ-DC
               MOVE WS-TOT-TED-DEVOLVIDAS TO RAZ-VALOR
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE 21001 TO RAZ-CONTA-CTB
               MOVE 'DEPOSITOS DE CLIENTES' TO RAZ-DESCRICAO
               MOVE 'C' TO RAZ-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.

       GRAVAR-UM-LANCAMENTO.
