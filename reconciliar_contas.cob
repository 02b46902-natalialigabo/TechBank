       ACUMULAR-LANCAMENTO.
           *> Debito diminui, credito aumenta, e a taxa debitada
           *> junto com o lancamento diminui sempre - o diario traz a
           *> taxa na perna da conta que a pagou. No estorno (tipo E)
           *> a taxa e devolvida e soma
           MOVE DIA-ID-CONTA TO WS-CONTA-PROCURAR
           PERFORM LOCALIZAR-NA-TABELA
           IF CONTA-NA-TABELA
                   ADD DIA-VALOR-BRL
                       TO WS-REC-MOVIMENTO (WS-IDX)
               END-IF
               IF DIA-TIPO = 'E'
                   ADD DIA-TAXA TO WS-REC-MOVIMENTO (WS-IDX)
               ELSE
                   SUBTRACT DIA-TAXA FROM WS-REC-MOVIMENTO (WS-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-CONTAS-DIVERGENTES
               MOVE DIA-ID-CONTA TO AVISO-CONTA
