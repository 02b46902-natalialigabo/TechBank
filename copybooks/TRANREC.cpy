      *> qualquer lancamento de volta ao sistema remetente (detalhe
      *> gerado pelo banco leva a origem do gerador; registro antigo
      *> sem carimbo circula com o campo em branco)
      *>
      *> O tipo 'E' (estorno) desfaz uma transacao ja postada: o
      *> detalhe repete conta, moeda e valor do original e aponta,
      *> em ID-TRANS-ORIGINAL, o ID-TRANS que esta sendo estornado;
      *> a postagem lanca o espelho exato do original (as duas pernas
      *> da transferencia, na cotacao do original) e devolve a taxa
      *>
      *> O tipo 'X' (TED de saida) transfere para conta em outro
      *> banco: o favorecido (banco, agencia, conta, documento) vem
      *> em MOV-TED, a postagem debita do cliente o valor mais a
      *> tarifa de TED e credita o valor na conta de liquidacao
      *> interbancaria, de onde sai a remessa para a camara (REMTED).
      *> O tipo 'R' (devolucao de TED) so nasce da carga do retorno
      *> da camara (CARGADEV, origem DEVTED): credita de volta ao
      *> cliente o valor da TED recusada, contra a conta de
      *> liquidacao, e aponta em ID-TRANS-ORIGINAL a TED devolvida
      *****************************************************************
       01  REGISTRO-MOV.
           05 MOV-TIPO-REG      PIC X(01).
                 88 TRANS-DEPOSITO         VALUE 'D'.
                 88 TRANS-SAQUE            VALUE 'S'.
                 88 TRANS-TRANSFERENCIA    VALUE 'T'.
                 88 TRANS-ESTORNO          VALUE 'E'.
                 88 TRANS-TED              VALUE 'X'.
                 88 TRANS-DEVOLUCAO-TED    VALUE 'R'.
                 88 TRANS-TIPO-VALIDO      VALUE 'D' 'S' 'T' 'E'
                                                 'X' 'R'.
              10 ID-CONTA          PIC 9(06).
              10 ID-CONTA-DESTINO  PIC 9(06).
              10 MOEDA-TRANS       PIC X(03).
              10 DATA-VALOR        PIC 9(08).
              10 MOV-LOTE-ID       PIC 9(08).
              10 MOV-LOTE-ORIGEM   PIC X(08).
      *> Origens dos lancamentos gerados pelo proprio banco (juros de
      *> cheque especial, remuneracao de saldo credor e devolucao de
      *> TED recusada pela camara): nao sao movimentacao do cliente
                 88 MOV-ORIGEM-BANCO       VALUE 'JUROSCE' 'REMUNERA'
                                                 'DEVTED'.
                 88 MOV-ORIGEM-DEVTED      VALUE 'DEVTED'.
              10 MOV-COMPLEMENTO   PIC X(38).
              10 MOV-ESTORNO REDEFINES MOV-COMPLEMENTO.
                 15 ID-TRANS-ORIGINAL PIC 9(06).
                 15 FILLER            PIC X(32).
      *> Favorecido da TED de saida (tipo 'X'); o documento e o CPF
      *> (pessoa F) ou CNPJ (pessoa J), alinhado a direita com zeros
              10 MOV-TED REDEFINES MOV-COMPLEMENTO.
                 15 TED-BANCO-DEST    PIC 9(03).
                 15 TED-AGENCIA-DEST  PIC 9(04).
                 15 TED-CONTA-DEST    PIC X(12).
                 15 TED-DOC-FAVORECIDO PIC 9(14).
                 15 TED-TIPO-PESSOA   PIC X(01).
                    88 TED-PESSOA-VALIDA      VALUE 'F' 'J'.
                 15 FILLER            PIC X(04).
      *> Devolucao de TED (tipo 'R'): ID-TRANS-ORIGINAL aponta a TED
      *> devolvida e o motivo e o informado pela camara
              10 MOV-DEVOLUCAO REDEFINES MOV-COMPLEMENTO.
                 15 FILLER            PIC X(06).
                 15 DEV-COD-MOTIVO    PIC X(02).
                 15 DEV-DESCR-MOTIVO  PIC X(30).
           05 MOV-TRAILER REDEFINES MOV-DADOS.
              10 TRL-QTD-DETALHES  PIC 9(07).
              10 TRL-HASH-CONTAS   PIC 9(12).
