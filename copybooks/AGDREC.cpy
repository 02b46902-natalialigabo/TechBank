      *****************************************************************
      *> AGDREC - LAYOUT DO MESTRE DE AGENDAMENTOS DE TRANSFERENCIA
      *> (agendamentos.dat)
      *> Uma linha por ordem permanente ou agendada de transferencia
      *> entre contas do mestre: conta origem, conta destino, valor,
      *> moeda, frequencia e vigencia. Mantido pela manutencao de
      *> agendamentos (AGENDMAN: inclusao, suspensao, cancelamento e
      *> reativacao) e pelo gerador diario (AGENDA), que entrega cada
      *> parcela vencida ao lote do dia pelo funil do liberador de
      *> movimentos e acompanha o resultado da postagem.
      *>
      *> AGD-VENC-ATUAL e o vencimento nominal da parcela corrente
      *> (ex.: todo dia 5); AGD-PROX-TENTATIVA e o dia util em que
      *> ela sera entregue - o vencimento rolado pelo calendario do
      *> banco ou, depois de uma rejeicao, o dia util seguinte.
      *> AGD-ID-PENDENTE/AGD-DATA-PENDENTE marcam a parcela em voo:
      *> o ID-TRANS gerado e a data do lote em que deve postar; a
      *> marca so e baixada quando o gerador confere o resultado
      *> daquela postagem. AGD-FALHAS conta rejeicoes consecutivas
      *> da mesma parcela e volta a zero na primeira postagem boa
      *****************************************************************
       01  REG-AGENDAMENTO.
           05 AGD-ID-AGENDA     PIC 9(06).
           05 AGD-ID-CONTA      PIC 9(06).
           05 AGD-ID-CONTA-DEST PIC 9(06).
           05 AGD-MOEDA         PIC X(03).
           05 AGD-VALOR         PIC 9(08)V99.
           05 AGD-FREQUENCIA    PIC X(01).
              88 AGD-UNICA              VALUE 'U'.
              88 AGD-DIARIA             VALUE 'D'.
              88 AGD-SEMANAL            VALUE 'S'.
              88 AGD-MENSAL             VALUE 'M'.
              88 AGD-FREQUENCIA-VALIDA  VALUE 'U' 'D' 'S' 'M'.
           05 AGD-DATA-INICIO   PIC 9(08).
      *> Fim de vigencia; zeros = ordem sem data para terminar
           05 AGD-DATA-FIM      PIC 9(08).
           05 AGD-STATUS        PIC X(01).
              88 AGD-ATIVO              VALUE 'A'.
              88 AGD-SUSPENSO           VALUE 'S'.
              88 AGD-CANCELADO          VALUE 'C'.
              88 AGD-ENCERRADO          VALUE 'E'.
           05 AGD-VENC-ATUAL    PIC 9(08).
           05 AGD-PROX-TENTATIVA PIC 9(08).
           05 AGD-FALHAS        PIC 9(02).
           05 AGD-ID-PENDENTE   PIC 9(06).
           05 AGD-DATA-PENDENTE PIC 9(08).
           05 AGD-ULT-MOTIVO    PIC X(42).
           05 AGD-DATA-ULT-EFET PIC 9(08).
