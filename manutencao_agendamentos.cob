       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDMAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MANUT
           ASSIGN TO 'agendamentos-manut.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Mestre de agendamentos: carregado inteiro em memoria e
      *> regravado via tmp + rename no fim, como os bloqueios da
      *> manutencao de contas
           SELECT OPTIONAL ARQUIVO-AGENDAMENTOS
           ASSIGN TO 'agendamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-AGENDAMENTOS-TMP
           ASSIGN TO 'agendamentos.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> O mestre de contas so e consultado por chave, para recusar
      *> agendamento de/para conta inexistente ou fora de uso
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT ARQUIVO-MANUT-REJ
           ASSIGN TO 'agendamentos-manut-rej.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO 'auditoria-agendamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Controle do ciclo: registro de inicio/fim do passo, com RC
      *> e contadores, conferido pelo fechamento (FECHACIC) antes do
      *> avanco da data de processamento
           SELECT OPTIONAL ARQUIVO-CICLO
           ASSIGN TO 'ciclo-controle.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Na inclusao (I) todos os campos sao obrigatorios, menos a
      *> data de fim (zeros = sem fim; ignorada na ordem unica). Na
      *> suspensao (S), cancelamento (C) e reativacao (R) basta o
      *> ID do agendamento, o operador e o motivo
       FD  ARQUIVO-MANUT.
       01  REGISTRO-MANUT.
           05 AMN-OPERACAO      PIC X(01).
              88 AMN-INCLUSAO          VALUE 'I'.
              88 AMN-SUSPENSAO         VALUE 'S'.
              88 AMN-CANCELAMENTO      VALUE 'C'.
              88 AMN-REATIVACAO        VALUE 'R'.
              88 AMN-OPERACAO-VALIDA   VALUE 'I' 'S' 'C' 'R'.
           05 AMN-ID-AGENDA     PIC 9(06).
           05 AMN-ID-CONTA      PIC 9(06).
           05 AMN-ID-CONTA-DEST PIC 9(06).
           05 AMN-MOEDA         PIC X(03).
           05 AMN-VALOR         PIC 9(08)V99.
           05 AMN-FREQUENCIA    PIC X(01).
           05 AMN-DATA-INICIO   PIC 9(08).
           05 AMN-DATA-FIM      PIC 9(08).
           05 AMN-OPERADOR      PIC X(08).
           05 AMN-MOTIVO        PIC X(20).

       FD  ARQUIVO-AGENDAMENTOS.
       01  REG-AGENDAMENTO-ENT  PIC X(131).

       FD  ARQUIVO-AGENDAMENTOS-TMP.
       01  REG-AGENDAMENTO-SAI  PIC X(131).

       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 CONTA-ID-CONTA   PIC 9(06).
           05 CONTA-STATUS     PIC X(01).
           05 CONTA-SALDO      PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CONTA-LIMITE     PIC 9(09)V99.

       FD  ARQUIVO-MANUT-REJ.
       01  REG-MANUT-REJ.
           05 AREJ-OPERACAO     PIC X(01).
           05 AREJ-ID-AGENDA    PIC 9(06).
           05 AREJ-ID-CONTA     PIC 9(06).
           05 AREJ-ID-CONTA-DEST PIC 9(06).
           05 AREJ-MOEDA        PIC X(03).
           05 AREJ-VALOR        PIC 9(08)V99.
           05 AREJ-FREQUENCIA   PIC X(01).
           05 AREJ-DATA-INICIO  PIC 9(08).
           05 AREJ-DATA-FIM     PIC 9(08).
           05 AREJ-OPERADOR     PIC X(08).
           05 AREJ-MOTIVO       PIC X(42).

      *> Trilha antes/depois dos agendamentos, no mesmo espirito de
      *> auditoria-contas.dat: gravada aqui pelas manutencoes do
      *> operador e pelo gerador diario (AGENDA) nas mudancas de
      *> situacao que ele mesmo aplica - suspensao por falhas
      *> consecutivas (F) e encerramento no fim da vigencia (E)
       FD  ARQUIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AAG-DATA          PIC 9(08).
           05 AAG-OPERADOR      PIC X(08).
           05 AAG-OPERACAO      PIC X(01).
           05 AAG-ID-AGENDA     PIC 9(06).
           05 AAG-STATUS-ANT    PIC X(01).
           05 AAG-VALOR-ANT     PIC 9(08)V99.
           05 AAG-PROX-ANT      PIC 9(08).
           05 AAG-FALHAS-ANT    PIC 9(02).
           05 AAG-STATUS-NOV    PIC X(01).
           05 AAG-VALOR-NOV     PIC 9(08)V99.
           05 AAG-PROX-NOV      PIC 9(08).
           05 AAG-FALHAS-NOV    PIC 9(02).
           05 AAG-MOTIVO        PIC X(42).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X(01) VALUE 'N'.
       01  WS-ERRO-FATAL       PIC X(01) VALUE 'N'.
           88 ERRO-FATAL       VALUE 'S'.
       01  WS-CONTADOR         PIC 9(05) VALUE 0.
       01  WS-CONTADOR-REJ     PIC 9(05) VALUE 0.
       01  WS-DATA-PROC        PIC 9(08) VALUE 0.

      *> Registro de trabalho do agendamento corrente
           COPY AGDREC.

      *> Mestre de agendamentos em memoria, linha a linha no layout
      *> de AGDREC; capacidade checada na carga, como nas demais
      *> tabelas do ciclo
       01  WS-TAB-AGENDAMENTOS.
           05 WS-QTD-AGD        PIC 9(04) VALUE 0.
           05 WS-AGD-OCORR OCCURS 5000 TIMES.
              10 WS-AGD-LINHA      PIC X(131).
       01  WS-IDX-AGD           PIC 9(04).
       01  WS-IDX-AGD-ACHADO    PIC 9(04) VALUE 0.
       01  WS-AGENDA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 AGENDA-NO-MESTRE  VALUE 'S'.

       01  WS-CONTA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 CONTA-NO-MESTRE  VALUE 'S'.
       01  WS-MOTIVO-REJ       PIC X(42) VALUE SPACES.

      *> Imagem "antes" para a trilha de auditoria; numa inclusao o
      *> agendamento nao existia e a imagem anterior sai zerada com
      *> status em branco
       01  WS-ANT-STATUS       PIC X(01).
       01  WS-ANT-VALOR        PIC 9(08)V99.
       01  WS-ANT-PROX         PIC 9(08).
       01  WS-ANT-FALHAS       PIC 9(02).

      *> Validacao de data do calendario (mes, dia no mes, ano
      *> bissexto), mesma conta de dias no mes do liberador
       01  WS-DATA-TRAB         PIC 9(08).
       01  WS-DATA-DECOMP REDEFINES WS-DATA-TRAB.
           05 WS-TRAB-ANO       PIC 9(04).
           05 WS-TRAB-MES       PIC 9(02).
           05 WS-TRAB-DIA       PIC 9(02).
       01  WS-DIAS-NO-MES       PIC 9(02).
       01  WS-ZEL-T1            PIC 9(04).
       01  WS-RESTO             PIC 9(04).
       01  WS-DATA-OK           PIC X(01) VALUE 'N'.
           88 DATA-VALIDA       VALUE 'S'.

       01  WS-AGD-NOME-TMP      PIC X(20) VALUE 'agendamentos.tmp'.
       01  WS-AGD-NOME-FIM      PIC X(20) VALUE 'agendamentos.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Manutencao batch do mestre de agendamentos de
           *> transferencia: inclui ordem nova (I), suspende (S),
           *> cancela (C) e reativa ordem suspensa (R) a partir de
           *> agendamentos-manut.dat, com validacao de campos e das
           *> contas contra o mestre de contas. Cada alteracao
           *> aplicada gera um registro antes/depois em
           *> auditoria-agendamentos.dat (aberto em EXTEND - a trilha
           *> acumula entre dias). A reativacao zera as falhas
           *> consecutivas e a parcela que levou a suspensao volta a
           *> ser entregue no proximo lote. O mestre so troca de
           *> lugar com o oficial num fim de execucao limpo
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF WS-DATA-PROC = 0
               DISPLAY "ERRO FATAL: DATA-PROCESSAMENTO.DAT AUSENTE "
                  "OU INVALIDO"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MANUTENCAO DE AGENDAMENTOS ABORTADA ---"
               STOP RUN
           END-IF

           PERFORM CARREGAR-AGENDAMENTOS
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MANUTENCAO DE AGENDAMENTOS ABORTADA ---"
               STOP RUN
           END-IF

           OPEN INPUT ARQUIVO-MANUT
           OPEN INPUT ARQUIVO-CONTAS
           OPEN OUTPUT ARQUIVO-MANUT-REJ
           OPEN EXTEND ARQUIVO-AUDITORIA

           DISPLAY "--- AGENDMAN: MANUTENCAO DE AGENDAMENTOS ---"

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-MANUT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESSAR-MANUTENCAO
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-MANUT
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-MANUT-REJ
           CLOSE ARQUIVO-AUDITORIA

           PERFORM GRAVAR-AGENDAMENTOS

           DISPLAY "MANUTENCOES APLICADAS: " WS-CONTADOR
           DISPLAY "MANUTENCOES REJEITADAS:" WS-CONTADOR-REJ
           IF WS-CONTADOR-REJ > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA MANUTENCAO DE AGENDAMENTOS ---"
           STOP RUN.

       REGISTRAR-CICLO-INICIO.
           *> Marca a entrada do passo no controle do ciclo; o
           *> fechamento (FECHACIC) exige o par inicio/fim limpo de
           *> cada passo antes de rolar a data de processamento
           MOVE 'I' TO CIC-EVENTO
           MOVE 0 TO CIC-RC
           MOVE 0 TO CIC-CONTADOR-1
           MOVE 0 TO CIC-CONTADOR-2
           MOVE 0 TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       REGISTRAR-CICLO-FIM.
           MOVE 'F' TO CIC-EVENTO
           MOVE RETURN-CODE TO CIC-RC
           MOVE WS-CONTADOR     TO CIC-CONTADOR-1
           MOVE WS-CONTADOR-REJ TO CIC-CONTADOR-2
           MOVE WS-QTD-AGD      TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'AGMANSTP' TO CIC-PASSO
           OPEN EXTEND ARQUIVO-CICLO
           WRITE REG-CICLO
           CLOSE ARQUIVO-CICLO.

       LER-DATA-PROCESSAMENTO.
           OPEN INPUT ARQUIVO-DATA-PROC
           READ ARQUIVO-DATA-PROC
               AT END
                   MOVE 0 TO WS-DATA-PROC
               NOT AT END
                   IF PROC-DATA NUMERIC
                       MOVE PROC-DATA TO WS-DATA-PROC
                   END-IF
           END-READ
           CLOSE ARQUIVO-DATA-PROC.

       CARREGAR-AGENDAMENTOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-AGENDAMENTOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-AGENDAMENTOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-AGD >= 5000
                           DISPLAY "ERRO FATAL: AGENDAMENTOS.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (5000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-AGD
                           MOVE REG-AGENDAMENTO-ENT
                                TO WS-AGD-LINHA (WS-QTD-AGD)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-AGENDAMENTOS.

       PROCESSAR-MANUTENCAO.
           IF NOT AMN-OPERACAO-VALIDA
               MOVE "OPERACAO DE MANUTENCAO INVALIDA" TO AREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF AMN-ID-AGENDA NOT NUMERIC OR AMN-ID-AGENDA = ZEROS
                   MOVE "ID-AGENDA EM BRANCO OU INVALIDO"
                        TO AREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM LOCALIZAR-AGENDAMENTO
                   EVALUATE TRUE
                       WHEN AMN-INCLUSAO
                           PERFORM APLICAR-INCLUSAO
                       WHEN AMN-SUSPENSAO
                           PERFORM APLICAR-SUSPENSAO
                       WHEN AMN-CANCELAMENTO
                           PERFORM APLICAR-CANCELAMENTO
                       WHEN AMN-REATIVACAO
                           PERFORM APLICAR-REATIVACAO
                   END-EVALUATE
               END-IF
           END-IF.

       APLICAR-INCLUSAO.
           *> Ordem nova: o ID nao pode existir (nem cancelado - nao
           *> e reutilizado); nasce ativa, com a primeira parcela no
           *> dia de inicio. O gerador rola a data para dia util na
           *> entrega, entao aqui ela fica nominal
           IF AGENDA-NO-MESTRE
               MOVE "AGENDAMENTO JA EXISTE NO MESTRE" TO AREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM VALIDAR-INCLUSAO
               IF WS-MOTIVO-REJ NOT = SPACES
                   MOVE WS-MOTIVO-REJ TO AREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   MOVE SPACES TO WS-ANT-STATUS
                   MOVE 0 TO WS-ANT-VALOR
                   MOVE 0 TO WS-ANT-PROX
                   MOVE 0 TO WS-ANT-FALHAS
                   MOVE SPACES            TO REG-AGENDAMENTO
                   MOVE AMN-ID-AGENDA     TO AGD-ID-AGENDA
                   MOVE AMN-ID-CONTA      TO AGD-ID-CONTA
                   MOVE AMN-ID-CONTA-DEST TO AGD-ID-CONTA-DEST
                   MOVE AMN-MOEDA         TO AGD-MOEDA
                   MOVE AMN-VALOR         TO AGD-VALOR
                   MOVE AMN-FREQUENCIA    TO AGD-FREQUENCIA
                   MOVE AMN-DATA-INICIO   TO AGD-DATA-INICIO
                   IF AGD-UNICA
                       MOVE AMN-DATA-INICIO TO AGD-DATA-FIM
                   ELSE
                       MOVE AMN-DATA-FIM    TO AGD-DATA-FIM
                   END-IF
                   MOVE 'A'               TO AGD-STATUS
                   MOVE AMN-DATA-INICIO   TO AGD-VENC-ATUAL
                   MOVE AMN-DATA-INICIO   TO AGD-PROX-TENTATIVA
                   MOVE 0                 TO AGD-FALHAS
                   MOVE 0                 TO AGD-ID-PENDENTE
                   MOVE 0                 TO AGD-DATA-PENDENTE
                   MOVE 0                 TO AGD-DATA-ULT-EFET
                   ADD 1 TO WS-QTD-AGD
                   MOVE WS-QTD-AGD TO WS-IDX-AGD-ACHADO
                   PERFORM REGRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       VALIDAR-INCLUSAO.
           *> Primeira inconsistencia encontrada vira o motivo da
           *> rejeicao; as contas sao conferidas por ultimo, contra o
           *> mestre ja com as aberturas do dia aplicadas
           MOVE SPACES TO WS-MOTIVO-REJ
           IF AMN-ID-CONTA NOT NUMERIC OR AMN-ID-CONTA = ZEROS
               MOVE "CONTA ORIGEM EM BRANCO OU INVALIDA"
                    TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (AMN-ID-CONTA-DEST NOT NUMERIC
                   OR AMN-ID-CONTA-DEST = ZEROS)
               MOVE "CONTA DESTINO EM BRANCO OU INVALIDA"
                    TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND AMN-ID-CONTA = AMN-ID-CONTA-DEST
               MOVE "CONTA ORIGEM IGUAL A CONTA DESTINO"
                    TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND AMN-MOEDA = SPACES
               MOVE "MOEDA EM BRANCO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (AMN-VALOR NOT NUMERIC OR AMN-VALOR = ZEROS)
               MOVE "VALOR ZERADO OU INVALIDO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND AMN-FREQUENCIA NOT = 'U' AND NOT = 'D'
              AND NOT = 'S' AND NOT = 'M'
               MOVE "FREQUENCIA INVALIDA - USAR U, D, S OU M"
                    TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE AMN-DATA-INICIO TO WS-DATA-TRAB
               PERFORM VALIDAR-DATA
               IF NOT DATA-VALIDA
                   MOVE "DATA DE INICIO INVALIDA" TO WS-MOTIVO-REJ
               ELSE
                   IF AMN-DATA-INICIO < WS-DATA-PROC
                       MOVE "DATA DE INICIO ANTERIOR AO PROCESSAMENTO"
                            TO WS-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND AMN-FREQUENCIA NOT = 'U'
               IF AMN-DATA-FIM NOT NUMERIC
                   MOVE "DATA DE FIM INVALIDA" TO WS-MOTIVO-REJ
               ELSE
                   IF AMN-DATA-FIM NOT = ZEROS
                       MOVE AMN-DATA-FIM TO WS-DATA-TRAB
                       PERFORM VALIDAR-DATA
                       IF NOT DATA-VALIDA
                           MOVE "DATA DE FIM INVALIDA"
                                TO WS-MOTIVO-REJ
                       ELSE
                           IF AMN-DATA-FIM < AMN-DATA-INICIO
                               MOVE "DATA DE FIM ANTERIOR AO INICIO"
                                    TO WS-MOTIVO-REJ
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE AMN-ID-CONTA TO CONTA-ID-CONTA
               PERFORM LOCALIZAR-CONTA
               IF NOT CONTA-NO-MESTRE OR CONTA-STATUS NOT = 'A'
                   MOVE "CONTA ORIGEM INEXISTENTE OU INATIVA"
                        TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE AMN-ID-CONTA-DEST TO CONTA-ID-CONTA
               PERFORM LOCALIZAR-CONTA
               IF NOT CONTA-NO-MESTRE OR CONTA-STATUS NOT = 'A'
                   MOVE "CONTA DESTINO INEXISTENTE OU INATIVA"
                        TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND WS-QTD-AGD >= 5000
               MOVE "CARTEIRA DE AGENDAMENTOS LOTADA" TO WS-MOTIVO-REJ
           END-IF.

       APLICAR-SUSPENSAO.
           *> Suspensao a pedido: o gerador para de entregar parcelas
           *> ate uma reativacao; uma parcela ja entregue ao lote
           *> segue e tem o resultado conferido normalmente
           IF NOT AGENDA-NO-MESTRE
               MOVE "AGENDAMENTO INEXISTENTE NO MESTRE" TO AREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF NOT AGD-ATIVO
                   MOVE "SO AGENDAMENTO ATIVO PODE SER SUSPENSO"
                        TO AREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM GUARDAR-IMAGEM-ANTERIOR
                   MOVE 'S' TO AGD-STATUS
                   PERFORM REGRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       APLICAR-CANCELAMENTO.
           *> Cancelamento e definitivo: o agendamento fica no mestre
           *> (o ID nao volta a ser usado) mas nunca mais gera parcela
           IF NOT AGENDA-NO-MESTRE
               MOVE "AGENDAMENTO INEXISTENTE NO MESTRE" TO AREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF AGD-CANCELADO OR AGD-ENCERRADO
                   MOVE "AGENDAMENTO JA CANCELADO OU ENCERRADO"
                        TO AREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM GUARDAR-IMAGEM-ANTERIOR
                   MOVE 'C' TO AGD-STATUS
                   PERFORM REGRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       APLICAR-REATIVACAO.
           *> Volta a ordem suspensa (a pedido ou por falhas
           *> consecutivas) para ativa, com a contagem de falhas
           *> zerada: a parcela pendente e entregue no proximo lote e
           *> as seguintes retomam o calendario normal da ordem
           IF NOT AGENDA-NO-MESTRE
               MOVE "AGENDAMENTO INEXISTENTE NO MESTRE" TO AREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF NOT AGD-SUSPENSO
                   MOVE "SO AGENDAMENTO SUSPENSO PODE SER REATIVADO"
                        TO AREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM GUARDAR-IMAGEM-ANTERIOR
                   MOVE 'A' TO AGD-STATUS
                   MOVE 0 TO AGD-FALHAS
                   PERFORM REGRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       GUARDAR-IMAGEM-ANTERIOR.
           MOVE AGD-STATUS         TO WS-ANT-STATUS
           MOVE AGD-VALOR          TO WS-ANT-VALOR
           MOVE AGD-PROX-TENTATIVA TO WS-ANT-PROX
           MOVE AGD-FALHAS         TO WS-ANT-FALHAS.

       REGRAVAR-AGENDAMENTO.
           MOVE REG-AGENDAMENTO TO WS-AGD-LINHA (WS-IDX-AGD-ACHADO)
           PERFORM CONFIRMAR-MANUTENCAO.

       CONFIRMAR-MANUTENCAO.
           *> Toda alteracao aplicada deixa a imagem antes/depois na
           *> trilha de auditoria, com data, operador e motivo
           ADD 1 TO WS-CONTADOR
           MOVE WS-DATA-PROC       TO AAG-DATA
           MOVE AMN-OPERADOR       TO AAG-OPERADOR
           MOVE AMN-OPERACAO       TO AAG-OPERACAO
           MOVE AMN-ID-AGENDA      TO AAG-ID-AGENDA
           MOVE WS-ANT-STATUS      TO AAG-STATUS-ANT
           MOVE WS-ANT-VALOR       TO AAG-VALOR-ANT
           MOVE WS-ANT-PROX        TO AAG-PROX-ANT
           MOVE WS-ANT-FALHAS      TO AAG-FALHAS-ANT
           MOVE AGD-STATUS         TO AAG-STATUS-NOV
           MOVE AGD-VALOR          TO AAG-VALOR-NOV
           MOVE AGD-PROX-TENTATIVA TO AAG-PROX-NOV
           MOVE AGD-FALHAS         TO AAG-FALHAS-NOV
           MOVE AMN-MOTIVO         TO AAG-MOTIVO
           WRITE REG-AUDITORIA
           DISPLAY "MANUTENCAO " AMN-OPERACAO " AGENDAMENTO: "
              AMN-ID-AGENDA " OPERADOR: " AMN-OPERADOR.

       REJEITAR-MANUTENCAO.
           ADD 1 TO WS-CONTADOR-REJ
           MOVE AMN-OPERACAO      TO AREJ-OPERACAO
           MOVE AMN-ID-AGENDA     TO AREJ-ID-AGENDA
           MOVE AMN-ID-CONTA      TO AREJ-ID-CONTA
           MOVE AMN-ID-CONTA-DEST TO AREJ-ID-CONTA-DEST
           MOVE AMN-MOEDA         TO AREJ-MOEDA
           MOVE AMN-VALOR         TO AREJ-VALOR
           MOVE AMN-FREQUENCIA    TO AREJ-FREQUENCIA
           MOVE AMN-DATA-INICIO   TO AREJ-DATA-INICIO
           MOVE AMN-DATA-FIM      TO AREJ-DATA-FIM
           MOVE AMN-OPERADOR      TO AREJ-OPERADOR
           WRITE REG-MANUT-REJ.

       LOCALIZAR-AGENDAMENTO.
           *> A busca nao filtra por status: a manutencao precisa
           *> enxergar ordens suspensas, canceladas e encerradas para
           *> recusar ou reativar conforme a operacao. O agendamento
           *> achado fica no registro de trabalho
           MOVE 'N' TO WS-AGENDA-ENCONTRADA
           MOVE 0 TO WS-IDX-AGD-ACHADO
           PERFORM VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-QTD-AGD
                      OR AGENDA-NO-MESTRE
               MOVE WS-AGD-LINHA (WS-IDX-AGD) TO REG-AGENDAMENTO
               IF AGD-ID-AGENDA = AMN-ID-AGENDA
                   MOVE 'S' TO WS-AGENDA-ENCONTRADA
                   MOVE WS-IDX-AGD TO WS-IDX-AGD-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-CONTA.
           MOVE 'N' TO WS-CONTA-ENCONTRADA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-CONTA-ENCONTRADA
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONTA-ENCONTRADA
           END-READ.

       VALIDAR-DATA.
           *> WS-DATA-TRAB precisa ser uma data de calendario real
           MOVE 'N' TO WS-DATA-OK
           IF WS-DATA-TRAB NUMERIC
              AND WS-TRAB-ANO >= 1900
              AND WS-TRAB-MES >= 1 AND WS-TRAB-MES <= 12
              AND WS-TRAB-DIA >= 1
               PERFORM CALCULAR-DIAS-NO-MES
               IF WS-TRAB-DIA <= WS-DIAS-NO-MES
                   MOVE 'S' TO WS-DATA-OK
               END-IF
           END-IF.

       CALCULAR-DIAS-NO-MES.
           EVALUATE WS-TRAB-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   MOVE 28 TO WS-DIAS-NO-MES
                   DIVIDE WS-TRAB-ANO BY 4 GIVING WS-ZEL-T1
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       MOVE 29 TO WS-DIAS-NO-MES
                       DIVIDE WS-TRAB-ANO BY 100 GIVING WS-ZEL-T1
                           REMAINDER WS-RESTO
                       IF WS-RESTO = 0
                           DIVIDE WS-TRAB-ANO BY 400 GIVING WS-ZEL-T1
                               REMAINDER WS-RESTO
                           IF WS-RESTO NOT = 0
                               MOVE 28 TO WS-DIAS-NO-MES
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       GRAVAR-AGENDAMENTOS.
           *> Regrava o mestre inteiro pelo mesmo caminho tmp +
           *> rename atomico dos demais arquivos vivos do ciclo
           OPEN OUTPUT ARQUIVO-AGENDAMENTOS-TMP
           PERFORM VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-QTD-AGD
               MOVE WS-AGD-LINHA (WS-IDX-AGD) TO REG-AGENDAMENTO-SAI
               WRITE REG-AGENDAMENTO-SAI
           END-PERFORM
           CLOSE ARQUIVO-AGENDAMENTOS-TMP
           CALL "CBL_RENAME_FILE" USING WS-AGD-NOME-TMP
                WS-AGD-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO ATUALIZAR "
                  "AGENDAMENTOS.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM AGENDMAN.
