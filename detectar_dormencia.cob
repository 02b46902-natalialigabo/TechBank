       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMCON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> O mestre de contas e indexado por CONTA-ID-CONTA: a carga
      *> inicial percorre o mestre em sequencia de chave (a tabela em
      *> memoria sai ordenada por conta) e a inativacao rele e
      *> regrava cada conta por chave, no lugar
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-ID-CONTA.

      *> Historico permanente de movimentos (mesmo layout do
      *> diario), ja com o diario de hoje anexado pelo HISTMOV: e
      *> dele que sai a ultima movimentacao de cliente de cada conta
           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO 'historico-movimentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Trilha de auditoria da manutencao de contas (MANUCON): lida
      *> para achar aberturas e reativacoes recentes e regravada em
      *> EXTEND com a imagem antes/depois de cada inativacao
           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO 'auditoria-contas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARAM ASSIGN TO 'dormencia-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO 'calendario.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO ASSIGN TO 'contas-dormentes.dat'
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
       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 CONTA-ID-CONTA   PIC 9(06).
           05 CONTA-STATUS     PIC X(01).
           05 CONTA-SALDO      PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CONTA-LIMITE     PIC 9(09)V99.

       FD  ARQUIVO-HISTORICO.
       01  REG-HISTORICO        PIC X(100).

       FD  ARQUIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATA          PIC 9(08).
           05 AUD-OPERADOR      PIC X(08).
           05 AUD-OPERACAO      PIC X(01).
           05 AUD-ID-CONTA      PIC 9(06).
           05 AUD-STATUS-ANT    PIC X(01).
           05 AUD-SALDO-ANT     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LIMITE-ANT    PIC 9(09)V99.
           05 AUD-STATUS-NOV    PIC X(01).
           05 AUD-SALDO-NOV     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 AUD-LIMITE-NOV    PIC 9(09)V99.

      *> Periodo de inatividade, em meses: conta ativa sem
      *> movimentacao de cliente desde a mesma data de N meses atras
      *> passa a dormente
       FD  ARQUIVO-PARAM.
       01  REG-PARAM.
           05 PAR-MESES-INATIVIDADE PIC 9(03).

       FD  ARQUIVO-CALENDARIO.
       01  REGISTRO-FERIADO.
           05 FER-DATA          PIC 9(08).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-DORMENTE       PIC X(80).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X(01) VALUE 'N'.
       01  WS-ERRO-FATAL        PIC X(01) VALUE 'N'.
           88 ERRO-FATAL        VALUE 'S'.
       01  WS-DATA-PROC         PIC 9(08) VALUE 0.

      *> Registro do historico lido (mesmo layout do diario)
           COPY DIAREC.

       01  WS-MESES-INATIVIDADE PIC 9(03) VALUE 0.
      *> Data de corte: ultima movimentacao ANTERIOR a ela (mesmo dia
      *> de N meses atras, ajustado ao fim do mes mais curto) e
      *> inatividade alem do periodo
       01  WS-DATA-CORTE        PIC 9(08) VALUE 0.
       01  WS-MESES-CORRIDOS    PIC 9(06).
      *> Primeira data do historico: conta sem nenhum rastro (nem
      *> movimento, nem abertura/reativacao na auditoria) esta parada
      *> pelo menos desde o inicio do arquivo
       01  WS-DATA-INICIO-HIST  PIC 9(08) VALUE 0.
       01  WS-DATA-REFERENCIA   PIC 9(08).

      *> Mestre de contas em memoria, na ordem de chave do arquivo
      *> indexado (LOCALIZAR-CONTA-TAB faz busca binaria sobre ela);
      *> WS-CTA-ULT-MOV e a ultima atividade do cliente achada e
      *> WS-CTA-NOVA marca a conta inativada no proprio dia
       01  WS-TAB-CONTAS.
           05 WS-QTD-CONTAS     PIC 9(05) VALUE 0.
           05 WS-CTA-OCORR OCCURS 20000 TIMES.
              10 WS-CTA-ID         PIC 9(06).
              10 WS-CTA-STATUS     PIC X(01).
              10 WS-CTA-SALDO      PIC S9(09)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
              10 WS-CTA-LIMITE     PIC 9(09)V99.
              10 WS-CTA-ULT-MOV    PIC 9(08).
              10 WS-CTA-NOVA       PIC X(01).
       01  WS-IDX               PIC 9(05).
       01  WS-IDX-ACHADO        PIC 9(05).
       01  WS-BUSCA-INI         PIC 9(05).
       01  WS-BUSCA-FIM         PIC 9(05).
       01  WS-BUSCA-MEIO        PIC 9(05).
       01  WS-CONTA-PROCURAR    PIC 9(06).

       01  WS-QTD-INATIVADAS    PIC 9(05) VALUE 0.
       01  WS-QTD-DORMENTES     PIC 9(05) VALUE 0.
       01  WS-SALDO-DORMENTES   PIC S9(11)V99 VALUE 0.
       01  WS-MOV-CLIENTE       PIC 9(07) VALUE 0.

      *> Imagem "antes" da conta para a trilha de auditoria
       01  WS-ANT-STATUS        PIC X(01).
       01  WS-ANT-SALDO         PIC S9(09)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-ANT-LIMITE        PIC 9(09)V99.

       01  WS-TAB-FERIADOS.
           05 WS-QTD-FERIADOS   PIC 9(03) VALUE 0.
           05 WS-FERIADO-OCORR OCCURS 100 TIMES.
              10 WS-TAB-FERIADO PIC 9(08).
       01  WS-IDX-FER           PIC 9(03).
       01  WS-E-FERIADO         PIC X(01) VALUE 'N'.
           88 DIA-FERIADO       VALUE 'S'.

      *> Mesma area de calculo de dia util do liberador de
      *> movimentos: Zeller para dia da semana (0=SABADO,
      *> 1=DOMINGO) e soma de um dia com virada de mes/ano
       01  WS-DATA-TRAB         PIC 9(08).
       01  WS-DATA-DECOMP REDEFINES WS-DATA-TRAB.
           05 WS-TRAB-ANO       PIC 9(04).
           05 WS-TRAB-MES       PIC 9(02).
           05 WS-TRAB-DIA       PIC 9(02).
       01  WS-ZEL-ANO           PIC 9(04).
       01  WS-ZEL-MES           PIC 9(02).
       01  WS-ZEL-K             PIC 9(02).
       01  WS-ZEL-J             PIC 9(02).
       01  WS-ZEL-T1            PIC 9(04).
       01  WS-ZEL-T2            PIC 9(04).
       01  WS-ZEL-SOMA          PIC 9(06).
       01  WS-DIA-SEMANA        PIC 9(01).
       01  WS-DIAS-NO-MES       PIC 9(02).
       01  WS-RESTO             PIC 9(04).
       01  WS-DIA-UTIL          PIC X(01) VALUE 'N'.
           88 DIA-UTIL          VALUE 'S'.
       01  WS-MES-PROC          PIC 9(02).
       01  WS-ULTIMO-DIA-MES    PIC X(01) VALUE 'N'.
           88 ULTIMO-DIA-UTIL-MES VALUE 'S'.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 FILLER            PIC X(48)
              VALUE 'TECHBANK - CONTAS DORMENTES (SEM MOVTO CLIENTE)'.
           05 FILLER            PIC X(07) VALUE '  PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-2.
           05 FILLER            PIC X(08) VALUE 'CONTA'.
           05 FILLER            PIC X(14) VALUE 'ULT. MOVTO'.
           05 FILLER            PIC X(15) VALUE '     SALDO (R$)'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE '   LIMITE (R$)'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE 'SITUACAO'.

       01  WS-LINHA-DETALHE.
           05 DET-CONTA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-ULT-MOV       PIC X(12).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-SALDO         PIC Z(08)9.99-.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DET-LIMITE        PIC Z(08)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-SITUACAO      PIC X(14).

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO        PIC X(35).
           05 TOT-VALOR         PIC ZZZZ9.

       01  WS-LINHA-TOTAL-DATA.
           05 TOT-DATA-ROTULO   PIC X(35).
           05 TOT-DATA          PIC 9(08).

       01  WS-LINHA-TOTAL-SALDO.
           05 FILLER            PIC X(35)
              VALUE 'SALDO TOTAL DAS CONTAS DORMENTES..:'.
           05 TOT-SALDO         PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Deteccao mensal de contas dormentes, no ultimo dia util
           *> do mes e depois do arquivamento do diario: a ultima
           *> movimentacao de CLIENTE de cada conta sai do historico
           *> permanente - juros de cheque especial (JUROSCE) e
           *> remuneracao (REMUNERA), gerados pelo proprio banco, nao
           *> contam, assim como estornos e a perna de credito de uma
           *> transferencia recebida. Abertura e reativacao na trilha
           *> da manutencao de contas tambem contam como atividade.
           *> Conta ativa parada alem do periodo do parametro passa
           *> ao status dormente ('D') pelo mesmo caminho auditado da
           *> manutencao (imagem antes/depois em auditoria-contas.dat)
           *> e o relatorio lista todas as contas dormentes do
           *> mestre com saldo e limite. Conta dormente nao aceita
           *> debito nem transferencia do cliente na postagem; o
           *> primeiro deposito do cliente a reativa. Fora do fim do
           *> mes o relatorio sai vazio e nada e alterado
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM LER-PARAMETRO
           PERFORM CARREGAR-CALENDARIO
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- DETECCAO DE DORMENCIA ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- DORMCON: DETECCAO DE CONTAS DORMENTES ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           PERFORM VERIFICAR-ULTIMO-DIA-UTIL
           OPEN OUTPUT ARQUIVO-RELATORIO
           IF NOT ULTIMO-DIA-UTIL-MES
               DISPLAY "DORMCON: FORA DO ULTIMO DIA UTIL DO MES - "
                  "NADA A FAZER"
               CLOSE ARQUIVO-RELATORIO
               MOVE 0 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- FIM DA DETECCAO DE DORMENCIA ---"
               STOP RUN
           END-IF

           PERFORM CALCULAR-DATA-CORTE
           DISPLAY "INATIVIDADE (MESES):   " WS-MESES-INATIVIDADE
           DISPLAY "SEM MOVIMENTO DESDE:   " WS-DATA-CORTE

           OPEN I-O ARQUIVO-CONTAS
           PERFORM CARREGAR-CONTAS
           IF NOT ERRO-FATAL
               PERFORM VARRER-AUDITORIA
               PERFORM VARRER-HISTORICO
           END-IF
           IF ERRO-FATAL
               CLOSE ARQUIVO-CONTAS
               CLOSE ARQUIVO-RELATORIO
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- DETECCAO DE DORMENCIA ABORTADA ---"
               STOP RUN
           END-IF

           OPEN EXTEND ARQUIVO-AUDITORIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTAS
               IF WS-CTA-STATUS (WS-IDX) = 'A'
                   PERFORM EXAMINAR-INATIVIDADE
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-AUDITORIA
           CLOSE ARQUIVO-CONTAS

           PERFORM ESCREVER-CABECALHO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTAS
               IF WS-CTA-STATUS (WS-IDX) = 'D'
                   PERFORM LISTAR-CONTA-DORMENTE
               END-IF
           END-PERFORM
           PERFORM ESCREVER-RODAPE
           CLOSE ARQUIVO-RELATORIO

           DISPLAY "CONTAS NO MESTRE:      " WS-QTD-CONTAS
           DISPLAY "MOVIMENTOS DE CLIENTE: " WS-MOV-CLIENTE
           DISPLAY "CONTAS INATIVADAS:     " WS-QTD-INATIVADAS
           DISPLAY "CONTAS DORMENTES:      " WS-QTD-DORMENTES
           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA DETECCAO DE DORMENCIA ---"
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
           MOVE WS-QTD-INATIVADAS TO CIC-CONTADOR-1
           MOVE WS-QTD-DORMENTES  TO CIC-CONTADOR-2
           MOVE WS-QTD-CONTAS     TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'DORMSTP' TO CIC-PASSO
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
           CLOSE ARQUIVO-DATA-PROC
           IF WS-DATA-PROC = 0
               DISPLAY "ERRO FATAL: DATA-PROCESSAMENTO.DAT AUSENTE "
                  "OU INVALIDO"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF.

       LER-PARAMETRO.
           *> Sem periodo de inatividade o passo aborta em vez de
           *> inativar o mestre inteiro com periodo zero
           OPEN INPUT ARQUIVO-PARAM
           READ ARQUIVO-PARAM
               AT END
                   MOVE ZEROS TO REG-PARAM
           END-READ
           CLOSE ARQUIVO-PARAM
           IF PAR-MESES-INATIVIDADE NOT NUMERIC
              OR PAR-MESES-INATIVIDADE = 0
               DISPLAY "ERRO FATAL: DORMENCIA-PARAM.DAT AUSENTE OU "
                  "COM PERIODO DE INATIVIDADE INVALIDO"
               MOVE 'S' TO WS-ERRO-FATAL
           ELSE
               MOVE PAR-MESES-INATIVIDADE TO WS-MESES-INATIVIDADE
           END-IF.

       CARREGAR-CALENDARIO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CALENDARIO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-CALENDARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-FERIADOS >= 100
                           DISPLAY "ERRO FATAL: CALENDARIO.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (100)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           IF FER-DATA NUMERIC AND FER-DATA > 0
                               ADD 1 TO WS-QTD-FERIADOS
                               MOVE FER-DATA TO
                                  WS-TAB-FERIADO (WS-QTD-FERIADOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CALENDARIO.

       VERIFICAR-ULTIMO-DIA-UTIL.
           *> Mesmo criterio da apropriacao de juros: hoje e o ultimo
           *> dia util do mes se o proximo dia util ja cair no mes
           *> seguinte
           MOVE 'N' TO WS-ULTIMO-DIA-MES
           MOVE WS-DATA-PROC TO WS-DATA-TRAB
           MOVE WS-TRAB-MES  TO WS-MES-PROC
           PERFORM SOMAR-UM-DIA
           PERFORM ROLAR-PARA-DIA-UTIL
           IF WS-TRAB-MES NOT = WS-MES-PROC
               MOVE 'S' TO WS-ULTIMO-DIA-MES
           END-IF.

       CALCULAR-DATA-CORTE.
           *> Volta N meses a partir da data de processamento; o dia
           *> e limitado ao ultimo dia do mes de chegada (31/05 menos
           *> 3 meses = 28 ou 29/02)
           MOVE WS-DATA-PROC TO WS-DATA-TRAB
           COMPUTE WS-MESES-CORRIDOS =
               WS-TRAB-ANO * 12 + WS-TRAB-MES - 1
               - WS-MESES-INATIVIDADE
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-TRAB-ANO
               REMAINDER WS-TRAB-MES
           ADD 1 TO WS-TRAB-MES
           PERFORM CALCULAR-DIAS-NO-MES
           IF WS-TRAB-DIA > WS-DIAS-NO-MES
               MOVE WS-DIAS-NO-MES TO WS-TRAB-DIA
           END-IF
           MOVE WS-DATA-TRAB TO WS-DATA-CORTE.

       CARREGAR-CONTAS.
           *> Mestre inteiro em memoria, na ordem de chave; capacidade
           *> checada na carga, como nas demais tabelas do ciclo
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-CONTAS >= 20000
                           DISPLAY "ERRO FATAL: CONTAS.DAT EXCEDE A "
                              "CAPACIDADE DA TABELA EM MEMORIA "
                              "(20000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-CONTAS
                           MOVE CONTA-ID-CONTA
                                TO WS-CTA-ID (WS-QTD-CONTAS)
                           MOVE CONTA-STATUS
                                TO WS-CTA-STATUS (WS-QTD-CONTAS)
                           MOVE CONTA-SALDO
                                TO WS-CTA-SALDO (WS-QTD-CONTAS)
                           MOVE CONTA-LIMITE
                                TO WS-CTA-LIMITE (WS-QTD-CONTAS)
                           MOVE 0 TO WS-CTA-ULT-MOV (WS-QTD-CONTAS)
                           MOVE 'N' TO WS-CTA-NOVA (WS-QTD-CONTAS)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       VARRER-AUDITORIA.
           *> Abertura (status anterior em branco) e reativacao
           *> (status novo A vindo de outro) contam como atividade
           *> na data do ciclo em que foram aplicadas. Uma inativacao
           *> gravada por este passo na mesma data (reexecucao do
           *> dia) volta a ser mostrada como inativada hoje
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-AUDITORIA
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-AUDITORIA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUD-ID-CONTA NUMERIC AND AUD-DATA NUMERIC
                           MOVE AUD-ID-CONTA TO WS-CONTA-PROCURAR
                           PERFORM LOCALIZAR-CONTA-TAB
                           IF WS-IDX-ACHADO > 0
                               PERFORM APLICAR-AUDITORIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-AUDITORIA.

       APLICAR-AUDITORIA.
           IF AUD-STATUS-NOV = 'A' AND AUD-STATUS-ANT NOT = 'A'
              AND AUD-DATA > WS-CTA-ULT-MOV (WS-IDX-ACHADO)
               MOVE AUD-DATA TO WS-CTA-ULT-MOV (WS-IDX-ACHADO)
           END-IF
           IF AUD-STATUS-NOV = 'D' AND AUD-OPERADOR = 'DORMSTP'
              AND AUD-DATA = WS-DATA-PROC
               MOVE 'S' TO WS-CTA-NOVA (WS-IDX-ACHADO)
           END-IF.

       VARRER-HISTORICO.
           *> Uma passada no historico inteiro: cada lancamento de
           *> cliente empurra a ultima atividade da conta; de
           *> passagem guarda a data mais antiga do arquivo
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-HISTORICO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-HISTORICO INTO REG-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DIA-DATA NUMERIC AND DIA-DATA > 0
                           IF WS-DATA-INICIO-HIST = 0
                              OR DIA-DATA < WS-DATA-INICIO-HIST
                               MOVE DIA-DATA TO WS-DATA-INICIO-HIST
                           END-IF
                           PERFORM APLICAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-HISTORICO.

       APLICAR-MOVIMENTO.
           *> Movimento de cliente: deposito, saque ou a perna de
           *> debito de uma transferencia ou de uma TED de saida,
           *> fora dos lancamentos gerados pelo banco
           IF (DIA-TIPO = 'D' OR DIA-TIPO = 'S'
               OR (DIA-TIPO = 'T' AND DIA-DEBITO)
               OR (DIA-TIPO = 'X' AND DIA-DEBITO))
              AND DIA-LOTE-ORIGEM NOT = 'JUROSCE'
              AND DIA-LOTE-ORIGEM NOT = 'REMUNERA'
              AND DIA-ID-CONTA NUMERIC
               ADD 1 TO WS-MOV-CLIENTE
               MOVE DIA-ID-CONTA TO WS-CONTA-PROCURAR
               PERFORM LOCALIZAR-CONTA-TAB
               IF WS-IDX-ACHADO > 0
                   IF DIA-DATA > WS-CTA-ULT-MOV (WS-IDX-ACHADO)
                       MOVE DIA-DATA TO WS-CTA-ULT-MOV (WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-CONTA-TAB.
           *> Busca binaria de WS-CONTA-PROCURAR na tabela ordenada
           *> por conta; WS-IDX-ACHADO fica zerado se nao achar
           MOVE 0 TO WS-IDX-ACHADO
           MOVE 1 TO WS-BUSCA-INI
           MOVE WS-QTD-CONTAS TO WS-BUSCA-FIM
           PERFORM UNTIL WS-BUSCA-INI > WS-BUSCA-FIM
                      OR WS-IDX-ACHADO > 0
               COMPUTE WS-BUSCA-MEIO =
                   (WS-BUSCA-INI + WS-BUSCA-FIM) / 2
               IF WS-CTA-ID (WS-BUSCA-MEIO) = WS-CONTA-PROCURAR
                   MOVE WS-BUSCA-MEIO TO WS-IDX-ACHADO
               ELSE
                   IF WS-CTA-ID (WS-BUSCA-MEIO) < WS-CONTA-PROCURAR
                       COMPUTE WS-BUSCA-INI = WS-BUSCA-MEIO + 1
                   ELSE
                       COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                   END-IF
               END-IF
           END-PERFORM.

       EXAMINAR-INATIVIDADE.
           *> Conta sem rastro nenhum usa o inicio do historico como
           *> referencia; historico vazio nao prova inatividade de
           *> ninguem
           MOVE WS-CTA-ULT-MOV (WS-IDX) TO WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA = 0
               MOVE WS-DATA-INICIO-HIST TO WS-DATA-REFERENCIA
           END-IF
           IF WS-DATA-REFERENCIA > 0
              AND WS-DATA-REFERENCIA < WS-DATA-CORTE
               PERFORM INATIVAR-CONTA
           END-IF.

       INATIVAR-CONTA.
           *> Rele a conta por chave e regrava com status dormente;
           *> a imagem antes/depois vai para a trilha de auditoria da
           *> manutencao de contas, com o passo como operador
           MOVE WS-CTA-ID (WS-IDX) TO CONTA-ID-CONTA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY "ERRO FATAL: CONTA " WS-CTA-ID (WS-IDX)
                      " SUMIU DO MESTRE DURANTE A INATIVACAO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CONTA-STATUS = 'A'
               MOVE CONTA-STATUS TO WS-ANT-STATUS
               MOVE CONTA-SALDO  TO WS-ANT-SALDO
               MOVE CONTA-LIMITE TO WS-ANT-LIMITE
               MOVE 'D' TO CONTA-STATUS
               REWRITE REGISTRO-CONTA
                   INVALID KEY
                       DISPLAY "ERRO FATAL: REGRAVACAO DA CONTA "
                          CONTA-ID-CONTA " FALHOU NO MESTRE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               MOVE 'D' TO WS-CTA-STATUS (WS-IDX)
               MOVE 'S' TO WS-CTA-NOVA (WS-IDX)
               ADD 1 TO WS-QTD-INATIVADAS
               MOVE WS-DATA-PROC   TO AUD-DATA
               MOVE 'DORMSTP'      TO AUD-OPERADOR
               MOVE 'S'            TO AUD-OPERACAO
               MOVE CONTA-ID-CONTA TO AUD-ID-CONTA
               MOVE WS-ANT-STATUS  TO AUD-STATUS-ANT
               MOVE WS-ANT-SALDO   TO AUD-SALDO-ANT
               MOVE WS-ANT-LIMITE  TO AUD-LIMITE-ANT
               MOVE CONTA-STATUS   TO AUD-STATUS-NOV
               MOVE CONTA-SALDO    TO AUD-SALDO-NOV
               MOVE CONTA-LIMITE   TO AUD-LIMITE-NOV
               WRITE REG-AUDITORIA
               DISPLAY "DORMENTE  CONTA: " CONTA-ID-CONTA
                  " ULTIMO MOVIMENTO: " WS-CTA-ULT-MOV (WS-IDX)
           END-IF.

       LISTAR-CONTA-DORMENTE.
           ADD 1 TO WS-QTD-DORMENTES
           ADD WS-CTA-SALDO (WS-IDX) TO WS-SALDO-DORMENTES
           MOVE WS-CTA-ID (WS-IDX) TO DET-CONTA
           IF WS-CTA-ULT-MOV (WS-IDX) > 0
               MOVE WS-CTA-ULT-MOV (WS-IDX) TO DET-ULT-MOV
           ELSE
               MOVE 'SEM REGISTRO' TO DET-ULT-MOV
           END-IF
           MOVE WS-CTA-SALDO (WS-IDX)  TO DET-SALDO
           MOVE WS-CTA-LIMITE (WS-IDX) TO DET-LIMITE
           IF WS-CTA-NOVA (WS-IDX) = 'S'
               MOVE 'INATIVADA HOJE' TO DET-SITUACAO
           ELSE
               MOVE 'DORMENTE' TO DET-SITUACAO
           END-IF
           MOVE WS-LINHA-DETALHE TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-DORMENTE FROM WS-CAB-1
           MOVE SPACES TO LINHA-DORMENTE
           WRITE LINHA-DORMENTE
           WRITE LINHA-DORMENTE FROM WS-CAB-2
           MOVE SPACES TO LINHA-DORMENTE
           WRITE LINHA-DORMENTE
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-DORMENTE FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       ESCREVER-RODAPE.
           MOVE SPACES TO LINHA-DORMENTE
           WRITE LINHA-DORMENTE
           MOVE 'PERIODO DE INATIVIDADE (MESES)....:' TO TOT-ROTULO
           MOVE WS-MESES-INATIVIDADE TO TOT-VALOR
           WRITE LINHA-DORMENTE FROM WS-LINHA-TOTAL
           MOVE 'SEM MOVIMENTO DE CLIENTE DESDE....:'
                TO TOT-DATA-ROTULO
           MOVE WS-DATA-CORTE TO TOT-DATA
           WRITE LINHA-DORMENTE FROM WS-LINHA-TOTAL-DATA
           MOVE 'CONTAS INATIVADAS NESTE CICLO.....:' TO TOT-ROTULO
           MOVE WS-QTD-INATIVADAS TO TOT-VALOR
           WRITE LINHA-DORMENTE FROM WS-LINHA-TOTAL
           MOVE 'TOTAL DE CONTAS DORMENTES.........:' TO TOT-ROTULO
           MOVE WS-QTD-DORMENTES TO TOT-VALOR
           WRITE LINHA-DORMENTE FROM WS-LINHA-TOTAL
           MOVE WS-SALDO-DORMENTES TO TOT-SALDO
           WRITE LINHA-DORMENTE FROM WS-LINHA-TOTAL-SALDO.

       ROLAR-PARA-DIA-UTIL.
           MOVE 'N' TO WS-DIA-UTIL
           PERFORM UNTIL DIA-UTIL
               PERFORM CALCULAR-DIA-SEMANA
               PERFORM VERIFICAR-FERIADO
               IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 1
                  OR DIA-FERIADO
                   PERFORM SOMAR-UM-DIA
               ELSE
                   MOVE 'S' TO WS-DIA-UTIL
               END-IF
           END-PERFORM.

       CALCULAR-DIA-SEMANA.
           MOVE WS-TRAB-ANO TO WS-ZEL-ANO
           MOVE WS-TRAB-MES TO WS-ZEL-MES
           IF WS-ZEL-MES <= 2
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-T1 = (13 * (WS-ZEL-MES + 1)) / 5
           COMPUTE WS-ZEL-T2 = WS-ZEL-K / 4 + WS-ZEL-J / 4
           COMPUTE WS-ZEL-SOMA = WS-TRAB-DIA + WS-ZEL-T1 + WS-ZEL-K
               + WS-ZEL-T2 + 5 * WS-ZEL-J
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-T1
               REMAINDER WS-DIA-SEMANA.

       VERIFICAR-FERIADO.
           MOVE 'N' TO WS-E-FERIADO
           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                      OR DIA-FERIADO
               IF WS-TAB-FERIADO (WS-IDX-FER) = WS-DATA-TRAB
                   MOVE 'S' TO WS-E-FERIADO
               END-IF
           END-PERFORM.

       SOMAR-UM-DIA.
           PERFORM CALCULAR-DIAS-NO-MES
           IF WS-TRAB-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-TRAB-DIA
           ELSE
               MOVE 1 TO WS-TRAB-DIA
               IF WS-TRAB-MES < 12
                   ADD 1 TO WS-TRAB-MES
               ELSE
                   MOVE 1 TO WS-TRAB-MES
                   ADD 1 TO WS-TRAB-ANO
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

       END PROGRAM DORMCON.
