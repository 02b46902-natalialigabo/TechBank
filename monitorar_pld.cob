       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITPLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-DIARIO ASSIGN TO 'diario.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Historico permanente de movimentos (mesmo layout do
      *> diario): fornece a janela movel de dias anteriores de cada
      *> conta examinada
           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO 'historico-movimentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Marca do ultimo arquivamento (HISTMOV): se o diario de hoje
      *> ja foi anexado, as ultimas linhas do historico sao o proprio
      *> diario e nao podem entrar de novo na janela
           SELECT OPTIONAL ARQUIVO-HIST-DATA
           ASSIGN TO 'historico-data.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARAM ASSIGN TO 'pld-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Movimentos ja comunicados, por regra: e o que impede a
      *> mesma ocorrencia de ser comunicada de novo nos dias
      *> seguintes. Regravado via tmp + rename
           SELECT OPTIONAL ARQUIVO-COMUNICADOS
           ASSIGN TO 'pld-comunicados.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-COMUNICADOS-TMP
           ASSIGN TO 'pld-comunicados.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-COMUNICACAO ASSIGN TO 'pld-comunicacao.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO ASSIGN TO 'pld-alertas.dat'
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
       FD  ARQUIVO-DIARIO.
       01  REG-DIARIO-ENT       PIC X(100).

       FD  ARQUIVO-HISTORICO.
       01  REG-HISTORICO        PIC X(100).

       FD  ARQUIVO-HIST-DATA.
       01  REGISTRO-HIST-DATA.
           05 HIS-DATA          PIC 9(08).

      *> Limites e janelas das regras de monitoramento (valores em
      *> reais, janelas em dias corridos contando o dia corrente):
      *>   PAR-LIMITE-ESPECIE  - operacao em especie (deposito ou
      *>                         saque) a partir deste valor
      *>   PAR-PERC-FRACION    - faixa "logo abaixo" do limite: de
      *>                         este percentual do limite ate ele
      *>   PAR-QTD-FRACION     - quantidade minima de operacoes na
      *>                         faixa, dentro de PAR-JANELA-FRACION
      *>   PAR-VALOR-PASSAGEM  - creditos minimos na janela para a
      *>                         regra de entrada e saida
      *>   PAR-PERC-PASSAGEM   - fatia dos creditos que sai por
      *>                         transferencia dentro da janela
       FD  ARQUIVO-PARAM.
       01  REG-PARAM.
           05 PAR-LIMITE-ESPECIE  PIC 9(08)V99.
           05 PAR-PERC-FRACION    PIC 9(03).
           05 PAR-QTD-FRACION     PIC 9(02).
           05 PAR-JANELA-FRACION  PIC 9(03).
           05 PAR-VALOR-PASSAGEM  PIC 9(08)V99.
           05 PAR-PERC-PASSAGEM   PIC 9(03).
           05 PAR-JANELA-PASSAGEM PIC 9(03).

       FD  ARQUIVO-COMUNICADOS.
       01  REG-COMUNICADO.
           05 PCM-REGRA         PIC X(08).
           05 PCM-ID-CONTA      PIC 9(06).
           05 PCM-DATA-MOV      PIC 9(08).
           05 PCM-ID-TRANS      PIC 9(06).
           05 PCM-DATA-COMUNIC  PIC 9(08).

       FD  ARQUIVO-COMUNICADOS-TMP.
       01  REG-COMUNICADO-TMP   PIC X(36).

      *> Arquivo de comunicacao: um registro de layout fixo por
      *> ocorrencia suspeita - regra, conta, quantidade e total das
      *> transacoes envolvidas e ate 20 delas (data, ID-TRANS, tipo,
      *> lancamento, valor em reais e lote de origem); PCO-QTD-TRANS
      *> traz sempre a contagem completa
       FD  ARQUIVO-COMUNICACAO.
       01  REG-COMUNICACAO.
           05 PCO-DATA-COMUNIC  PIC 9(08).
           05 PCO-SEQ           PIC 9(05).
           05 PCO-REGRA         PIC X(08).
           05 PCO-ID-CONTA      PIC 9(06).
           05 PCO-QTD-TRANS     PIC 9(03).
           05 PCO-VALOR-TOTAL   PIC 9(12)V99.
           05 PCO-TRANSACAO OCCURS 20 TIMES.
              10 PCO-TR-DATA       PIC 9(08).
              10 PCO-TR-ID-TRANS   PIC 9(06).
              10 PCO-TR-TIPO       PIC X(01).
              10 PCO-TR-LANCAMENTO PIC X(01).
              10 PCO-TR-VALOR-BRL  PIC 9(10)V99.
              10 PCO-TR-LOTE-ORIGEM PIC X(08).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-ALERTA         PIC X(80).

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

      *> Registro de trabalho do diario e do historico
           COPY DIAREC.

       01  WS-LIMITE-ESPECIE    PIC 9(08)V99 VALUE 0.
       01  WS-PISO-FRACION      PIC 9(08)V99 VALUE 0.
       01  WS-QTD-MIN-FRACION   PIC 9(02) VALUE 0.
       01  WS-JANELA-FRACION    PIC 9(03) VALUE 0.
       01  WS-VALOR-PASSAGEM    PIC 9(08)V99 VALUE 0.
       01  WS-PERC-PASSAGEM     PIC 9(03) VALUE 0.
       01  WS-JANELA-PASSAGEM   PIC 9(03) VALUE 0.
       01  WS-JANELA-MAIOR      PIC 9(03) VALUE 0.

       01  WS-OCORRENCIAS       PIC 9(05) VALUE 0.
       01  WS-OCOR-ESPECIE      PIC 9(05) VALUE 0.
       01  WS-OCOR-FRACION      PIC 9(05) VALUE 0.
       01  WS-OCOR-PASSAGEM     PIC 9(05) VALUE 0.

      *> Movimentos de cliente em analise: os de hoje (diario) e os
      *> da janela (historico) das contas movimentadas hoje.
      *> Lancamentos gerados pelo banco (juros e remuneracao) e
      *> estornos nao sao operacao do cliente e ficam fora
       01  WS-TAB-MOVIMENTOS.
           05 WS-QTD-MOV        PIC 9(05) VALUE 0.
           05 WS-MOV-OCORR OCCURS 20000 TIMES.
              10 WS-MOV-CONTA      PIC 9(06).
              10 WS-MOV-DATA       PIC 9(08).
              10 WS-MOV-DIAS-ERA   PIC 9(08).
              10 WS-MOV-ID-TRANS   PIC 9(06).
              10 WS-MOV-TIPO       PIC X(01).
              10 WS-MOV-LANCAMENTO PIC X(01).
              10 WS-MOV-VALOR-BRL  PIC 9(10)V99.
              10 WS-MOV-LOTE-ORIGEM PIC X(08).
              10 WS-MOV-HOJE       PIC X(01).
              10 WS-MOV-NUM-HIST   PIC 9(09).
              10 WS-MOV-ENVOLVIDO  PIC X(01).
       01  WS-IDX-MOV           PIC 9(05).
       01  WS-IDX-HOJE          PIC 9(05).
       01  WS-QTD-MOV-HOJE      PIC 9(05) VALUE 0.
       01  WS-QTD-DIARIO        PIC 9(09) VALUE 0.
       01  WS-NUM-HIST          PIC 9(09) VALUE 0.
       01  WS-CORTE-HIST        PIC 9(09) VALUE 0.
       01  WS-HOJE-ARQUIVADO    PIC X(01) VALUE 'N'.
           88 HOJE-ARQUIVADO    VALUE 'S'.

      *> Contas com movimento de cliente hoje: so elas sao
      *> examinadas (uma ocorrencia nova precisa de um movimento
      *> novo)
       01  WS-TAB-CONTAS-ALVO.
           05 WS-QTD-ALVO       PIC 9(05) VALUE 0.
           05 WS-ALVO-OCORR OCCURS 5000 TIMES.
              10 WS-ALVO-CONTA     PIC 9(06).
       01  WS-IDX-ALVO          PIC 9(05).
       01  WS-CONTA-ALVO        PIC X(01) VALUE 'N'.
           88 CONTA-E-ALVO      VALUE 'S'.
       01  WS-CONTA-CORRENTE    PIC 9(06).

      *> Movimentos ja comunicados. Os gravados na data de hoje
      *> sao descartados na carga: a reexecucao do dia refaz as
      *> mesmas ocorrencias e o mesmo arquivo de comunicacao
       01  WS-TAB-COMUNICADOS.
           05 WS-QTD-COM        PIC 9(05) VALUE 0.
           05 WS-COM-OCORR OCCURS 20000 TIMES.
              10 WS-COM-REGRA      PIC X(08).
              10 WS-COM-ID-CONTA   PIC 9(06).
              10 WS-COM-DATA-MOV   PIC 9(08).
              10 WS-COM-ID-TRANS   PIC 9(06).
              10 WS-COM-DATA-COMUNIC PIC 9(08).
       01  WS-IDX-COM           PIC 9(05).
       01  WS-JA-COMUNICADO     PIC X(01) VALUE 'N'.
           88 JA-COMUNICADO     VALUE 'S'.

       01  WS-REGRA-CORRENTE    PIC X(08).
       01  WS-DESCR-REGRA       PIC X(30).
       01  WS-MOVIMENTO-NOVO    PIC X(01) VALUE 'N'.
           88 HA-MOVIMENTO-NOVO VALUE 'S'.
       01  WS-QTD-ENVOLVIDOS    PIC 9(05).
       01  WS-TOTAL-ENVOLVIDO   PIC 9(12)V99.
       01  WS-TOTAL-CREDITOS    PIC 9(12)V99.
       01  WS-TOTAL-SAIDAS      PIC 9(12)V99.
       01  WS-SAIDA-MINIMA      PIC 9(12)V99.
       01  WS-IDX-TR            PIC 9(03).

      *> Calculo de dias corridos: numero de dias da era para cada
      *> data (ano*365 + bissextos + dias acumulados do mes + dia),
      *> mesma conta da idade dos rejeitos no reciclo
       01  WS-DATA-CALC         PIC 9(08).
       01  WS-CALC-DECOMP REDEFINES WS-DATA-CALC.
           05 WS-CALC-ANO       PIC 9(04).
           05 WS-CALC-MES       PIC 9(02).
           05 WS-CALC-DIA       PIC 9(02).
       01  WS-DIAS-ERA          PIC 9(08).
       01  WS-DIAS-ERA-PROC     PIC 9(08).
       01  WS-CALC-T1           PIC 9(06).
       01  WS-RESTO             PIC 9(04).
       01  WS-ANO-ANTERIOR      PIC 9(04).
       01  WS-TAB-DIAS-ACUM.
           05 FILLER PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  WS-TAB-DIAS-ACUM-R REDEFINES WS-TAB-DIAS-ACUM.
           05 WS-DIAS-ACUM      PIC 9(03) OCCURS 12 TIMES.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(51)
              VALUE 'TECHBANK - PLD: ALERTAS DE MONITORAMENTO DO DIA'.
           05 FILLER            PIC X(07) VALUE '  PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-2.
           05 FILLER            PIC X(07) VALUE 'OCORR'.
           05 FILLER            PIC X(10) VALUE 'REGRA'.
           05 FILLER            PIC X(08) VALUE 'CONTA'.
           05 FILLER            PIC X(05) VALUE 'QTD'.
           05 FILLER            PIC X(17) VALUE '      TOTAL (BRL)'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(31) VALUE 'DESCRICAO'.

       01  WS-LINHA-OCORRENCIA.
           05 OCO-SEQ           PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OCO-REGRA         PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OCO-CONTA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OCO-QTD           PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OCO-TOTAL         PIC Z(13)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OCO-DESCRICAO     PIC X(31).

       01  WS-LINHA-TRANSACAO.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE 'DATA '.
           05 TRL-DATA          PIC 9(08).
           05 FILLER            PIC X(05) VALUE '  ID '.
           05 TRL-ID-TRANS      PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TRL-TIPO          PIC X(01).
           05 FILLER            PIC X(01) VALUE '/'.
           05 TRL-LANCAMENTO    PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 TRL-VALOR         PIC Z(09)9.99.
           05 FILLER            PIC X(09) VALUE '  ORIGEM '.
           05 TRL-LOTE-ORIGEM   PIC X(08).

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO        PIC X(35).
           05 TOT-VALOR         PIC ZZZZ9.

       01  WS-COM-NOME-TMP      PIC X(20) VALUE 'pld-comunicados.tmp'.
       01  WS-COM-NOME-FIM      PIC X(20) VALUE 'pld-comunicados.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Monitoramento de prevencao a lavagem de dinheiro, depois
           *> do arquivamento do diario: para cada conta com
           *> movimento de cliente hoje, junta o diario do dia a uma
           *> janela movel do historico e aplica tres regras do
           *> parametro:
           *>   ESPECIE  - deposito ou saque unico a partir do limite
           *>              regulatorio;
           *>   FRACIONA - varias operacoes em especie logo abaixo do
           *>              limite na mesma conta em poucos dias, que
           *>              somadas o alcancam;
           *>   PASSAGEM - creditos na janela que saem em seguida por
           *>              transferencia.
           *> Cada ocorrencia sai no relatorio de alertas do
           *> compliance e num registro do arquivo de comunicacao.
           *> Uma ocorrencia so e levantada se tiver ao menos um
           *> movimento de hoje ainda nao comunicado naquela regra;
           *> os movimentos comunicados ficam em pld-comunicados.dat
           *> enquanto puderem cair numa janela. Ocorrencia no dia
           *> termina com RC=4 (desvio brando, como a lista de
           *> alerta da vigia de risco)
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM LER-PARAMETRO
           IF NOT ERRO-FATAL
               MOVE WS-DATA-PROC TO WS-DATA-CALC
               PERFORM CALCULAR-DIAS-ERA
               MOVE WS-DIAS-ERA TO WS-DIAS-ERA-PROC
               PERFORM CARREGAR-COMUNICADOS
               PERFORM CARREGAR-DIARIO
               PERFORM CONFERIR-ARQUIVAMENTO-DO-DIA
               PERFORM CARREGAR-JANELA-HISTORICO
           END-IF
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MONITORAMENTO PLD ABORTADO ---"
               STOP RUN
           END-IF

           DISPLAY "--- MONITPLD: MONITORAMENTO PLD ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           OPEN OUTPUT ARQUIVO-COMUNICACAO
           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM ESCREVER-CABECALHO
           PERFORM VARYING WS-IDX-ALVO FROM 1 BY 1
                   UNTIL WS-IDX-ALVO > WS-QTD-ALVO OR ERRO-FATAL
               MOVE WS-ALVO-CONTA (WS-IDX-ALVO) TO WS-CONTA-CORRENTE
               PERFORM APLICAR-REGRA-ESPECIE
               PERFORM APLICAR-REGRA-FRACIONAMENTO
               PERFORM APLICAR-REGRA-PASSAGEM
           END-PERFORM
           PERFORM ESCREVER-RODAPE
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-COMUNICACAO
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MONITORAMENTO PLD ABORTADO ---"
               STOP RUN
           END-IF

           PERFORM GRAVAR-COMUNICADOS

           DISPLAY "CONTAS EXAMINADAS:     " WS-QTD-ALVO
           DISPLAY "MOVIMENTOS NA JANELA:  " WS-QTD-MOV
           DISPLAY "OCORRENCIAS:           " WS-OCORRENCIAS
           IF WS-OCORRENCIAS > 0
               DISPLAY "MONITPLD: OCORRENCIAS PARA O COMPLIANCE - VER "
                  "PLD-ALERTAS.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DO MONITORAMENTO PLD ---"
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
           MOVE WS-OCORRENCIAS TO CIC-CONTADOR-1
           MOVE WS-QTD-ALVO    TO CIC-CONTADOR-2
           MOVE WS-QTD-MOV     TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'PLDSTP' TO CIC-PASSO
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
           *> Sem parametro completo nao ha criterio de alerta: o
           *> passo aborta em vez de monitorar com limite zerado
           OPEN INPUT ARQUIVO-PARAM
           READ ARQUIVO-PARAM
               AT END
                   MOVE ZEROS TO REG-PARAM
           END-READ
           CLOSE ARQUIVO-PARAM
           IF REG-PARAM NOT NUMERIC
              OR PAR-LIMITE-ESPECIE = 0 OR PAR-PERC-FRACION = 0
              OR PAR-PERC-FRACION > 100 OR PAR-QTD-FRACION = 0
              OR PAR-JANELA-FRACION = 0 OR PAR-VALOR-PASSAGEM = 0
              OR PAR-PERC-PASSAGEM = 0 OR PAR-JANELA-PASSAGEM = 0
               DISPLAY "ERRO FATAL: PLD-PARAM.DAT AUSENTE OU COM "
                  "LIMITE/JANELA INVALIDO"
               MOVE 'S' TO WS-ERRO-FATAL
           ELSE
               MOVE PAR-LIMITE-ESPECIE  TO WS-LIMITE-ESPECIE
               COMPUTE WS-PISO-FRACION ROUNDED =
                   PAR-LIMITE-ESPECIE * PAR-PERC-FRACION / 100
               MOVE PAR-QTD-FRACION     TO WS-QTD-MIN-FRACION
               MOVE PAR-JANELA-FRACION  TO WS-JANELA-FRACION
               MOVE PAR-VALOR-PASSAGEM  TO WS-VALOR-PASSAGEM
               MOVE PAR-PERC-PASSAGEM   TO WS-PERC-PASSAGEM
               MOVE PAR-JANELA-PASSAGEM TO WS-JANELA-PASSAGEM
               IF WS-JANELA-FRACION > WS-JANELA-PASSAGEM
                   MOVE WS-JANELA-FRACION TO WS-JANELA-MAIOR
               ELSE
                   MOVE WS-JANELA-PASSAGEM TO WS-JANELA-MAIOR
               END-IF
           END-IF.

       CARREGAR-COMUNICADOS.
           *> Fica so o que ainda pode cair numa janela; o que foi
           *> comunicado hoje (execucao anterior do mesmo dia) sai e
           *> e refeito
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-COMUNICADOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-COMUNICADOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE PCM-DATA-MOV TO WS-DATA-CALC
                       PERFORM CALCULAR-DIAS-ERA
                       IF PCM-DATA-COMUNIC NOT = WS-DATA-PROC
                          AND WS-DIAS-ERA + WS-JANELA-MAIOR
                              > WS-DIAS-ERA-PROC
                           IF WS-QTD-COM >= 20000
                               DISPLAY "ERRO FATAL: PLD-COMUNICADOS"
                                  ".DAT EXCEDE A CAPACIDADE DA "
                                  "TABELA EM MEMORIA (20000)"
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-COM
                               MOVE PCM-REGRA
                                    TO WS-COM-REGRA (WS-QTD-COM)
                               MOVE PCM-ID-CONTA
                                    TO WS-COM-ID-CONTA (WS-QTD-COM)
                               MOVE PCM-DATA-MOV
                                    TO WS-COM-DATA-MOV (WS-QTD-COM)
                               MOVE PCM-ID-TRANS
                                    TO WS-COM-ID-TRANS (WS-QTD-COM)
                               MOVE PCM-DATA-COMUNIC TO
                                    WS-COM-DATA-COMUNIC (WS-QTD-COM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-COMUNICADOS.

       CARREGAR-DIARIO.
           *> Todos os lancamentos do diario contam para o corte do
           *> historico; so os de cliente entram na analise
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DIARIO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-DIARIO INTO REG-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-DIARIO
                       IF (DIA-TIPO = 'D' OR DIA-TIPO = 'S'
                           OR DIA-TIPO = 'T'
                           OR (DIA-TIPO = 'X' AND DIA-DEBITO))
                          AND DIA-LOTE-ORIGEM NOT = 'JUROSCE'
                          AND DIA-LOTE-ORIGEM NOT = 'REMUNERA'
                           MOVE 0 TO WS-NUM-HIST
                           PERFORM GUARDAR-MOVIMENTO
                           IF NOT ERRO-FATAL
                               MOVE 'S' TO WS-MOV-HOJE (WS-QTD-MOV)
                               PERFORM INCLUIR-CONTA-ALVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DIARIO
           MOVE WS-QTD-MOV TO WS-QTD-MOV-HOJE.

       INCLUIR-CONTA-ALVO.
           PERFORM LOCALIZAR-CONTA-ALVO
           IF NOT CONTA-E-ALVO
               IF WS-QTD-ALVO >= 5000
                   DISPLAY "ERRO FATAL: CONTAS MOVIMENTADAS NO DIA "
                      "EXCEDEM A CAPACIDADE DA TABELA EM MEMORIA "
                      "(5000)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-ALVO
                   MOVE DIA-ID-CONTA TO WS-ALVO-CONTA (WS-QTD-ALVO)
               END-IF
           END-IF.

       LOCALIZAR-CONTA-ALVO.
           MOVE 'N' TO WS-CONTA-ALVO
           PERFORM VARYING WS-IDX-ALVO FROM 1 BY 1
                   UNTIL WS-IDX-ALVO > WS-QTD-ALVO OR CONTA-E-ALVO
               IF WS-ALVO-CONTA (WS-IDX-ALVO) = DIA-ID-CONTA
                   MOVE 'S' TO WS-CONTA-ALVO
               END-IF
           END-PERFORM.

       CONFERIR-ARQUIVAMENTO-DO-DIA.
           MOVE 'N' TO WS-HOJE-ARQUIVADO
           OPEN INPUT ARQUIVO-HIST-DATA
           READ ARQUIVO-HIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF HIS-DATA NUMERIC AND HIS-DATA = WS-DATA-PROC
                       MOVE 'S' TO WS-HOJE-ARQUIVADO
                   END-IF
           END-READ
           CLOSE ARQUIVO-HIST-DATA.

       CARREGAR-JANELA-HISTORICO.
           *> Movimentos de cliente das contas examinadas dentro da
           *> maior janela do parametro. Com o diario de hoje ja
           *> anexado pelo arquivamento, as ultimas WS-QTD-DIARIO
           *> linhas do historico sao ele mesmo e sao cortadas no
           *> fim (estao no fim da tabela, na ordem do arquivo)
           MOVE 0 TO WS-NUM-HIST
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-HISTORICO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-HISTORICO INTO REG-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NUM-HIST
                       IF (DIA-TIPO = 'D' OR DIA-TIPO = 'S'
                           OR DIA-TIPO = 'T'
                           OR (DIA-TIPO = 'X' AND DIA-DEBITO))
                          AND DIA-LOTE-ORIGEM NOT = 'JUROSCE'
                          AND DIA-LOTE-ORIGEM NOT = 'REMUNERA'
                          AND DIA-DATA NUMERIC
                           PERFORM LOCALIZAR-CONTA-ALVO
                           IF CONTA-E-ALVO
                               MOVE DIA-DATA TO WS-DATA-CALC
                               PERFORM CALCULAR-DIAS-ERA
                               IF WS-DIAS-ERA + WS-JANELA-MAIOR
                                  > WS-DIAS-ERA-PROC
                                   PERFORM GUARDAR-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-HISTORICO
           IF HOJE-ARQUIVADO AND NOT ERRO-FATAL
               IF WS-NUM-HIST > WS-QTD-DIARIO
                   COMPUTE WS-CORTE-HIST = WS-NUM-HIST - WS-QTD-DIARIO
               ELSE
                   MOVE 0 TO WS-CORTE-HIST
               END-IF
               IF WS-QTD-MOV > WS-QTD-MOV-HOJE
                   PERFORM UNTIL WS-QTD-MOV = WS-QTD-MOV-HOJE
                      OR WS-MOV-NUM-HIST (WS-QTD-MOV) <= WS-CORTE-HIST
                       SUBTRACT 1 FROM WS-QTD-MOV
                   END-PERFORM
               END-IF
           END-IF.

       GUARDAR-MOVIMENTO.
           IF WS-QTD-MOV >= 20000
               DISPLAY "ERRO FATAL: MOVIMENTOS DA JANELA EXCEDEM A "
                  "CAPACIDADE DA TABELA EM MEMORIA (20000)"
               MOVE 'S' TO WS-ERRO-FATAL
           ELSE
               ADD 1 TO WS-QTD-MOV
               MOVE DIA-ID-CONTA    TO WS-MOV-CONTA (WS-QTD-MOV)
               MOVE DIA-DATA        TO WS-MOV-DATA (WS-QTD-MOV)
               MOVE DIA-ID-TRANS    TO WS-MOV-ID-TRANS (WS-QTD-MOV)
               MOVE DIA-TIPO        TO WS-MOV-TIPO (WS-QTD-MOV)
               MOVE DIA-LANCAMENTO  TO WS-MOV-LANCAMENTO (WS-QTD-MOV)
               MOVE DIA-VALOR-BRL   TO WS-MOV-VALOR-BRL (WS-QTD-MOV)
               MOVE DIA-LOTE-ORIGEM TO WS-MOV-LOTE-ORIGEM (WS-QTD-MOV)
               MOVE 'N'             TO WS-MOV-HOJE (WS-QTD-MOV)
               MOVE WS-NUM-HIST     TO WS-MOV-NUM-HIST (WS-QTD-MOV)
               MOVE 'N'             TO WS-MOV-ENVOLVIDO (WS-QTD-MOV)
               IF DIA-DATA NUMERIC AND DIA-DATA > 0
                   MOVE DIA-DATA TO WS-DATA-CALC
                   PERFORM CALCULAR-DIAS-ERA
                   MOVE WS-DIAS-ERA TO WS-MOV-DIAS-ERA (WS-QTD-MOV)
               ELSE
                   MOVE WS-DIAS-ERA-PROC
                        TO WS-MOV-DIAS-ERA (WS-QTD-MOV)
               END-IF
           END-IF.

       APLICAR-REGRA-ESPECIE.
           *> Cada deposito ou saque de hoje a partir do limite e uma
           *> ocorrencia propria
           MOVE 'ESPECIE' TO WS-REGRA-CORRENTE
           MOVE 'ESPECIE A PARTIR DO LIMITE' TO WS-DESCR-REGRA
           PERFORM VARYING WS-IDX-HOJE FROM 1 BY 1
                   UNTIL WS-IDX-HOJE > WS-QTD-MOV-HOJE
               IF WS-MOV-CONTA (WS-IDX-HOJE) = WS-CONTA-CORRENTE
                  AND (WS-MOV-TIPO (WS-IDX-HOJE) = 'D'
                       OR WS-MOV-TIPO (WS-IDX-HOJE) = 'S')
                  AND WS-MOV-VALOR-BRL (WS-IDX-HOJE)
                      >= WS-LIMITE-ESPECIE
                   MOVE WS-IDX-HOJE TO WS-IDX-MOV
                   PERFORM VERIFICAR-COMUNICADO
                   IF NOT JA-COMUNICADO
                       PERFORM LIMPAR-ENVOLVIDOS
                       MOVE 'S' TO WS-MOV-ENVOLVIDO (WS-IDX-HOJE)
                       MOVE 1 TO WS-QTD-ENVOLVIDOS
                       MOVE WS-MOV-VALOR-BRL (WS-IDX-HOJE)
                            TO WS-TOTAL-ENVOLVIDO
                       ADD 1 TO WS-OCOR-ESPECIE
                       PERFORM EMITIR-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-REGRA-FRACIONAMENTO.
           *> Operacoes em especie na faixa logo abaixo do limite,
           *> dentro da janela: quantidade minima atingida e soma
           *> chegando ao limite, com ao menos uma delas de hoje e
           *> ainda nao comunicada nesta regra
           MOVE 'FRACIONA' TO WS-REGRA-CORRENTE
           MOVE 'ESPECIE FRACIONADA ABAIXO LIM.' TO WS-DESCR-REGRA
           PERFORM LIMPAR-ENVOLVIDOS
           MOVE 'N' TO WS-MOVIMENTO-NOVO
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV
               IF WS-MOV-CONTA (WS-IDX-MOV) = WS-CONTA-CORRENTE
                  AND (WS-MOV-TIPO (WS-IDX-MOV) = 'D'
                       OR WS-MOV-TIPO (WS-IDX-MOV) = 'S')
                  AND WS-MOV-VALOR-BRL (WS-IDX-MOV)
                      >= WS-PISO-FRACION
                  AND WS-MOV-VALOR-BRL (WS-IDX-MOV)
                      < WS-LIMITE-ESPECIE
                  AND (WS-MOV-HOJE (WS-IDX-MOV) = 'S'
                       OR WS-MOV-DIAS-ERA (WS-IDX-MOV)
                          + WS-JANELA-FRACION > WS-DIAS-ERA-PROC)
                   MOVE 'S' TO WS-MOV-ENVOLVIDO (WS-IDX-MOV)
                   ADD 1 TO WS-QTD-ENVOLVIDOS
                   ADD WS-MOV-VALOR-BRL (WS-IDX-MOV)
                       TO WS-TOTAL-ENVOLVIDO
                   IF WS-MOV-HOJE (WS-IDX-MOV) = 'S'
                       PERFORM VERIFICAR-COMUNICADO
                       IF NOT JA-COMUNICADO
                           MOVE 'S' TO WS-MOVIMENTO-NOVO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF HA-MOVIMENTO-NOVO
              AND WS-QTD-ENVOLVIDOS >= WS-QTD-MIN-FRACION
              AND WS-TOTAL-ENVOLVIDO >= WS-LIMITE-ESPECIE
               ADD 1 TO WS-OCOR-FRACION
               PERFORM EMITIR-OCORRENCIA
           END-IF.

       APLICAR-REGRA-PASSAGEM.
           *> Entrada e saida: creditos da janela (depositos e
           *> transferencias recebidas) a partir do minimo do
           *> parametro, com a fatia do parametro saindo por
           *> transferencia ou TED na mesma janela - disparada por
           *> transferencia de saida de hoje ainda nao comunicada
           MOVE 'PASSAGEM' TO WS-REGRA-CORRENTE
           MOVE 'ENTRADA E SAIDA POR TRANSFER.' TO WS-DESCR-REGRA
           PERFORM LIMPAR-ENVOLVIDOS
           MOVE 'N' TO WS-MOVIMENTO-NOVO
           MOVE 0 TO WS-TOTAL-CREDITOS
           MOVE 0 TO WS-TOTAL-SAIDAS
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV
               IF WS-MOV-CONTA (WS-IDX-MOV) = WS-CONTA-CORRENTE
                  AND (WS-MOV-HOJE (WS-IDX-MOV) = 'S'
                       OR WS-MOV-DIAS-ERA (WS-IDX-MOV)
                          + WS-JANELA-PASSAGEM > WS-DIAS-ERA-PROC)
                   IF WS-MOV-LANCAMENTO (WS-IDX-MOV) = 'C'
                       MOVE 'S' TO WS-MOV-ENVOLVIDO (WS-IDX-MOV)
                       ADD 1 TO WS-QTD-ENVOLVIDOS
                       ADD WS-MOV-VALOR-BRL (WS-IDX-MOV)
                           TO WS-TOTAL-CREDITOS
                   END-IF
                   IF WS-MOV-LANCAMENTO (WS-IDX-MOV) = 'D'
                      AND (WS-MOV-TIPO (WS-IDX-MOV) = 'T'
                           OR WS-MOV-TIPO (WS-IDX-MOV) = 'X')
                       MOVE 'S' TO WS-MOV-ENVOLVIDO (WS-IDX-MOV)
                       ADD 1 TO WS-QTD-ENVOLVIDOS
                       ADD WS-MOV-VALOR-BRL (WS-IDX-MOV)
                           TO WS-TOTAL-SAIDAS
                       IF WS-MOV-HOJE (WS-IDX-MOV) = 'S'
                           PERFORM VERIFICAR-COMUNICADO
                           IF NOT JA-COMUNICADO
                               MOVE 'S' TO WS-MOVIMENTO-NOVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-SAIDA-MINIMA ROUNDED =
               WS-TOTAL-CREDITOS * WS-PERC-PASSAGEM / 100
           IF HA-MOVIMENTO-NOVO
              AND WS-TOTAL-CREDITOS >= WS-VALOR-PASSAGEM
              AND WS-TOTAL-SAIDAS >= WS-SAIDA-MINIMA
               COMPUTE WS-TOTAL-ENVOLVIDO =
                   WS-TOTAL-CREDITOS + WS-TOTAL-SAIDAS
               ADD 1 TO WS-OCOR-PASSAGEM
               PERFORM EMITIR-OCORRENCIA
           END-IF.

       LIMPAR-ENVOLVIDOS.
           MOVE 0 TO WS-QTD-ENVOLVIDOS
           MOVE 0 TO WS-TOTAL-ENVOLVIDO
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV
               MOVE 'N' TO WS-MOV-ENVOLVIDO (WS-IDX-MOV)
           END-PERFORM.

       VERIFICAR-COMUNICADO.
           *> O movimento WS-IDX-MOV ja foi comunicado na regra
           *> corrente?
           MOVE 'N' TO WS-JA-COMUNICADO
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COM OR JA-COMUNICADO
               IF WS-COM-REGRA (WS-IDX-COM) = WS-REGRA-CORRENTE
                  AND WS-COM-ID-CONTA (WS-IDX-COM)
                      = WS-MOV-CONTA (WS-IDX-MOV)
                  AND WS-COM-DATA-MOV (WS-IDX-COM)
                      = WS-MOV-DATA (WS-IDX-MOV)
                  AND WS-COM-ID-TRANS (WS-IDX-COM)
                      = WS-MOV-ID-TRANS (WS-IDX-MOV)
                   MOVE 'S' TO WS-JA-COMUNICADO
               END-IF
           END-PERFORM.

       EMITIR-OCORRENCIA.
           *> Um registro de comunicacao e um bloco no relatorio por
           *> ocorrencia; todos os movimentos envolvidos passam a
           *> constar como comunicados nesta regra
           ADD 1 TO WS-OCORRENCIAS
           MOVE SPACES TO REG-COMUNICACAO
           MOVE WS-DATA-PROC       TO PCO-DATA-COMUNIC
           MOVE WS-OCORRENCIAS     TO PCO-SEQ
           MOVE WS-REGRA-CORRENTE  TO PCO-REGRA
           MOVE WS-CONTA-CORRENTE  TO PCO-ID-CONTA
           MOVE WS-QTD-ENVOLVIDOS  TO PCO-QTD-TRANS
           MOVE WS-TOTAL-ENVOLVIDO TO PCO-VALOR-TOTAL
           MOVE WS-OCORRENCIAS     TO OCO-SEQ
           MOVE WS-REGRA-CORRENTE  TO OCO-REGRA
           MOVE WS-CONTA-CORRENTE  TO OCO-CONTA
           MOVE WS-QTD-ENVOLVIDOS  TO OCO-QTD
           MOVE WS-TOTAL-ENVOLVIDO TO OCO-TOTAL
           MOVE WS-DESCR-REGRA     TO OCO-DESCRICAO
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-LINHA-OCORRENCIA TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE 0 TO WS-IDX-TR
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV > WS-QTD-MOV OR ERRO-FATAL
               IF WS-MOV-ENVOLVIDO (WS-IDX-MOV) = 'S'
                   IF WS-IDX-TR < 20
                       ADD 1 TO WS-IDX-TR
                       MOVE WS-MOV-DATA (WS-IDX-MOV)
                            TO PCO-TR-DATA (WS-IDX-TR)
                       MOVE WS-MOV-ID-TRANS (WS-IDX-MOV)
                            TO PCO-TR-ID-TRANS (WS-IDX-TR)
                       MOVE WS-MOV-TIPO (WS-IDX-MOV)
                            TO PCO-TR-TIPO (WS-IDX-TR)
                       MOVE WS-MOV-LANCAMENTO (WS-IDX-MOV)
                            TO PCO-TR-LANCAMENTO (WS-IDX-TR)
                       MOVE WS-MOV-VALOR-BRL (WS-IDX-MOV)
                            TO PCO-TR-VALOR-BRL (WS-IDX-TR)
                       MOVE WS-MOV-LOTE-ORIGEM (WS-IDX-MOV)
                            TO PCO-TR-LOTE-ORIGEM (WS-IDX-TR)
                   END-IF
                   MOVE WS-MOV-DATA (WS-IDX-MOV)        TO TRL-DATA
                   MOVE WS-MOV-ID-TRANS (WS-IDX-MOV)    TO TRL-ID-TRANS
                   MOVE WS-MOV-TIPO (WS-IDX-MOV)        TO TRL-TIPO
                   MOVE WS-MOV-LANCAMENTO (WS-IDX-MOV)
                        TO TRL-LANCAMENTO
                   MOVE WS-MOV-VALOR-BRL (WS-IDX-MOV)   TO TRL-VALOR
                   MOVE WS-MOV-LOTE-ORIGEM (WS-IDX-MOV)
                        TO TRL-LOTE-ORIGEM
                   MOVE WS-LINHA-TRANSACAO TO WS-LINHA-SAIDA
                   PERFORM GRAVAR-LINHA
                   PERFORM REGISTRAR-COMUNICADO
               END-IF
           END-PERFORM
           *> Posicoes nao usadas saem zeradas, nao em branco, para
           *> o layout fixo continuar numerico onde e numerico
           PERFORM VARYING WS-IDX-TR FROM WS-IDX-TR BY 1
                   UNTIL WS-IDX-TR >= 20
               MOVE 0 TO PCO-TR-DATA (WS-IDX-TR + 1)
               MOVE 0 TO PCO-TR-ID-TRANS (WS-IDX-TR + 1)
               MOVE 0 TO PCO-TR-VALOR-BRL (WS-IDX-TR + 1)
           END-PERFORM
           WRITE REG-COMUNICACAO
           DISPLAY "PLD OCORRENCIA " WS-OCORRENCIAS " REGRA "
              WS-REGRA-CORRENTE " CONTA " WS-CONTA-CORRENTE.

       REGISTRAR-COMUNICADO.
           *> Movimento ja constante da tabela nesta regra (caso da
           *> janela de fracionamento que cresce) nao e repetido
           PERFORM VERIFICAR-COMUNICADO
           IF NOT JA-COMUNICADO
               IF WS-QTD-COM >= 20000
                   DISPLAY "ERRO FATAL: PLD-COMUNICADOS.DAT EXCEDE A "
                      "CAPACIDADE DA TABELA EM MEMORIA (20000)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-COM
                   MOVE WS-REGRA-CORRENTE TO WS-COM-REGRA (WS-QTD-COM)
                   MOVE WS-MOV-CONTA (WS-IDX-MOV)
                        TO WS-COM-ID-CONTA (WS-QTD-COM)
                   MOVE WS-MOV-DATA (WS-IDX-MOV)
                        TO WS-COM-DATA-MOV (WS-QTD-COM)
                   MOVE WS-MOV-ID-TRANS (WS-IDX-MOV)
                        TO WS-COM-ID-TRANS (WS-QTD-COM)
                   MOVE WS-DATA-PROC
                        TO WS-COM-DATA-COMUNIC (WS-QTD-COM)
               END-IF
           END-IF.

       GRAVAR-COMUNICADOS.
           *> Regrava a tabela de comunicados pelo mesmo caminho tmp
           *> + rename atomico dos demais arquivos vivos do ciclo
           OPEN OUTPUT ARQUIVO-COMUNICADOS-TMP
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COM
               MOVE WS-COM-REGRA (WS-IDX-COM)    TO PCM-REGRA
               MOVE WS-COM-ID-CONTA (WS-IDX-COM) TO PCM-ID-CONTA
               MOVE WS-COM-DATA-MOV (WS-IDX-COM) TO PCM-DATA-MOV
               MOVE WS-COM-ID-TRANS (WS-IDX-COM) TO PCM-ID-TRANS
               MOVE WS-COM-DATA-COMUNIC (WS-IDX-COM)
                    TO PCM-DATA-COMUNIC
               MOVE REG-COMUNICADO TO REG-COMUNICADO-TMP
               WRITE REG-COMUNICADO-TMP
           END-PERFORM
           CLOSE ARQUIVO-COMUNICADOS-TMP
           CALL "CBL_RENAME_FILE" USING WS-COM-NOME-TMP
                WS-COM-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO ATUALIZAR "
                  "PLD-COMUNICADOS.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CALCULAR-DIAS-ERA.
           *> Converte WS-DATA-CALC (AAAAMMDD) em numero de dias da
           *> era: anos completos em dias (com bissextos ate o ano
           *> anterior) + dias acumulados dos meses completos (+1 se
           *> bissexto e depois de fevereiro) + dia do mes
           COMPUTE WS-ANO-ANTERIOR = WS-CALC-ANO - 1
           COMPUTE WS-DIAS-ERA = WS-CALC-ANO * 365
           DIVIDE WS-ANO-ANTERIOR BY 4 GIVING WS-CALC-T1
           ADD WS-CALC-T1 TO WS-DIAS-ERA
           DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-CALC-T1
           SUBTRACT WS-CALC-T1 FROM WS-DIAS-ERA
           DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-CALC-T1
           ADD WS-CALC-T1 TO WS-DIAS-ERA
           IF WS-CALC-MES >= 1 AND WS-CALC-MES <= 12
               ADD WS-DIAS-ACUM (WS-CALC-MES) TO WS-DIAS-ERA
           END-IF
           IF WS-CALC-MES > 2
               DIVIDE WS-CALC-ANO BY 4 GIVING WS-CALC-T1
                   REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   DIVIDE WS-CALC-ANO BY 100 GIVING WS-CALC-T1
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = 0
                       ADD 1 TO WS-DIAS-ERA
                   ELSE
                       DIVIDE WS-CALC-ANO BY 400 GIVING WS-CALC-T1
                           REMAINDER WS-RESTO
                       IF WS-RESTO = 0
                           ADD 1 TO WS-DIAS-ERA
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-CALC-DIA TO WS-DIAS-ERA.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-ALERTA FROM WS-CAB-1
           MOVE SPACES TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           WRITE LINHA-ALERTA FROM WS-CAB-2
           MOVE SPACES TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-ALERTA FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       ESCREVER-RODAPE.
           MOVE SPACES TO LINHA-ALERTA
           WRITE LINHA-ALERTA
           MOVE 'OCORRENCIAS - ESPECIE ACIMA LIMITE:' TO TOT-ROTULO
           MOVE WS-OCOR-ESPECIE TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL
           MOVE 'OCORRENCIAS - FRACIONAMENTO.......:' TO TOT-ROTULO
           MOVE WS-OCOR-FRACION TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL
           MOVE 'OCORRENCIAS - ENTRADA E SAIDA.....:' TO TOT-ROTULO
           MOVE WS-OCOR-PASSAGEM TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL
           MOVE 'TOTAL DE OCORRENCIAS COMUNICADAS..:' TO TOT-ROTULO
           MOVE WS-OCORRENCIAS TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL
           MOVE 'CONTAS EXAMINADAS.................:' TO TOT-ROTULO
           MOVE WS-QTD-ALVO TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL
           MOVE 'MOVIMENTOS NA JANELA DE ANALISE...:' TO TOT-ROTULO
           MOVE WS-QTD-MOV TO TOT-VALOR
           WRITE LINHA-ALERTA FROM WS-LINHA-TOTAL.

       END PROGRAM MONITPLD.
