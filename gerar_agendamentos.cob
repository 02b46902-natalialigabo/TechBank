       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-AGENDAMENTOS
           ASSIGN TO 'agendamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-AGENDAMENTOS-TMP
           ASSIGN TO 'agendamentos.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARAM
           ASSIGN TO 'agendamentos-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Resultado da postagem do dia: os rejeitos e o diario dizem
      *> o que aconteceu com cada parcela entregue ao lote
           SELECT OPTIONAL ARQUIVO-REJEITOS ASSIGN TO 'rejeitados.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DIARIO ASSIGN TO 'diario.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-AGENDA-POSTAR
           ASSIGN TO 'agendados-a-postar.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-SEQUENCIA
           ASSIGN TO 'agenda-seq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-SEQUENCIA-TMP ASSIGN TO 'agenda-seq.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO 'agendamentos-excecoes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO 'auditoria-agendamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CALENDARIO ASSIGN TO 'calendario.dat'
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
       FD  ARQUIVO-AGENDAMENTOS.
       01  REG-AGENDAMENTO-ENT  PIC X(131).

       FD  ARQUIVO-AGENDAMENTOS-TMP.
       01  REG-AGENDAMENTO-SAI  PIC X(131).

      *> Quantidade de rejeicoes consecutivas da mesma parcela que
      *> suspende a ordem
       FD  ARQUIVO-PARAM.
       01  REG-PARAM.
           05 PARAM-MAX-FALHAS  PIC 9(02).

       FD  ARQUIVO-REJEITOS.
       01  REG-REJEITO.
           05 REJ-ID-TRANS      PIC 9(06).
           05 REJ-TIPO-TRANS    PIC X(01).
           05 REJ-ID-CONTA      PIC 9(06).
           05 REJ-ID-CONTA-DEST PIC 9(06).
           05 REJ-MOEDA-TRANS   PIC X(03).
           05 REJ-VALOR-TRANS   PIC 9(08)V99.
           05 REJ-DATA-VALOR    PIC 9(08).
           05 REJ-MOTIVO        PIC X(42).
           05 REJ-LOTE-ID       PIC 9(08).
           05 REJ-LOTE-ORIGEM   PIC X(08).
           05 REJ-COMPLEMENTO   PIC X(38).

       FD  ARQUIVO-DIARIO.
           COPY DIAREC.

       FD  ARQUIVO-AGENDA-POSTAR.
       01  REG-AGENDA-POSTAR    PIC X(95).

       FD  ARQUIVO-SEQUENCIA.
       01  REGISTRO-SEQUENCIA.
           05 SEQ-PROXIMO-ID    PIC 9(06).

       FD  ARQUIVO-SEQUENCIA-TMP.
       01  REGISTRO-SEQUENCIA-TMP.
           05 SEQ-TMP-PROXIMO-ID PIC 9(06).

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO        PIC X(80).

      *> Mesmo layout gravado pela manutencao de agendamentos
      *> (AGENDMAN); as mudancas de situacao aplicadas aqui saem com
      *> o operador AGENDA
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

       FD  ARQUIVO-CALENDARIO.
       01  REGISTRO-FERIADO.
           05 FER-DATA          PIC 9(08).

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
      *> Data do lote que recebe as parcelas geradas hoje: o proximo
      *> dia util depois da data de processamento
       01  WS-DATA-POSTAGEM     PIC 9(08) VALUE 0.
       01  WS-MAX-FALHAS        PIC 9(02) VALUE 0.

       01  WS-ENTREGUES         PIC 9(05) VALUE 0.
       01  WS-POSTADAS          PIC 9(05) VALUE 0.
       01  WS-REJEITADAS        PIC 9(05) VALUE 0.
       01  WS-SUSPENSOS         PIC 9(05) VALUE 0.
       01  WS-ENCERRADOS        PIC 9(05) VALUE 0.

      *> Registro de trabalho do agendamento corrente
           COPY AGDREC.

      *> Mestre em memoria; ao lado de cada linha, a mudanca de
      *> situacao aplicada hoje pelo proprio gerador (F = suspenso
      *> por falhas, E = encerrado) e a imagem anterior, para a
      *> trilha de auditoria gravada depois do mestre efetivado
       01  WS-TAB-AGENDAMENTOS.
           05 WS-QTD-AGD        PIC 9(04) VALUE 0.
           05 WS-AGD-OCORR OCCURS 5000 TIMES.
              10 WS-AGD-LINHA      PIC X(131).
              10 WS-AGD-EVENTO     PIC X(01).
              10 WS-AGD-STATUS-ANT PIC X(01).
              10 WS-AGD-PROX-ANT   PIC 9(08).
              10 WS-AGD-FALHAS-ANT PIC 9(02).
       01  WS-IDX-AGD           PIC 9(04).

      *> Parcelas do gerador que a postagem de hoje rejeitou (com o
      *> motivo) e que postou (ID-TRANS achado no diario)
       01  WS-TAB-REJEITOS.
           05 WS-QTD-REJ        PIC 9(04) VALUE 0.
           05 WS-REJ-OCORR OCCURS 5000 TIMES.
              10 WS-REJ-ID-TRANS   PIC 9(06).
              10 WS-REJ-MOTIVO     PIC X(42).
       01  WS-IDX-REJ           PIC 9(04).
       01  WS-TAB-POSTADOS.
           05 WS-QTD-POS        PIC 9(04) VALUE 0.
           05 WS-POS-OCORR OCCURS 5000 TIMES.
              10 WS-POS-ID-TRANS   PIC 9(06).
       01  WS-IDX-POS           PIC 9(04).
       01  WS-RESULTADO         PIC X(01).
           88 PARCELA-REJEITADA VALUE 'R'.
           88 PARCELA-POSTADA   VALUE 'P'.
           88 PARCELA-SEM-RETORNO VALUE 'N'.
       01  WS-MOTIVO-FALHA      PIC X(42).

      *> Numerador das parcelas geradas: faixa 800001-899999, fora
      *> da numeracao da originacao e das faixas 9xxxxx dos juros e
      *> da remuneracao
       01  WS-PROXIMO-ID        PIC 9(06) VALUE 800001.

       01  WS-FIM-VIGENCIA      PIC X(01) VALUE 'N'.
           88 FIM-VIGENCIA      VALUE 'S'.
       01  WS-VENC-ROLADO       PIC 9(08).
       01  WS-DIA-BASE          PIC 9(02).

      *> Montagem do registro de movimentacao gerado, no mesmo
      *> layout de detalhe consumido pelo liberador de movimentos
       01  REG-DETALHE-SAIDA.
           05 SAI-TIPO-REG      PIC X(01).
           05 SAI-ID-TRANS      PIC 9(06).
           05 SAI-TIPO-TRANS    PIC X(01).
           05 SAI-ID-CONTA      PIC 9(06).
           05 SAI-ID-CONTA-DEST PIC 9(06).
           05 SAI-MOEDA-TRANS   PIC X(03).
           05 SAI-VALOR-TRANS   PIC 9(08)V99.
           05 SAI-DATA-VALOR    PIC 9(08).
      *> Carimbo de lote das parcelas: a data de geracao como id e
      *> AGENDA como origem - e por ele que o gerador reconhece as
      *> proprias parcelas nos rejeitos e no diario do dia seguinte
           05 SAI-LOTE-ID       PIC 9(08).
           05 SAI-LOTE-ORIGEM   PIC X(08).
           05 FILLER            PIC X(38) VALUE SPACES.

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

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 FILLER            PIC X(48)
              VALUE 'TECHBANK - AGENDAMENTOS: EXCECOES DO DIA'.
           05 FILLER            PIC X(07) VALUE '  PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-2.
           05 FILLER            PIC X(08) VALUE 'AGENDA'.
           05 FILLER            PIC X(07) VALUE 'CONTA'.
           05 FILLER            PIC X(08) VALUE 'DESTINO'.
           05 FILLER            PIC X(12) VALUE '      VALOR'.
           05 FILLER            PIC X(04) VALUE 'FAL'.
           05 FILLER            PIC X(11) VALUE 'ACAO'.
           05 FILLER            PIC X(30) VALUE 'MOTIVO'.

       01  WS-LINHA-EXC-DET.
           05 EXC-AGENDA        PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EXC-CONTA         PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXC-DESTINO       PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EXC-VALOR         PIC Z(07)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXC-FALHAS        PIC Z9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EXC-ACAO          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXC-MOTIVO        PIC X(30).

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO        PIC X(35).
           05 TOT-VALOR         PIC ZZZZ9.

       01  WS-LINHA-PROX-LOTE.
           05 FILLER            PIC X(35)
              VALUE 'DATA DO LOTE DAS PARCELAS.........:'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-DATA-LOTE     PIC 9(08).

       01  WS-AGD-NOME-TMP      PIC X(20) VALUE 'agendamentos.tmp'.
       01  WS-AGD-NOME-FIM      PIC X(20) VALUE 'agendamentos.dat'.
       01  WS-SEQ-NOME-TMP      PIC X(20) VALUE 'agenda-seq.tmp'.
       01  WS-SEQ-NOME-FIM      PIC X(20) VALUE 'agenda-seq.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Gerador diario de agendamentos, depois da postagem:
           *>   1. confere o resultado de cada parcela que o lote de
           *>      hoje recebeu (rejeitados.dat / diario.dat): postada
           *>      avanca a ordem para o proximo vencimento (ou a
           *>      encerra no fim da vigencia); rejeitada conta uma
           *>      falha, guarda o motivo e volta no proximo dia util
           *>      - e, com falhas consecutivas no limite do
           *>      parametro, suspende a ordem;
           *>   2. entrega ao lote do proximo dia util toda parcela
           *>      de ordem ativa que venca ate la (vencimento rolado
           *>      pelo calendario do banco), em agendados-a-postar.dat
           *>      - consumido pelo liberador de movimentos como a
           *>      entrega de juros;
           *>   3. lista as excecoes (rejeicoes e suspensoes) para a
           *>      mesa de operacoes.
           *> Uma reexecucao na mesma data acha as parcelas ja
           *> conferidas e marcadas em voo para o proximo lote no
           *> mestre, e so remonta a mesma entrega com os mesmos IDs
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM LER-PARAMETRO
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-AGENDAMENTOS
           PERFORM CARREGAR-REJEITOS-DO-DIA
           PERFORM CARREGAR-POSTADOS-DO-DIA
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- GERACAO DE AGENDAMENTOS ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- AGENDA: GERACAO DE TRANSFERENCIAS AGENDADAS ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           MOVE WS-DATA-PROC TO WS-DATA-TRAB
           PERFORM SOMAR-UM-DIA
           PERFORM ROLAR-PARA-DIA-UTIL
           MOVE WS-DATA-TRAB TO WS-DATA-POSTAGEM
           DISPLAY "LOTE DAS PARCELAS:     " WS-DATA-POSTAGEM

           PERFORM LER-SEQUENCIA

           OPEN OUTPUT ARQUIVO-EXCECOES
           PERFORM ESCREVER-CABECALHO
           PERFORM VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-QTD-AGD
               MOVE WS-AGD-LINHA (WS-IDX-AGD) TO REG-AGENDAMENTO
               PERFORM CONFERIR-PARCELA-EM-VOO
               PERFORM GERAR-PARCELA
               MOVE REG-AGENDAMENTO TO WS-AGD-LINHA (WS-IDX-AGD)
           END-PERFORM
           IF ERRO-FATAL
               CLOSE ARQUIVO-EXCECOES
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- GERACAO DE AGENDAMENTOS ABORTADA ---"
               STOP RUN
           END-IF

           *> Numerador primeiro, entrega depois e o mestre por
           *> ultimo: uma queda no meio no maximo queima IDs, nunca
           *> repete um ID ja entregue
           PERFORM GRAVAR-SEQUENCIA
           OPEN OUTPUT ARQUIVO-AGENDA-POSTAR
           PERFORM VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-QTD-AGD
               MOVE WS-AGD-LINHA (WS-IDX-AGD) TO REG-AGENDAMENTO
               PERFORM ENTREGAR-PARCELA
           END-PERFORM
           CLOSE ARQUIVO-AGENDA-POSTAR
           PERFORM ESCREVER-RODAPE
           CLOSE ARQUIVO-EXCECOES

           PERFORM GRAVAR-AGENDAMENTOS
           PERFORM GRAVAR-AUDITORIA-GERADOR

           DISPLAY "PARCELAS POSTADAS:     " WS-POSTADAS
           DISPLAY "PARCELAS REJEITADAS:   " WS-REJEITADAS
           DISPLAY "SUSPENSOS POR FALHA:   " WS-SUSPENSOS
           DISPLAY "ENCERRADOS:            " WS-ENCERRADOS
           DISPLAY "PARCELAS ENTREGUES:    " WS-ENTREGUES
           IF WS-REJEITADAS > 0 OR WS-SUSPENSOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA GERACAO DE AGENDAMENTOS ---"
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
           MOVE WS-ENTREGUES  TO CIC-CONTADOR-1
           MOVE WS-REJEITADAS TO CIC-CONTADOR-2
           MOVE WS-SUSPENSOS  TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'AGENDSTP' TO CIC-PASSO
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
           *> Sem limite de falhas valido o gerador nao tem criterio
           *> de suspensao e aborta em vez de adivinhar
           OPEN INPUT ARQUIVO-PARAM
           READ ARQUIVO-PARAM
               AT END
                   MOVE 0 TO WS-MAX-FALHAS
               NOT AT END
                   IF PARAM-MAX-FALHAS NUMERIC
                       MOVE PARAM-MAX-FALHAS TO WS-MAX-FALHAS
                   END-IF
           END-READ
           CLOSE ARQUIVO-PARAM
           IF WS-MAX-FALHAS = 0
               DISPLAY "ERRO FATAL: AGENDAMENTOS-PARAM.DAT AUSENTE OU "
                  "COM LIMITE DE FALHAS ZERADO"
               MOVE 'S' TO WS-ERRO-FATAL
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
                           MOVE SPACE TO WS-AGD-EVENTO (WS-QTD-AGD)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-AGENDAMENTOS.

       CARREGAR-REJEITOS-DO-DIA.
           *> So interessam as parcelas do proprio gerador (origem
           *> AGENDA); o resto dos rejeitos e assunto da reciclagem
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-REJEITOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-REJEITOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF REJ-LOTE-ORIGEM = 'AGENDA'
                           IF WS-QTD-REJ >= 5000
                               DISPLAY "ERRO FATAL: REJEITADOS.DAT "
                                  "EXCEDE A CAPACIDADE DA TABELA EM "
                                  "MEMORIA (5000)"
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-REJ
                               MOVE REJ-ID-TRANS
                                    TO WS-REJ-ID-TRANS (WS-QTD-REJ)
                               MOVE REJ-MOTIVO
                                    TO WS-REJ-MOTIVO (WS-QTD-REJ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-REJEITOS.

       CARREGAR-POSTADOS-DO-DIA.
           *> A perna de debito na conta origem prova a postagem da
           *> parcela
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DIARIO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DIA-LOTE-ORIGEM = 'AGENDA' AND DIA-DEBITO
                           IF WS-QTD-POS >= 5000
                               DISPLAY "ERRO FATAL: DIARIO.DAT "
                                  "EXCEDE A CAPACIDADE DA TABELA EM "
                                  "MEMORIA (5000)"
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-POS
                               MOVE DIA-ID-TRANS
                                    TO WS-POS-ID-TRANS (WS-QTD-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DIARIO.

       LER-SEQUENCIA.
           OPEN INPUT ARQUIVO-SEQUENCIA
           READ ARQUIVO-SEQUENCIA
               AT END
                   MOVE 800001 TO WS-PROXIMO-ID
               NOT AT END
                   IF SEQ-PROXIMO-ID NUMERIC
                      AND SEQ-PROXIMO-ID NOT = ZEROS
                       MOVE SEQ-PROXIMO-ID TO WS-PROXIMO-ID
                   END-IF
           END-READ
           CLOSE ARQUIVO-SEQUENCIA.

       CONFERIR-PARCELA-EM-VOO.
           *> Parcela entregue a um lote que ja postou (data do lote
           *> ate hoje): rejeitada, postada ou - sem rastro nem num
           *> nem noutro - tratada como falha, para a ordem nunca
           *> ficar presa esperando um retorno que nao vem. A
           *> conferencia vale para qualquer situacao da ordem: uma
           *> suspensao ou cancelamento de hoje nao segura a parcela
           *> que ja estava no lote
           IF AGD-ID-PENDENTE NOT = ZEROS
              AND AGD-DATA-PENDENTE <= WS-DATA-PROC
               MOVE AGD-STATUS TO WS-AGD-STATUS-ANT (WS-IDX-AGD)
               MOVE AGD-PROX-TENTATIVA TO WS-AGD-PROX-ANT (WS-IDX-AGD)
               MOVE AGD-FALHAS TO WS-AGD-FALHAS-ANT (WS-IDX-AGD)
               PERFORM APURAR-RESULTADO
               MOVE 0 TO AGD-ID-PENDENTE
               MOVE 0 TO AGD-DATA-PENDENTE
               IF PARCELA-POSTADA
                   PERFORM REGISTRAR-SUCESSO
               ELSE
                   PERFORM REGISTRAR-FALHA
               END-IF
           END-IF.

       APURAR-RESULTADO.
           MOVE 'N' TO WS-RESULTADO
           MOVE "PARCELA SEM RETORNO DA POSTAGEM" TO WS-MOTIVO-FALHA
           PERFORM VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ > WS-QTD-REJ
                      OR PARCELA-REJEITADA
               IF WS-REJ-ID-TRANS (WS-IDX-REJ) = AGD-ID-PENDENTE
                   MOVE 'R' TO WS-RESULTADO
                   MOVE WS-REJ-MOTIVO (WS-IDX-REJ) TO WS-MOTIVO-FALHA
               END-IF
           END-PERFORM
           IF NOT PARCELA-REJEITADA
               PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                       UNTIL WS-IDX-POS > WS-QTD-POS
                          OR PARCELA-POSTADA
                   IF WS-POS-ID-TRANS (WS-IDX-POS) = AGD-ID-PENDENTE
                       MOVE 'P' TO WS-RESULTADO
                   END-IF
               END-PERFORM
           END-IF.

       REGISTRAR-SUCESSO.
           *> Parcela postada: zera as falhas e avanca a ordem
           ADD 1 TO WS-POSTADAS
           MOVE 0 TO AGD-FALHAS
           MOVE SPACES TO AGD-ULT-MOTIVO
           MOVE WS-DATA-PROC TO AGD-DATA-ULT-EFET
           PERFORM AVANCAR-VENCIMENTO
           IF FIM-VIGENCIA
               ADD 1 TO WS-ENCERRADOS
               IF NOT AGD-CANCELADO
                   MOVE 'E' TO AGD-STATUS
                   MOVE 'E' TO WS-AGD-EVENTO (WS-IDX-AGD)
               END-IF
           END-IF.

       REGISTRAR-FALHA.
           *> Parcela rejeitada: a mesma parcela volta no proximo dia
           *> util; no limite de falhas consecutivas a ordem e
           *> suspensa e so volta por reativacao do operador
           ADD 1 TO WS-REJEITADAS
           IF AGD-FALHAS < 99
               ADD 1 TO AGD-FALHAS
           END-IF
           MOVE WS-MOTIVO-FALHA TO AGD-ULT-MOTIVO
           MOVE WS-DATA-POSTAGEM TO AGD-PROX-TENTATIVA
           EVALUATE TRUE
               WHEN AGD-ATIVO AND AGD-FALHAS >= WS-MAX-FALHAS
                   ADD 1 TO WS-SUSPENSOS
                   MOVE 'S' TO AGD-STATUS
                   MOVE 'F' TO WS-AGD-EVENTO (WS-IDX-AGD)
                   MOVE 'SUSPENSO' TO EXC-ACAO
               WHEN AGD-ATIVO
                   MOVE 'RETENTATIVA' TO EXC-ACAO
               WHEN OTHER
                   MOVE 'INATIVA' TO EXC-ACAO
           END-EVALUATE
           MOVE AGD-ID-AGENDA     TO EXC-AGENDA
           MOVE AGD-ID-CONTA      TO EXC-CONTA
           MOVE AGD-ID-CONTA-DEST TO EXC-DESTINO
           MOVE AGD-VALOR         TO EXC-VALOR
           MOVE AGD-FALHAS        TO EXC-FALHAS
           MOVE WS-MOTIVO-FALHA   TO EXC-MOTIVO
           MOVE WS-LINHA-EXC-DET TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           DISPLAY "AGENDAMENTO " AGD-ID-AGENDA " PARCELA REJEITADA ("
              AGD-FALHAS "): " WS-MOTIVO-FALHA.

       AVANCAR-VENCIMENTO.
           *> Proximo vencimento da ordem a partir da parcela que
           *> acabou de postar. Vencimentos que ja ficaram para tras
           *> enquanto a parcela anterior era retentada nao sao
           *> recuperados: a ordem retoma no primeiro vencimento
           *> depois de hoje
           MOVE 'N' TO WS-FIM-VIGENCIA
           IF AGD-UNICA
               MOVE 'S' TO WS-FIM-VIGENCIA
           ELSE
               PERFORM CALCULAR-PROXIMO-VENC
               PERFORM UNTIL FIM-VIGENCIA
                          OR WS-VENC-ROLADO > WS-DATA-PROC
                   PERFORM CALCULAR-PROXIMO-VENC
               END-PERFORM
           END-IF.

       CALCULAR-PROXIMO-VENC.
           *> Diaria: proximo dia util; semanal: mais sete dias;
           *> mensal: o mesmo dia do inicio no mes seguinte (ou o
           *> ultimo dia de um mes mais curto)
           MOVE AGD-VENC-ATUAL TO WS-DATA-TRAB
           EVALUATE TRUE
               WHEN AGD-DIARIA
                   PERFORM SOMAR-UM-DIA
                   PERFORM ROLAR-PARA-DIA-UTIL
               WHEN AGD-SEMANAL
                   PERFORM SOMAR-UM-DIA 7 TIMES
               WHEN OTHER
                   MOVE AGD-DATA-INICIO (7:2) TO WS-DIA-BASE
                   IF WS-TRAB-MES < 12
                       ADD 1 TO WS-TRAB-MES
                   ELSE
                       MOVE 1 TO WS-TRAB-MES
                       ADD 1 TO WS-TRAB-ANO
                   END-IF
                   PERFORM CALCULAR-DIAS-NO-MES
                   IF WS-DIA-BASE > WS-DIAS-NO-MES
                       MOVE WS-DIAS-NO-MES TO WS-TRAB-DIA
                   ELSE
                       MOVE WS-DIA-BASE TO WS-TRAB-DIA
                   END-IF
           END-EVALUATE
           IF AGD-DATA-FIM NOT = ZEROS AND WS-DATA-TRAB > AGD-DATA-FIM
               MOVE 'S' TO WS-FIM-VIGENCIA
           ELSE
               MOVE WS-DATA-TRAB TO AGD-VENC-ATUAL
               MOVE WS-DATA-TRAB TO AGD-PROX-TENTATIVA
               PERFORM ROLAR-PARA-DIA-UTIL
               MOVE WS-DATA-TRAB TO WS-VENC-ROLADO
           END-IF.

       GERAR-PARCELA.
           *> Ordem ativa, sem parcela em voo, com a proxima
           *> tentativa (rolada para dia util) ate o lote de amanha:
           *> ganha um ID novo e fica marcada em voo para esse lote
           IF AGD-ATIVO AND AGD-ID-PENDENTE = ZEROS
              AND NOT ERRO-FATAL
               MOVE AGD-PROX-TENTATIVA TO WS-DATA-TRAB
               PERFORM ROLAR-PARA-DIA-UTIL
               IF WS-DATA-TRAB <= WS-DATA-POSTAGEM
                   IF WS-PROXIMO-ID > 899999
                       DISPLAY "ERRO FATAL: FAIXA DE ID-TRANS DOS "
                          "AGENDAMENTOS (800001-899999) ESGOTADA"
                       MOVE 'S' TO WS-ERRO-FATAL
                   ELSE
                       MOVE WS-DATA-TRAB TO AGD-PROX-TENTATIVA
                       MOVE WS-PROXIMO-ID TO AGD-ID-PENDENTE
                       MOVE WS-DATA-POSTAGEM TO AGD-DATA-PENDENTE
                       ADD 1 TO WS-PROXIMO-ID
                   END-IF
               END-IF
           END-IF.

       ENTREGAR-PARCELA.
           *> Toda parcela em voo para o lote de amanha sai na
           *> entrega - as geradas agora e, numa reexecucao, as ja
           *> geradas pela execucao anterior, com o mesmo ID
           IF AGD-ID-PENDENTE NOT = ZEROS
              AND AGD-DATA-PENDENTE = WS-DATA-POSTAGEM
               ADD 1 TO WS-ENTREGUES
               MOVE SPACES TO REG-DETALHE-SAIDA
               MOVE '1' TO SAI-TIPO-REG
               MOVE AGD-ID-PENDENTE    TO SAI-ID-TRANS
               MOVE 'T'                TO SAI-TIPO-TRANS
               MOVE AGD-ID-CONTA       TO SAI-ID-CONTA
               MOVE AGD-ID-CONTA-DEST  TO SAI-ID-CONTA-DEST
               MOVE AGD-MOEDA          TO SAI-MOEDA-TRANS
               MOVE AGD-VALOR          TO SAI-VALOR-TRANS
               MOVE AGD-PROX-TENTATIVA TO SAI-DATA-VALOR
               MOVE WS-DATA-PROC       TO SAI-LOTE-ID
               MOVE 'AGENDA'           TO SAI-LOTE-ORIGEM
               MOVE REG-DETALHE-SAIDA TO REG-AGENDA-POSTAR
               WRITE REG-AGENDA-POSTAR
               DISPLAY "AGENDADO  ID: " AGD-ID-PENDENTE " AGENDA: "
                  AGD-ID-AGENDA " VALOR: " AGD-VALOR
           END-IF.

       GRAVAR-SEQUENCIA.
           MOVE WS-PROXIMO-ID TO SEQ-TMP-PROXIMO-ID
           OPEN OUTPUT ARQUIVO-SEQUENCIA-TMP
           WRITE REGISTRO-SEQUENCIA-TMP
           CLOSE ARQUIVO-SEQUENCIA-TMP
           CALL "CBL_RENAME_FILE" USING WS-SEQ-NOME-TMP
                WS-SEQ-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO GRAVAR AGENDA-SEQ.DAT "
                  "(RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       GRAVAR-AUDITORIA-GERADOR.
           *> Suspensao por falhas (F) e encerramento no fim da
           *> vigencia (E) entram na trilha de auditoria dos
           *> agendamentos com o operador AGENDA, depois de o mestre
           *> que os contem estar efetivado
           OPEN EXTEND ARQUIVO-AUDITORIA
           PERFORM VARYING WS-IDX-AGD FROM 1 BY 1
                   UNTIL WS-IDX-AGD > WS-QTD-AGD
               IF WS-AGD-EVENTO (WS-IDX-AGD) NOT = SPACE
                   MOVE WS-AGD-LINHA (WS-IDX-AGD) TO REG-AGENDAMENTO
                   MOVE WS-DATA-PROC       TO AAG-DATA
                   MOVE 'AGENDA'           TO AAG-OPERADOR
                   MOVE WS-AGD-EVENTO (WS-IDX-AGD) TO AAG-OPERACAO
                   MOVE AGD-ID-AGENDA      TO AAG-ID-AGENDA
                   MOVE WS-AGD-STATUS-ANT (WS-IDX-AGD)
                        TO AAG-STATUS-ANT
                   MOVE AGD-VALOR          TO AAG-VALOR-ANT
                   MOVE WS-AGD-PROX-ANT (WS-IDX-AGD) TO AAG-PROX-ANT
                   MOVE WS-AGD-FALHAS-ANT (WS-IDX-AGD)
                        TO AAG-FALHAS-ANT
                   MOVE AGD-STATUS         TO AAG-STATUS-NOV
                   MOVE AGD-VALOR          TO AAG-VALOR-NOV
                   MOVE AGD-PROX-TENTATIVA TO AAG-PROX-NOV
                   MOVE AGD-FALHAS         TO AAG-FALHAS-NOV
                   MOVE AGD-ULT-MOTIVO     TO AAG-MOTIVO
                   WRITE REG-AUDITORIA
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-AUDITORIA.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           WRITE LINHA-EXCECAO FROM WS-CAB-1
           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           WRITE LINHA-EXCECAO FROM WS-CAB-2
           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-EXCECAO FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       ESCREVER-RODAPE.
           MOVE SPACES TO LINHA-EXCECAO
           WRITE LINHA-EXCECAO
           MOVE 'PARCELAS POSTADAS NO DIA..........:' TO TOT-ROTULO
           MOVE WS-POSTADAS TO TOT-VALOR
           WRITE LINHA-EXCECAO FROM WS-LINHA-TOTAL
           MOVE 'PARCELAS REJEITADAS NO DIA........:' TO TOT-ROTULO
           MOVE WS-REJEITADAS TO TOT-VALOR
           WRITE LINHA-EXCECAO FROM WS-LINHA-TOTAL
           MOVE 'AGENDAMENTOS SUSPENSOS POR FALHA..:' TO TOT-ROTULO
           MOVE WS-SUSPENSOS TO TOT-VALOR
           WRITE LINHA-EXCECAO FROM WS-LINHA-TOTAL
           MOVE 'AGENDAMENTOS ENCERRADOS...........:' TO TOT-ROTULO
           MOVE WS-ENCERRADOS TO TOT-VALOR
           WRITE LINHA-EXCECAO FROM WS-LINHA-TOTAL
           MOVE 'PARCELAS ENTREGUES AO PROXIMO LOTE:' TO TOT-ROTULO
           MOVE WS-ENTREGUES TO TOT-VALOR
           WRITE LINHA-EXCECAO FROM WS-LINHA-TOTAL
           MOVE WS-DATA-POSTAGEM TO TOT-DATA-LOTE
           WRITE LINHA-EXCECAO FROM WS-LINHA-PROX-LOTE.

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

       END PROGRAM AGENDA.
