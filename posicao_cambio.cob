       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCAMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-DIARIO ASSIGN TO 'diario.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CAMBIO ASSIGN TO 'cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Posicao em moeda estrangeira do banco, uma linha por moeda,
      *> levada de um dia para o outro; regravada via tmp + rename
           SELECT OPTIONAL ARQUIVO-POSICAO
           ASSIGN TO 'posicao-cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-POSICAO-TMP ASSIGN TO 'posicao-cambio.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Interface contabil do dia gerada pela CONTABIL: recebe o
      *> lancamento de reavaliacao e volta ao lugar via tmp + rename
           SELECT OPTIONAL ARQUIVO-RAZAO
           ASSIGN TO 'razao-contabil.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RAZAO-TMP ASSIGN TO 'razao-cambio.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO 'reavaliacao-cambio.dat'
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
           COPY DIAREC.

       FD  ARQUIVO-CAMBIO.
       01  REGISTRO-CAMBIO.
           05 CAMBIO-MOEDA      PIC X(03).
           05 CAMBIO-COTACAO    PIC 9(04)V9(04).
           05 CAMBIO-DATA-VIGENCIA PIC 9(08).

      *> Registro de posicao: a data e a situacao de fechamento do
      *> dia, mais a situacao de abertura com que o dia comecou -
      *> numa reexecucao na mesma data o calculo parte de novo da
      *> abertura, e o movimento do diario nao entra duas vezes.
      *> Valor contabil e o valor em reais pelo qual a posicao esta
      *> no razao (apos a reavaliacao, o proprio valor de mercado);
      *> o resultado acumulado e a soma das reavaliacoes lancadas
       FD  ARQUIVO-POSICAO.
       01  REG-POSICAO-ANT.
           05 PCA-MOEDA         PIC X(03).
           05 PCA-DATA          PIC 9(08).
           05 PCA-QTD-ABERT     PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCA-CONT-ABERT    PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCA-COT-ABERT     PIC 9(04)V9(04).
           05 PCA-RES-ABERT     PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCA-QTD           PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCA-CONTABIL      PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCA-COTACAO       PIC 9(04)V9(04).
           05 PCA-RES-ACUM      PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD  ARQUIVO-POSICAO-TMP.
       01  REG-POSICAO-SAI.
           05 PCS-MOEDA         PIC X(03).
           05 PCS-DATA          PIC 9(08).
           05 PCS-QTD-ABERT     PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCS-CONT-ABERT    PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCS-COT-ABERT     PIC 9(04)V9(04).
           05 PCS-RES-ABERT     PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCS-QTD           PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCS-CONTABIL      PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 PCS-COTACAO       PIC 9(04)V9(04).
           05 PCS-RES-ACUM      PIC S9(13)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

      *> Mesmo lancamento contabil da CONTABIL: data do ciclo, conta
      *> do razao, D/C e valor em reais
       FD  ARQUIVO-RAZAO.
       01  REG-RAZAO.
           05 RAZ-DATA          PIC 9(08).
           05 RAZ-CONTA-CTB     PIC 9(05).
           05 RAZ-DESCRICAO     PIC X(30).
           05 RAZ-DC            PIC X(01).
           05 RAZ-VALOR         PIC 9(12)V99.

       FD  ARQUIVO-RAZAO-TMP.
       01  REG-RAZAO-TMP.
           05 RZT-DATA          PIC 9(08).
           05 RZT-CONTA-CTB     PIC 9(05).
           05 RZT-DESCRICAO     PIC X(30).
           05 RZT-DC            PIC X(01).
           05 RZT-VALOR         PIC 9(12)V99.

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO      PIC X(80).

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

      *> Contas do razao da reavaliacao: a posicao em moeda
      *> estrangeira (ativo) contra receita ou despesa de variacao
      *> cambial; sao tambem as contas que uma reexecucao do passo
      *> retira do razao do dia antes de lancar de novo
       01  WS-CTB-POSICAO       PIC 9(05) VALUE 11002.
       01  WS-CTB-RECEITA       PIC 9(05) VALUE 41003.
       01  WS-CTB-DESPESA       PIC 9(05) VALUE 51002.

      *> Tabela de cambio do dia, com a vigencia de cada cotacao;
      *> mesma capacidade da tabela de cambio da postagem
       01  WS-TAB-CAMBIO.
           05 WS-QTD-CAMBIO     PIC 9(02) VALUE 0.
           05 WS-CAMBIO-OCORR OCCURS 10 TIMES.
              10 WS-CAM-MOEDA      PIC X(03).
              10 WS-CAM-COTACAO    PIC 9(04)V9(04).
              10 WS-CAM-VIGENCIA   PIC 9(08).
       01  WS-IDX-CAMBIO        PIC 9(02).
       01  WS-IDX-CAM-ACHADO    PIC 9(02) VALUE 0.

      *> Posicao por moeda em memoria: abertura, movimento do dia
      *> colhido do diario e fechamento reavaliado. So entra moeda
      *> com cotacao, portanto a capacidade e a da tabela de cambio
       01  WS-TAB-POSICAO.
           05 WS-QTD-POS        PIC 9(02) VALUE 0.
           05 WS-POS-OCORR OCCURS 10 TIMES.
              10 WS-POS-MOEDA      PIC X(03).
              10 WS-POS-QTD-ABERT  PIC S9(11)V99.
              10 WS-POS-CONT-ABERT PIC S9(13)V99.
              10 WS-POS-COT-ABERT  PIC 9(04)V9(04).
              10 WS-POS-RES-ABERT  PIC S9(13)V99.
              10 WS-POS-COMPRA-ME  PIC 9(11)V99.
              10 WS-POS-VENDA-ME   PIC 9(11)V99.
              10 WS-POS-COMPRA-BRL PIC 9(13)V99.
              10 WS-POS-VENDA-BRL  PIC 9(13)V99.
              10 WS-POS-QTD        PIC S9(11)V99.
              10 WS-POS-CONT-MOV   PIC S9(13)V99.
              10 WS-POS-COTACAO    PIC 9(04)V9(04).
              10 WS-POS-VIGENCIA   PIC 9(08).
              10 WS-POS-MERCADO    PIC S9(13)V99.
              10 WS-POS-RES-DIA    PIC S9(13)V99.
              10 WS-POS-RES-ACUM   PIC S9(13)V99.
       01  WS-IDX-POS           PIC 9(02).
       01  WS-IDX-POS-ACHADO    PIC 9(02) VALUE 0.

       01  WS-MOVIMENTOS-ME     PIC 9(07) VALUE 0.
       01  WS-MOEDAS-COM-POSICAO PIC 9(02) VALUE 0.
       01  WS-LINHAS-RAZAO      PIC 9(03) VALUE 0.
       01  WS-LINHAS-RETIRADAS  PIC 9(03) VALUE 0.
       01  WS-LANC-PREVISTOS    PIC 9(03) VALUE 0.
       01  WS-TOT-RES-DIA       PIC S9(13)V99 VALUE 0.
       01  WS-VALOR-LANC        PIC 9(12)V99 VALUE 0.
       01  WS-DESC-LANC         PIC X(30).

       01  WS-POS-NOME-TMP      PIC X(20) VALUE 'posicao-cambio.tmp'.
       01  WS-POS-NOME-FIM      PIC X(20) VALUE 'posicao-cambio.dat'.
       01  WS-RAZ-NOME-TMP      PIC X(20) VALUE 'razao-cambio.tmp'.
       01  WS-RAZ-NOME-FIM      PIC X(20) VALUE 'razao-contabil.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(44)
              VALUE 'TECHBANK - POSICAO E REAVALIACAO DE CAMBIO'.
           05 FILLER            PIC X(06) VALUE ' DATA '.
           05 CAB-DATA          PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-LINHA-MOEDA.
           05 FILLER            PIC X(07) VALUE 'MOEDA: '.
           05 LMO-MOEDA         PIC X(03).

      *> Linhas rotuladas do bloco de cada moeda: quantidade em
      *> moeda estrangeira ou valor em reais, e cotacao
       01  WS-LINHA-VALOR.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LVA-ROTULO        PIC X(35).
           05 LVA-VALOR         PIC Z(12)9.99-.

       01  WS-LINHA-COTACAO.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LCO-ROTULO        PIC X(35).
           05 FILLER            PIC X(08) VALUE SPACES.
           05 LCO-COTACAO       PIC ZZZ9.9999.

       01  WS-LINHA-VIGENCIA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(35)
              VALUE 'VIGENCIA DA COTACAO DO DIA........:'.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 LVG-VIGENCIA      PIC 9(08).

       01  WS-LINHA-TOTAL-1.
           05 FILLER            PIC X(35)
              VALUE 'MOEDAS COM POSICAO................:'.
           05 TOT-MOEDAS        PIC ZZZZ9.

       01  WS-LINHA-TOTAL-2.
           05 FILLER            PIC X(35)
              VALUE 'MOVIMENTOS EM MOEDA ESTRANGEIRA...:'.
           05 TOT-MOVIMENTOS    PIC Z(06)9.

       01  WS-LINHA-TOTAL-3.
           05 FILLER            PIC X(35)
              VALUE 'RESULTADO NAO REALIZADO DIA (R$)..:'.
           05 TOT-RESULTADO     PIC Z(12)9.99-.

       01  WS-LINHA-TOTAL-4.
           05 FILLER            PIC X(35)
              VALUE 'LANCAMENTOS NO RAZAO CONTABIL.....:'.
           05 TOT-LANCAMENTOS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Posicao de cambio do banco: todo movimento em moeda
           *> estrangeira vira reais na postagem pela cotacao do
           *> dia, e a exposicao cambial some nos saldos em reais.
           *> Este passo, depois da CONTABIL, leva por moeda a
           *> posicao corrente (credito em conta de cliente e moeda
           *> que o banco compra, debito e moeda que vende - as duas
           *> pernas de uma transferencia se anulam), soma o
           *> movimento do dia tirado do diario (DIA-MOEDA,
           *> DIA-VALOR-ORIG, DIA-VALOR-BRL a DIA-COTACAO do dia),
           *> reavalia a posicao aberta pela cotacao vigente de
           *> cambio.dat e lanca o resultado nao realizado no razao
           *> do dia como um par debito/credito balanceado. Posicao
           *> nao zerada sem cotacao do dia e erro fatal: reavaliar
           *> por cotacao vencida poria um resultado falso no razao
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- POSICAO DE CAMBIO ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- POSCAMB: POSICAO E REAVALIACAO DE CAMBIO ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           PERFORM CARREGAR-CAMBIO
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-POSICAO
           END-IF
           IF NOT ERRO-FATAL
               PERFORM AGREGAR-DIARIO
           END-IF
           IF NOT ERRO-FATAL
               PERFORM REAVALIAR-POSICAO
           END-IF
           IF ERRO-FATAL
               DISPLAY "POSCAMB: NADA FOI GRAVADO - POSICAO E RAZAO "
                  "DO DIA INALTERADOS"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- POSICAO DE CAMBIO ABORTADA ---"
               STOP RUN
           END-IF

           PERFORM ESCREVER-RELATORIO
           PERFORM GRAVAR-POSICAO
           PERFORM LANCAR-RAZAO

           DISPLAY "MOVIMENTOS EM MOEDA ESTRANGEIRA: " WS-MOVIMENTOS-ME
           DISPLAY "MOEDAS COM POSICAO:              "
              WS-MOEDAS-COM-POSICAO
           DISPLAY "LANCAMENTOS NO RAZAO:            " WS-LINHAS-RAZAO
           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA POSICAO DE CAMBIO ---"
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
           MOVE WS-MOVIMENTOS-ME      TO CIC-CONTADOR-1
           MOVE WS-MOEDAS-COM-POSICAO TO CIC-CONTADOR-2
           MOVE WS-LINHAS-RAZAO       TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'CAMBSTP' TO CIC-PASSO
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

       CARREGAR-CAMBIO.
           *> Aqui a vigencia nao barra a carga (a postagem ja a
           *> barrou): ela e guardada por moeda e conferida so para
           *> as moedas que ficarem com posicao aberta
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CAMBIO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-CAMBIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-CAMBIO >= 10
                           DISPLAY "ERRO FATAL: CAMBIO.DAT EXCEDE A "
                              "CAPACIDADE DA TABELA EM MEMORIA (10)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-CAMBIO
                           MOVE CAMBIO-MOEDA
                                TO WS-CAM-MOEDA (WS-QTD-CAMBIO)
                           MOVE CAMBIO-COTACAO
                                TO WS-CAM-COTACAO (WS-QTD-CAMBIO)
                           IF CAMBIO-DATA-VIGENCIA NUMERIC
                               MOVE CAMBIO-DATA-VIGENCIA
                                    TO WS-CAM-VIGENCIA
                                       (WS-QTD-CAMBIO)
                           ELSE
                               MOVE 0 TO WS-CAM-VIGENCIA
                                         (WS-QTD-CAMBIO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CAMBIO.

       CARREGAR-POSICAO.
           *> Registro com a data de hoje e reexecucao: o dia parte
           *> de novo da abertura gravada nele. Registro de data
           *> anterior: o fechamento dele e a abertura de hoje
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-POSICAO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-POSICAO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-POS >= 10
                           DISPLAY "ERRO FATAL: POSICAO-CAMBIO.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (10)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-POS
                           MOVE WS-QTD-POS TO WS-IDX-POS
                           PERFORM INICIAR-MOEDA
                           MOVE PCA-MOEDA TO WS-POS-MOEDA (WS-IDX-POS)
                           IF PCA-DATA = WS-DATA-PROC
                               PERFORM ABRIR-PELA-ABERTURA
                           ELSE
                               PERFORM ABRIR-PELO-FECHAMENTO
                           END-IF
                           MOVE WS-POS-QTD-ABERT (WS-IDX-POS)
                                TO WS-POS-QTD (WS-IDX-POS)
                           MOVE WS-POS-CONT-ABERT (WS-IDX-POS)
                                TO WS-POS-CONT-MOV (WS-IDX-POS)
                           MOVE WS-POS-COT-ABERT (WS-IDX-POS)
                                TO WS-POS-COTACAO (WS-IDX-POS)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-POSICAO.

       ABRIR-PELA-ABERTURA.
           MOVE PCA-QTD-ABERT  TO WS-POS-QTD-ABERT (WS-IDX-POS)
           MOVE PCA-CONT-ABERT TO WS-POS-CONT-ABERT (WS-IDX-POS)
           MOVE PCA-COT-ABERT  TO WS-POS-COT-ABERT (WS-IDX-POS)
           MOVE PCA-RES-ABERT  TO WS-POS-RES-ABERT (WS-IDX-POS).

       ABRIR-PELO-FECHAMENTO.
           MOVE PCA-QTD       TO WS-POS-QTD-ABERT (WS-IDX-POS)
           MOVE PCA-CONTABIL  TO WS-POS-CONT-ABERT (WS-IDX-POS)
           MOVE PCA-COTACAO   TO WS-POS-COT-ABERT (WS-IDX-POS)
           MOVE PCA-RES-ACUM  TO WS-POS-RES-ABERT (WS-IDX-POS).

       INICIAR-MOEDA.
           MOVE 0 TO WS-POS-QTD-ABERT (WS-IDX-POS)
           MOVE 0 TO WS-POS-CONT-ABERT (WS-IDX-POS)
           MOVE 0 TO WS-POS-COT-ABERT (WS-IDX-POS)
           MOVE 0 TO WS-POS-RES-ABERT (WS-IDX-POS)
           MOVE 0 TO WS-POS-COMPRA-ME (WS-IDX-POS)
           MOVE 0 TO WS-POS-VENDA-ME (WS-IDX-POS)
           MOVE 0 TO WS-POS-COMPRA-BRL (WS-IDX-POS)
           MOVE 0 TO WS-POS-VENDA-BRL (WS-IDX-POS)
           MOVE 0 TO WS-POS-QTD (WS-IDX-POS)
           MOVE 0 TO WS-POS-CONT-MOV (WS-IDX-POS)
           MOVE 0 TO WS-POS-COTACAO (WS-IDX-POS)
           MOVE 0 TO WS-POS-VIGENCIA (WS-IDX-POS)
           MOVE 0 TO WS-POS-MERCADO (WS-IDX-POS)
           MOVE 0 TO WS-POS-RES-DIA (WS-IDX-POS)
           MOVE 0 TO WS-POS-RES-ACUM (WS-IDX-POS).

       AGREGAR-DIARIO.
           *> So os lancamentos em moeda estrangeira; a tarifa e
           *> sempre em reais e nao mexe na posicao. O valor em
           *> reais entra no valor contabil como foi postado (a
           *> cotacao do dia, ou a do original num estorno)
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DIARIO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-DIARIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DIA-MOEDA NOT = 'BRL'
                          AND DIA-MOEDA NOT = SPACES
                           PERFORM AGREGAR-UM-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DIARIO.

       AGREGAR-UM-MOVIMENTO.
           PERFORM LOCALIZAR-MOEDA-POSICAO
           IF WS-IDX-POS-ACHADO = 0
               IF WS-QTD-POS >= 10
                   DISPLAY "ERRO FATAL: MOEDAS EM POSICAO EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (10)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-POS
                   MOVE WS-QTD-POS TO WS-IDX-POS
                   PERFORM INICIAR-MOEDA
                   MOVE DIA-MOEDA TO WS-POS-MOEDA (WS-IDX-POS)
                   MOVE DIA-COTACAO TO WS-POS-COT-ABERT (WS-IDX-POS)
                   MOVE DIA-COTACAO TO WS-POS-COTACAO (WS-IDX-POS)
                   MOVE WS-QTD-POS TO WS-IDX-POS-ACHADO
               END-IF
           END-IF
           IF WS-IDX-POS-ACHADO > 0
               MOVE WS-IDX-POS-ACHADO TO WS-IDX-POS
               ADD 1 TO WS-MOVIMENTOS-ME
               IF DIA-CREDITO
                   ADD DIA-VALOR-ORIG TO WS-POS-COMPRA-ME (WS-IDX-POS)
                   ADD DIA-VALOR-BRL TO WS-POS-COMPRA-BRL (WS-IDX-POS)
                   ADD DIA-VALOR-ORIG TO WS-POS-QTD (WS-IDX-POS)
                   ADD DIA-VALOR-BRL TO WS-POS-CONT-MOV (WS-IDX-POS)
               ELSE
                   ADD DIA-VALOR-ORIG TO WS-POS-VENDA-ME (WS-IDX-POS)
                   ADD DIA-VALOR-BRL TO WS-POS-VENDA-BRL (WS-IDX-POS)
                   SUBTRACT DIA-VALOR-ORIG FROM WS-POS-QTD (WS-IDX-POS)
                   SUBTRACT DIA-VALOR-BRL
                       FROM WS-POS-CONT-MOV (WS-IDX-POS)
               END-IF
           END-IF.

       LOCALIZAR-MOEDA-POSICAO.
           MOVE 0 TO WS-IDX-POS-ACHADO
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
                      OR WS-IDX-POS-ACHADO > 0
               IF WS-POS-MOEDA (WS-IDX-POS) = DIA-MOEDA
                   MOVE WS-IDX-POS TO WS-IDX-POS-ACHADO
               END-IF
           END-PERFORM.

       REAVALIAR-POSICAO.
           *> Todas as moedas sao conferidas antes de qualquer
           *> gravacao, para o operador ver de uma vez cada moeda
           *> com cotacao vencida
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
               PERFORM REAVALIAR-UMA-MOEDA
           END-PERFORM.

       REAVALIAR-UMA-MOEDA.
           *> Valor de mercado = posicao x cotacao vigente; o
           *> resultado do dia e o que falta para o valor contabil
           *> (abertura + movimento) chegar ao mercado - a variacao
           *> da cotacao sobre a posicao que vem de ontem, e o
           *> ganho ou perda de uma posicao zerada hoje. Posicao
           *> zerada nao precisa de cotacao: vale zero
           MOVE 0 TO WS-IDX-CAM-ACHADO
           PERFORM VARYING WS-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WS-IDX-CAMBIO > WS-QTD-CAMBIO
                      OR WS-IDX-CAM-ACHADO > 0
               IF WS-CAM-MOEDA (WS-IDX-CAMBIO)
                  = WS-POS-MOEDA (WS-IDX-POS)
                   MOVE WS-IDX-CAMBIO TO WS-IDX-CAM-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-CAM-ACHADO > 0
               MOVE WS-CAM-VIGENCIA (WS-IDX-CAM-ACHADO)
                    TO WS-POS-VIGENCIA (WS-IDX-POS)
           END-IF

           IF WS-POS-QTD (WS-IDX-POS) NOT = 0
               ADD 1 TO WS-MOEDAS-COM-POSICAO
               IF WS-IDX-CAM-ACHADO = 0
                   DISPLAY "ERRO FATAL: MOEDA "
                      WS-POS-MOEDA (WS-IDX-POS)
                      " COM POSICAO ABERTA E SEM COTACAO EM "
                      "CAMBIO.DAT"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   IF WS-CAM-VIGENCIA (WS-IDX-CAM-ACHADO)
                      < WS-DATA-PROC
                       DISPLAY "ERRO FATAL: CAMBIO.DAT COM VIGENCIA "
                          WS-CAM-VIGENCIA (WS-IDX-CAM-ACHADO)
                          " ANTERIOR A DATA DE PROCESSAMENTO "
                          WS-DATA-PROC " - POSICAO EM "
                          WS-POS-MOEDA (WS-IDX-POS)
                          " NAO ZERADA: REAVALIACAO IMPOSSIVEL"
                       MOVE 'S' TO WS-ERRO-FATAL
                   ELSE
                       MOVE WS-CAM-COTACAO (WS-IDX-CAM-ACHADO)
                            TO WS-POS-COTACAO (WS-IDX-POS)
                       COMPUTE WS-POS-MERCADO (WS-IDX-POS) ROUNDED =
                           WS-POS-QTD (WS-IDX-POS)
                           * WS-POS-COTACAO (WS-IDX-POS)
                   END-IF
               END-IF
           ELSE
               IF WS-IDX-CAM-ACHADO > 0
                   MOVE WS-CAM-COTACAO (WS-IDX-CAM-ACHADO)
                        TO WS-POS-COTACAO (WS-IDX-POS)
               END-IF
               MOVE 0 TO WS-POS-MERCADO (WS-IDX-POS)
           END-IF

           COMPUTE WS-POS-RES-DIA (WS-IDX-POS) =
               WS-POS-MERCADO (WS-IDX-POS)
               - WS-POS-CONT-MOV (WS-IDX-POS)
           COMPUTE WS-POS-RES-ACUM (WS-IDX-POS) =
               WS-POS-RES-ABERT (WS-IDX-POS)
               + WS-POS-RES-DIA (WS-IDX-POS)
           ADD WS-POS-RES-DIA (WS-IDX-POS) TO WS-TOT-RES-DIA.

       GRAVAR-POSICAO.
           *> Mesmo caminho tmp + rename atomico dos demais arquivos
           *> vivos do ciclo
           OPEN OUTPUT ARQUIVO-POSICAO-TMP
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
               MOVE WS-POS-MOEDA (WS-IDX-POS)      TO PCS-MOEDA
               MOVE WS-DATA-PROC                   TO PCS-DATA
               MOVE WS-POS-QTD-ABERT (WS-IDX-POS)  TO PCS-QTD-ABERT
               MOVE WS-POS-CONT-ABERT (WS-IDX-POS) TO PCS-CONT-ABERT
               MOVE WS-POS-COT-ABERT (WS-IDX-POS)  TO PCS-COT-ABERT
               MOVE WS-POS-RES-ABERT (WS-IDX-POS)  TO PCS-RES-ABERT
               MOVE WS-POS-QTD (WS-IDX-POS)        TO PCS-QTD
               MOVE WS-POS-MERCADO (WS-IDX-POS)    TO PCS-CONTABIL
               MOVE WS-POS-COTACAO (WS-IDX-POS)    TO PCS-COTACAO
               MOVE WS-POS-RES-ACUM (WS-IDX-POS)   TO PCS-RES-ACUM
               WRITE REG-POSICAO-SAI
           END-PERFORM
           CLOSE ARQUIVO-POSICAO-TMP

           CALL "CBL_RENAME_FILE" USING WS-POS-NOME-TMP
                WS-POS-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO REGRAVAR "
                  "POSICAO-CAMBIO.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               STOP RUN
           END-IF.

       LANCAR-RAZAO.
           *> O razao do dia e copiado sem os lancamentos de
           *> reavaliacao que uma execucao anterior do passo na
           *> mesma data ja tenha posto nele, e recebe os de hoje:
           *> ganho - DR posicao em moeda estrangeira, CR receita
           *> de variacao cambial; perda - DR despesa de variacao
           *> cambial, CR posicao em moeda estrangeira. Um par por
           *> moeda, debito = credito por construcao
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-RAZAO
           OPEN OUTPUT ARQUIVO-RAZAO-TMP
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-RAZAO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RAZ-DATA = WS-DATA-PROC
                          AND (RAZ-CONTA-CTB = WS-CTB-POSICAO
                            OR RAZ-CONTA-CTB = WS-CTB-RECEITA
                            OR RAZ-CONTA-CTB = WS-CTB-DESPESA)
                           ADD 1 TO WS-LINHAS-RETIRADAS
                       ELSE
                           MOVE REG-RAZAO TO REG-RAZAO-TMP
                           WRITE REG-RAZAO-TMP
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-RAZAO

           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
               IF WS-POS-RES-DIA (WS-IDX-POS) NOT = 0
                   PERFORM LANCAR-UMA-MOEDA
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-RAZAO-TMP

           IF WS-LINHAS-RETIRADAS > 0
               DISPLAY "POSCAMB: " WS-LINHAS-RETIRADAS " LANCAMENTOS "
                  "DE REAVALIACAO DE EXECUCAO ANTERIOR SUBSTITUIDOS"
           END-IF

           CALL "CBL_RENAME_FILE" USING WS-RAZ-NOME-TMP
                WS-RAZ-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO LIBERAR "
                  "RAZAO-CONTABIL.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               STOP RUN
           END-IF.

       LANCAR-UMA-MOEDA.
           IF WS-POS-RES-DIA (WS-IDX-POS) > 0
               MOVE WS-POS-RES-DIA (WS-IDX-POS) TO WS-VALOR-LANC
               MOVE WS-CTB-POSICAO TO RZT-CONTA-CTB
               MOVE SPACES TO WS-DESC-LANC
               STRING 'POSICAO CAMBIO ' WS-POS-MOEDA (WS-IDX-POS)
                   DELIMITED BY SIZE INTO WS-DESC-LANC
               MOVE 'D' TO RZT-DC
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE WS-CTB-RECEITA TO RZT-CONTA-CTB
               MOVE SPACES TO WS-DESC-LANC
               STRING 'RECEITA VARIACAO CAMBIAL '
                   WS-POS-MOEDA (WS-IDX-POS)
                   DELIMITED BY SIZE INTO WS-DESC-LANC
               MOVE 'C' TO RZT-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           ELSE
               COMPUTE WS-VALOR-LANC = 0 - WS-POS-RES-DIA (WS-IDX-POS)
               MOVE WS-CTB-DESPESA TO RZT-CONTA-CTB
               MOVE SPACES TO WS-DESC-LANC
               STRING 'DESPESA VARIACAO CAMBIAL '
                   WS-POS-MOEDA (WS-IDX-POS)
                   DELIMITED BY SIZE INTO WS-DESC-LANC
               MOVE 'D' TO RZT-DC
               PERFORM GRAVAR-UM-LANCAMENTO
               MOVE WS-CTB-POSICAO TO RZT-CONTA-CTB
               MOVE SPACES TO WS-DESC-LANC
               STRING 'POSICAO CAMBIO ' WS-POS-MOEDA (WS-IDX-POS)
                   DELIMITED BY SIZE INTO WS-DESC-LANC
               MOVE 'C' TO RZT-DC
               PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.

       GRAVAR-UM-LANCAMENTO.
           MOVE WS-DATA-PROC  TO RZT-DATA
           MOVE WS-DESC-LANC  TO RZT-DESCRICAO
           MOVE WS-VALOR-LANC TO RZT-VALOR
           ADD 1 TO WS-LINHAS-RAZAO
           WRITE REG-RAZAO-TMP.

       ESCREVER-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM ESCREVER-CABECALHO
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
               PERFORM ESCREVER-BLOCO-MOEDA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-MOEDAS-COM-POSICAO TO TOT-MOEDAS
           MOVE WS-LINHA-TOTAL-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-MOVIMENTOS-ME TO TOT-MOVIMENTOS
           MOVE WS-LINHA-TOTAL-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-TOT-RES-DIA TO TOT-RESULTADO
           MOVE WS-LINHA-TOTAL-3 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM CONTAR-LANCAMENTOS
           MOVE WS-LINHA-TOTAL-4 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           CLOSE ARQUIVO-RELATORIO.

       CONTAR-LANCAMENTOS.
           *> O relatorio sai antes do razao; os lancamentos que
           *> vao ser gravados sao dois por moeda com resultado
           MOVE 0 TO WS-LANC-PREVISTOS
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                   UNTIL WS-IDX-POS > WS-QTD-POS
               IF WS-POS-RES-DIA (WS-IDX-POS) NOT = 0
                   ADD 2 TO WS-LANC-PREVISTOS
               END-IF
           END-PERFORM
           MOVE WS-LANC-PREVISTOS TO TOT-LANCAMENTOS.

       ESCREVER-BLOCO-MOEDA.
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-POS-MOEDA (WS-IDX-POS) TO LMO-MOEDA
           MOVE WS-LINHA-MOEDA TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA

           MOVE 'POSICAO DE ABERTURA (ME)..........:' TO LVA-ROTULO
           MOVE WS-POS-QTD-ABERT (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'COMPRAS DO DIA (ME)...............:' TO LVA-ROTULO
           MOVE WS-POS-COMPRA-ME (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'VENDAS DO DIA (ME)................:' TO LVA-ROTULO
           MOVE WS-POS-VENDA-ME (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'POSICAO LIQUIDA FINAL (ME)........:' TO LVA-ROTULO
           MOVE WS-POS-QTD (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'COMPRAS DO DIA (R$)...............:' TO LVA-ROTULO
           MOVE WS-POS-COMPRA-BRL (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'VENDAS DO DIA (R$)................:' TO LVA-ROTULO
           MOVE WS-POS-VENDA-BRL (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR

           MOVE 'COTACAO DA ULTIMA REAVALIACAO.....:' TO LCO-ROTULO
           MOVE WS-POS-COT-ABERT (WS-IDX-POS) TO LCO-COTACAO
           MOVE WS-LINHA-COTACAO TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE 'COTACAO DE REAVALIACAO DO DIA.....:' TO LCO-ROTULO
           MOVE WS-POS-COTACAO (WS-IDX-POS) TO LCO-COTACAO
           MOVE WS-LINHA-COTACAO TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-POS-VIGENCIA (WS-IDX-POS) TO LVG-VIGENCIA
           MOVE WS-LINHA-VIGENCIA TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA

           MOVE 'VALOR CONTABIL ANTES (R$).........:' TO LVA-ROTULO
           MOVE WS-POS-CONT-MOV (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'VALOR DE MERCADO (R$).............:' TO LVA-ROTULO
           MOVE WS-POS-MERCADO (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'RESULTADO NAO REALIZADO DIA (R$)..:' TO LVA-ROTULO
           MOVE WS-POS-RES-DIA (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR
           MOVE 'RESULTADO ACUMULADO (R$)..........:' TO LVA-ROTULO
           MOVE WS-POS-RES-ACUM (WS-IDX-POS) TO LVA-VALOR
           PERFORM GRAVAR-LINHA-VALOR.

       GRAVAR-LINHA-VALOR.
           MOVE WS-LINHA-VALOR TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       ESCREVER-CABECALHO.
           *> Cabecalho de pagina; repetido sempre que o numero
           *> maximo de linhas por pagina e atingido
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-PROC TO CAB-DATA
           WRITE LINHA-RELATORIO FROM WS-CAB-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           *> Toda linha do corpo passa por aqui para a quebra de
           *> pagina acontecer em qualquer ponto do relatorio
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-RELATORIO FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       END PROGRAM POSCAMB.
