           SELECT ARQUIVO-EXTRATO ASSIGN TO 'extrato.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Cadastro de titulares e titularidade das contas: o nome e
      *> o endereco do primeiro titular (e os co-titulares) saem no
      *> cabecalho de cada conta do extrato
           SELECT OPTIONAL ARQUIVO-TITULARES
           ASSIGN TO 'titulares.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VINCULOS
           ASSIGN TO 'titularidade.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> TEDs de saida e devolucoes de TED: o cadastro permanente
      *> das TEDs remetidas (favorecido, devolucao e motivo) e as do
      *> proprio dia, que a remessa ainda pode nao ter cadastrado -
      *> saem como linha complementar sob o lancamento
           SELECT OPTIONAL ARQUIVO-TEDS-ENVIADAS
           ASSIGN TO 'ted-enviadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TEDS-DIA
           ASSIGN TO 'teds-postadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Data de processamento so para carimbar o controle do ciclo:
      *> a geracao de extratos em si nao depende dela
           SELECT OPTIONAL ARQUIVO-DATA-PROC
       FD  ARQUIVO-EXTRATO.
       01  LINHA-EXTRATO        PIC X(80).

       FD  ARQUIVO-TITULARES.
       01  REG-TITULAR-ENT      PIC X(155).

       FD  ARQUIVO-VINCULOS.
           COPY VINREC.

       FD  ARQUIVO-TEDS-ENVIADAS.
       01  REG-TED-ENVIADA-ENT  PIC X(128).

       FD  ARQUIVO-TEDS-DIA.
       01  REG-TED-DIA-ENT      PIC X(128).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).
       01  WS-TOTAL-DEBITOS     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITOS    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-TAXAS       PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-TAXAS-EST   PIC 9(09)V99 VALUE 0.
      *> Taxa com sinal do lancamento: cobrada (positiva) ou
      *> devolvida por um estorno (negativa)
       01  WS-TAXA-SINAL        PIC S9(09)V99 VALUE 0.

      *> Titulares e titularidade em memoria, carregados uma vez
      *> no inicio; capacidade checada na carga, como nas demais
      *> tabelas do ciclo
           COPY TITREC.
       01  WS-TAB-TITULARES.
           05 WS-QTD-TIT        PIC 9(04) VALUE 0.
           05 WS-TIT-OCORR OCCURS 5000 TIMES.
              10 WS-TIT-LINHA      PIC X(155).
       01  WS-IDX-TIT           PIC 9(04).
       01  WS-TAB-VINCULOS.
           05 WS-QTD-VIN        PIC 9(04) VALUE 0.
           05 WS-VIN-OCORR OCCURS 9000 TIMES.
              10 WS-VIN-CONTA      PIC 9(06).
              10 WS-VIN-TITULAR    PIC 9(08).
              10 WS-VIN-PAPEL      PIC X(01).
       01  WS-IDX-VIN           PIC 9(04).
       01  WS-TITULAR-PROCURAR  PIC 9(08).
       01  WS-TITULAR-ENCONTRADO PIC X(01) VALUE 'N'.
           88 TITULAR-NO-MESTRE VALUE 'S'.
       01  WS-PRIMEIRO-ACHADO   PIC X(01) VALUE 'N'.
           88 CONTA-COM-PRIMEIRO VALUE 'S'.
       01  WS-ERRO-FATAL        PIC X(01) VALUE 'N'.
           88 ERRO-FATAL        VALUE 'S'.

      *> Complementos de TED das contas e datas selecionadas: 'X'
      *> com o favorecido, 'R' com a TED devolvida e o motivo
           COPY TEDREC.
       01  WS-TAB-TEDS.
           05 WS-QTD-TEDS       PIC 9(04) VALUE 0.
           05 WS-TED-OCORR OCCURS 5000 TIMES.
              10 WS-TED-TIPO       PIC X(01).
              10 WS-TED-DATA       PIC 9(08).
              10 WS-TED-ID         PIC 9(06).
              10 WS-TED-CONTA      PIC 9(06).
              10 WS-TED-BANCO      PIC 9(03).
              10 WS-TED-AGENCIA    PIC 9(04).
              10 WS-TED-CONTA-FAV  PIC X(12).
              10 WS-TED-DOC        PIC 9(14).
              10 WS-TED-ID-ORIG    PIC 9(06).
              10 WS-TED-COD-MOTIVO PIC X(02).
              10 WS-TED-DESCR      PIC X(30).
       01  WS-IDX-TED           PIC 9(04).
       01  WS-TED-ACHADA        PIC 9(04) VALUE 0.
       01  WS-TRB-TED-TIPO      PIC X(01).
       01  WS-TRB-TED-DATA      PIC 9(08).
       01  WS-TRB-TED-ID        PIC 9(06).
       01  WS-TRB-TED-ID-ORIG   PIC 9(06).
       01  WS-TRB-TED-CONTA     PIC 9(06).

       01  WS-CEP-TRAB          PIC 9(08).
       01  WS-CEP-DECOMP REDEFINES WS-CEP-TRAB.
           05 WS-CEP-PREFIXO    PIC 9(05).
           05 WS-CEP-SUFIXO     PIC 9(03).

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
              VALUE '   SALDO ANTERIOR (R$): '.
           05 EXT-CAB-ABERTURA  PIC Z(08)9.99-.

       01  WS-LINHA-TITULAR.
           05 EXT-TIT-ROTULO    PIC X(14).
           05 EXT-TIT-ID        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXT-TIT-NOME      PIC X(40).

       01  WS-LINHA-ENDERECO.
           05 FILLER            PIC X(14) VALUE 'ENDERECO....: '.
           05 EXT-END-LOGRADOURO PIC X(40).

       01  WS-LINHA-CIDADE.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 EXT-END-CIDADE    PIC X(25).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 EXT-END-UF        PIC X(02).
           05 FILLER            PIC X(06) VALUE '  CEP '.
           05 EXT-END-CEP-1     PIC 9(05).
           05 FILLER            PIC X(01) VALUE '-'.
           05 EXT-END-CEP-2     PIC 9(03).

       01  WS-LINHA-SEM-TITULAR.
           05 FILLER            PIC X(14) VALUE 'TITULAR.....: '.
           05 FILLER            PIC X(40)
              VALUE 'CONTA SEM TITULAR NO CADASTRO'.

       01  WS-LINHA-MOV.
           05 EXT-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 EXT-SALDO         PIC Z(08)9.99-.

       01  WS-LINHA-COMPL-TED.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'TED P/ BCO '.
           05 ECT-BANCO         PIC 9(03).
           05 FILLER            PIC X(04) VALUE ' AG '.
           05 ECT-AGENCIA       PIC 9(04).
           05 FILLER            PIC X(04) VALUE ' CC '.
           05 ECT-CONTA-FAV     PIC X(12).
           05 FILLER            PIC X(05) VALUE ' DOC '.
           05 ECT-DOC           PIC 9(14).

       01  WS-LINHA-COMPL-DEV.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE 'DEVOLUCAO DA TED '.
           05 ECD-ID-ORIG       PIC 9(06).
           05 FILLER            PIC X(03) VALUE ' - '.
           05 ECD-COD-MOTIVO    PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 ECD-DESCR         PIC X(30).

       01  WS-LINHA-TOT-DEB.
           05 FILLER            PIC X(24)
              VALUE 'TOTAL DEBITOS  (R$)...: '.
              VALUE 'TOTAL TAXAS    (R$)...: '.
           05 TOT-TAXAS         PIC Z(07)9.99.

       01  WS-LINHA-TOT-TEST.
           05 FILLER            PIC X(24)
              VALUE 'TAXAS ESTORNADAS (R$).: '.
           05 TOT-TAXAS-EST     PIC Z(07)9.99.

       01  WS-LINHA-TOT-SAL.
           05 FILLER            PIC X(24)
              VALUE 'SALDO FINAL    (R$)...: '.
           *> (historico-movimentos.dat, acumulado pelo arquivamento
           *> de fim de ciclo) e o extrato cobre os dias pedidos,
           *> com o saldo de abertura colhido do ultimo lancamento
           *> anterior ao periodo. Cada conta sai com o nome e o
           *> endereco do primeiro titular e os nomes dos
           *> co-titulares, do cadastro de titulares. A TED de saida
           *> sai com o banco, agencia, conta e documento do
           *> favorecido, e a devolucao de TED com o ID-TRANS da TED
           *> devolvida e o motivo dado pela camara
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM LER-PARAMETRO
           PERFORM CARREGAR-TITULARES
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-VINCULOS
           END-IF
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-TEDS
           END-IF
           *> So o extrato do dia - o passo EXTRSTP do ciclo - se
           *> registra no controle do ciclo: uma emissao avulsa por
           *> periodo entre o passo noturno e o fechamento
           IF NOT EXTRATO-PERIODO
               PERFORM REGISTRAR-CICLO-INICIO
           END-IF
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               IF NOT EXTRATO-PERIODO
                   PERFORM REGISTRAR-CICLO-FIM
               END-IF
               DISPLAY "--- GERACAO DE EXTRATOS ABORTADA ---"
               STOP RUN
           END-IF
           IF EXTRATO-PERIODO AND WS-DATA-DE > WS-DATA-ATE
               DISPLAY "EXTRATO: PERIODO INVALIDO - DATA-DE "
                  WS-DATA-DE " POSTERIOR A DATA-ATE " WS-DATA-ATE
           END-READ
           CLOSE ARQUIVO-PARAM.

       CARREGAR-TITULARES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TITULARES
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TITULARES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-TIT >= 5000
                           DISPLAY "ERRO FATAL: TITULARES.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (5000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-TIT
                           MOVE REG-TITULAR-ENT
                                TO WS-TIT-LINHA (WS-QTD-TIT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TITULARES.

       CARREGAR-VINCULOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-VINCULOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-VINCULOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-VIN >= 9000
                           DISPLAY "ERRO FATAL: TITULARIDADE.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (9000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-VIN
                           MOVE VIN-ID-CONTA
                                TO WS-VIN-CONTA (WS-QTD-VIN)
                           MOVE VIN-ID-TITULAR
                                TO WS-VIN-TITULAR (WS-QTD-VIN)
                           MOVE VIN-PAPEL
                                TO WS-VIN-PAPEL (WS-QTD-VIN)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VINCULOS.

       CARREGAR-TEDS.
           *> Do cadastro, cada TED remetida vira um complemento 'X'
           *> e, se devolvida, tambem o complemento 'R' do credito de
           *> devolucao; do arquivo do dia, as TEDs e devolucoes de
           *> hoje que a remessa ainda nao cadastrou
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TEDS-ENVIADAS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TEDS-ENVIADAS INTO REG-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'X'             TO WS-TRB-TED-TIPO
                       MOVE TEN-DATA-MOV    TO WS-TRB-TED-DATA
                       MOVE TEN-ID-TRANS    TO WS-TRB-TED-ID
                       MOVE 0               TO WS-TRB-TED-ID-ORIG
                       PERFORM GUARDAR-TED
                       IF TEN-DEVOLVIDA AND NOT ERRO-FATAL
                           MOVE 'R'              TO WS-TRB-TED-TIPO
                           MOVE TEN-DATA-DEVOL   TO WS-TRB-TED-DATA
                           MOVE TEN-ID-VINCULADO TO WS-TRB-TED-ID
                           MOVE TEN-ID-TRANS     TO WS-TRB-TED-ID-ORIG
                           PERFORM GUARDAR-TED
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TEDS-ENVIADAS
           OPEN INPUT ARQUIVO-TEDS-DIA
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TEDS-DIA INTO REG-TED
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TEN-TIPO-MOV TO WS-TRB-TED-TIPO
                       MOVE TEN-DATA-MOV TO WS-TRB-TED-DATA
                       MOVE TEN-ID-TRANS TO WS-TRB-TED-ID
                       IF TEN-DEVOLUCAO
                           MOVE TEN-ID-VINCULADO TO WS-TRB-TED-ID-ORIG
                       ELSE
                           MOVE 0 TO WS-TRB-TED-ID-ORIG
                       END-IF
                       PERFORM GUARDAR-TED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TEDS-DIA.

       GUARDAR-TED.
           *> So entra o complemento da conta selecionada e das
           *> datas que o extrato cobre; a mesma TED vinda do
           *> cadastro e do arquivo do dia entra uma vez so
           IF (WS-FILTRO-CONTA = 0 OR TEN-ID-CONTA = WS-FILTRO-CONTA)
              AND ((EXTRATO-PERIODO
                    AND WS-TRB-TED-DATA >= WS-DATA-DE
                    AND WS-TRB-TED-DATA <= WS-DATA-ATE)
                OR (NOT EXTRATO-PERIODO
                    AND (WS-DATA-PROC = 0
                      OR WS-TRB-TED-DATA = WS-DATA-PROC)))
               MOVE TEN-ID-CONTA TO WS-TRB-TED-CONTA
               PERFORM LOCALIZAR-TED
               IF WS-TED-ACHADA = 0
                   IF WS-QTD-TEDS >= 5000
                       DISPLAY "ERRO FATAL: TEDS DO EXTRATO EXCEDEM "
                          "A CAPACIDADE DA TABELA EM MEMORIA (5000)"
                       MOVE 'S' TO WS-ERRO-FATAL
                   ELSE
                       ADD 1 TO WS-QTD-TEDS
                       MOVE WS-TRB-TED-TIPO
                            TO WS-TED-TIPO (WS-QTD-TEDS)
                       MOVE WS-TRB-TED-DATA
                            TO WS-TED-DATA (WS-QTD-TEDS)
                       MOVE WS-TRB-TED-ID TO WS-TED-ID (WS-QTD-TEDS)
                       MOVE TEN-ID-CONTA
                            TO WS-TED-CONTA (WS-QTD-TEDS)
                       MOVE TEN-BANCO TO WS-TED-BANCO (WS-QTD-TEDS)
                       MOVE TEN-AGENCIA
                            TO WS-TED-AGENCIA (WS-QTD-TEDS)
                       MOVE TEN-CONTA-FAV
                            TO WS-TED-CONTA-FAV (WS-QTD-TEDS)
                       MOVE TEN-DOC-FAV TO WS-TED-DOC (WS-QTD-TEDS)
                       MOVE WS-TRB-TED-ID-ORIG
                            TO WS-TED-ID-ORIG (WS-QTD-TEDS)
                       MOVE TEN-COD-MOTIVO
                            TO WS-TED-COD-MOTIVO (WS-QTD-TEDS)
                       MOVE TEN-DESCR-MOTIVO
                            TO WS-TED-DESCR (WS-QTD-TEDS)
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-TED.
           *> Procura o complemento pelo tipo, ID-TRANS e conta; a
           *> data (a do processamento que postou) so entra na carga,
           *> para a mesma TED nao entrar duas vezes - o lancamento
           *> no diario leva a data-valor
           MOVE 0 TO WS-TED-ACHADA
           PERFORM VARYING WS-IDX-TED FROM 1 BY 1
                   UNTIL WS-IDX-TED > WS-QTD-TEDS
                      OR WS-TED-ACHADA > 0
               IF WS-TED-TIPO (WS-IDX-TED) = WS-TRB-TED-TIPO
                  AND (WS-TRB-TED-DATA = 0
                    OR WS-TED-DATA (WS-IDX-TED) = WS-TRB-TED-DATA)
                  AND WS-TED-ID (WS-IDX-TED) = WS-TRB-TED-ID
                  AND WS-TED-CONTA (WS-IDX-TED) = WS-TRB-TED-CONTA
                   MOVE WS-IDX-TED TO WS-TED-ACHADA
               END-IF
           END-PERFORM.

       SELECIONAR-FONTE.
           *> Alimenta a classificacao com a fonte do extrato: o
           *> historico permanente no extrato por periodo (cortando
           MOVE 0 TO WS-TOTAL-DEBITOS
           MOVE 0 TO WS-TOTAL-CREDITOS
           MOVE 0 TO WS-TOTAL-TAXAS
           MOVE 0 TO WS-TOTAL-TAXAS-EST
           MOVE 0 TO WS-MOVIMENTOS-CONTA.

       TRATAR-MOVIMENTO.
           *> anterior conhecido, o saldo de abertura e reconstruido
           *> a partir do primeiro lancamento (saldo resultante
           *> desfeito do proprio movimento, incluindo a taxa
           *> debitada junto - ou devolvida, no estorno), ja que o
           *> diario so carrega saldos resultantes
           IF NOT ABERTURA-DEFINIDA
               IF DIA-TIPO = 'E'
                   COMPUTE WS-TAXA-SINAL = 0 - DIA-TAXA
               ELSE
                   MOVE DIA-TAXA TO WS-TAXA-SINAL
               END-IF
               IF DIA-LANCAMENTO = 'D'
                   COMPUTE WS-SALDO-ABERTURA =
                       DIA-SALDO-RESULT + DIA-VALOR-BRL + WS-TAXA-SINAL
               ELSE
                   COMPUTE WS-SALDO-ABERTURA =
                       DIA-SALDO-RESULT - DIA-VALOR-BRL + WS-TAXA-SINAL
               END-IF
               MOVE 'S' TO WS-ABERTURA-DEF
           END-IF
           MOVE WS-CONTA-ATUAL    TO EXT-CAB-CONTA
           MOVE WS-SALDO-ABERTURA TO EXT-CAB-ABERTURA
           MOVE WS-LINHA-CONTA    TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM ESCREVER-TITULARES-CONTA.

       ESCREVER-TITULARES-CONTA.
           *> Primeiro titular com o endereco de correspondencia,
           *> depois os co-titulares so com o nome; conta ainda sem
           *> titular no cadastro sai avisada
           MOVE 'N' TO WS-PRIMEIRO-ACHADO
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-CONTA (WS-IDX-VIN) = WS-CONTA-ATUAL
                  AND WS-VIN-PAPEL (WS-IDX-VIN) = 'P'
                   MOVE 'S' TO WS-PRIMEIRO-ACHADO
                   MOVE 'TITULAR.....: ' TO EXT-TIT-ROTULO
                   PERFORM ESCREVER-UM-TITULAR
                   IF TITULAR-NO-MESTRE
                       MOVE TIT-LOGRADOURO    TO EXT-END-LOGRADOURO
                       MOVE WS-LINHA-ENDERECO TO WS-LINHA-SAIDA
                       PERFORM GRAVAR-LINHA
                       MOVE TIT-CIDADE        TO EXT-END-CIDADE
                       MOVE TIT-UF            TO EXT-END-UF
                       MOVE TIT-CEP           TO WS-CEP-TRAB
                       MOVE WS-CEP-PREFIXO    TO EXT-END-CEP-1
                       MOVE WS-CEP-SUFIXO     TO EXT-END-CEP-2
                       MOVE WS-LINHA-CIDADE   TO WS-LINHA-SAIDA
                       PERFORM GRAVAR-LINHA
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CONTA-COM-PRIMEIRO
               MOVE WS-LINHA-SEM-TITULAR TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-CONTA (WS-IDX-VIN) = WS-CONTA-ATUAL
                  AND WS-VIN-PAPEL (WS-IDX-VIN) = 'C'
                   MOVE 'CO-TITULAR..: ' TO EXT-TIT-ROTULO
                   PERFORM ESCREVER-UM-TITULAR
               END-IF
           END-PERFORM.

       ESCREVER-UM-TITULAR.
           MOVE WS-VIN-TITULAR (WS-IDX-VIN) TO WS-TITULAR-PROCURAR
           PERFORM BUSCAR-TITULAR
           MOVE WS-TITULAR-PROCURAR TO EXT-TIT-ID
           IF TITULAR-NO-MESTRE
               MOVE TIT-NOME TO EXT-TIT-NOME
           ELSE
               MOVE 'TITULAR NAO ENCONTRADO NO CADASTRO'
                    TO EXT-TIT-NOME
           END-IF
           MOVE WS-LINHA-TITULAR TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       BUSCAR-TITULAR.
           MOVE 'N' TO WS-TITULAR-ENCONTRADO
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
                      OR TITULAR-NO-MESTRE
               MOVE WS-TIT-LINHA (WS-IDX-TIT) TO REG-TITULAR
               IF TIT-ID-TITULAR = WS-TITULAR-PROCURAR
                   MOVE 'S' TO WS-TITULAR-ENCONTRADO
               END-IF
           END-PERFORM.

       ESCREVER-MOVIMENTO.
           ADD 1 TO WS-MOVIMENTOS-CONTA
           IF DIA-LANCAMENTO = 'D'
           ELSE
               ADD DIA-VALOR-BRL TO WS-TOTAL-CREDITOS
           END-IF
           IF DIA-TIPO = 'E'
               ADD DIA-TAXA TO WS-TOTAL-TAXAS-EST
           ELSE
               ADD DIA-TAXA TO WS-TOTAL-TAXAS
           END-IF
           MOVE DIA-SALDO-RESULT TO WS-SALDO-FINAL
           MOVE DIA-DATA         TO EXT-DATA
           MOVE DIA-ID-TRANS     TO EXT-ID-TRANS
           MOVE DIA-TAXA         TO EXT-TAXA
           MOVE DIA-SALDO-RESULT TO EXT-SALDO
           MOVE WS-LINHA-MOV     TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           IF DIA-TIPO = 'X' OR DIA-TIPO = 'R'
               PERFORM ESCREVER-COMPLEMENTO-TED
           END-IF.

       ESCREVER-COMPLEMENTO-TED.
           *> A perna da conta de liquidacao nao tem complemento:
           *> a procura e pela conta do cliente
           MOVE DIA-TIPO     TO WS-TRB-TED-TIPO
           MOVE 0            TO WS-TRB-TED-DATA
           MOVE DIA-ID-TRANS TO WS-TRB-TED-ID
           MOVE DIA-ID-CONTA TO WS-TRB-TED-CONTA
           PERFORM LOCALIZAR-TED
           IF WS-TED-ACHADA > 0
               IF DIA-TIPO = 'X'
                   MOVE WS-TED-BANCO (WS-TED-ACHADA) TO ECT-BANCO
                   MOVE WS-TED-AGENCIA (WS-TED-ACHADA) TO ECT-AGENCIA
                   MOVE WS-TED-CONTA-FAV (WS-TED-ACHADA)
                        TO ECT-CONTA-FAV
                   MOVE WS-TED-DOC (WS-TED-ACHADA) TO ECT-DOC
                   MOVE WS-LINHA-COMPL-TED TO WS-LINHA-SAIDA
               ELSE
                   MOVE WS-TED-ID-ORIG (WS-TED-ACHADA) TO ECD-ID-ORIG
                   MOVE WS-TED-COD-MOTIVO (WS-TED-ACHADA)
                        TO ECD-COD-MOTIVO
                   MOVE WS-TED-DESCR (WS-TED-ACHADA) TO ECD-DESCR
                   MOVE WS-LINHA-COMPL-DEV TO WS-LINHA-SAIDA
               END-IF
               PERFORM GRAVAR-LINHA
           END-IF.

       TOTALIZAR-CONTA.
           *> Fecha a secao da conta corrente com os totais de
               MOVE WS-TOTAL-TAXAS    TO TOT-TAXAS
               MOVE WS-LINHA-TOT-TAX  TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
               IF WS-TOTAL-TAXAS-EST > 0
                   MOVE WS-TOTAL-TAXAS-EST TO TOT-TAXAS-EST
                   MOVE WS-LINHA-TOT-TEST  TO WS-LINHA-SAIDA
                   PERFORM GRAVAR-LINHA
               END-IF
               MOVE WS-SALDO-FINAL    TO TOT-SALDO
               MOVE WS-LINHA-TOT-SAL  TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
