           SELECT OPTIONAL ARQUIVO-BLOQUEIOS ASSIGN TO 'bloqueios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Limites diarios de debito por conta (saques e
      *> transferencias de saida), mantidos pela manutencao de
      *> contas (operacoes Q/T); teto zerado = sem limite
           SELECT OPTIONAL ARQUIVO-LIMITES
           ASSIGN TO 'limites-diarios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Debitos ja postados no dia por conta, acumulados contra o
      *> limite diario: o arquivo e carregado na entrada e regravado
      *> a cada checkpoint, de modo que o acumulado atravessa os
      *> varios lotes de originacao do dia e a retomada apos abend
           SELECT OPTIONAL ARQUIVO-DEBITOS-DIA
           ASSIGN TO 'debitos-dia.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DEBITOS-DIA-TMP ASSIGN TO 'debitos-dia.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DIARIO ASSIGN TO 'diario.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Historico permanente de movimentos (anexado pelo HISTMOV no
      *> fim de cada ciclo): e nele que o estorno encontra as pernas
      *> do lancamento original - valor em reais, taxa cobrada,
      *> cotacao aplicada e a conta de destino da transferencia
           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO 'historico-movimentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Trilha de auditoria da manutencao de contas (MANUCON): o
      *> deposito do cliente que reativa uma conta dormente deixa
      *> ali a imagem antes/depois, como qualquer troca de status
           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO 'auditoria-contas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Parametros da TED de saida: codigo do proprio banco na
      *> camara, conta de liquidacao interbancaria e tarifa fixa.
      *> Sem o arquivo nenhuma TED posta - a conta de liquidacao nao
      *> e encontrada e o registro vai para o reciclo
           SELECT OPTIONAL ARQUIVO-PARAM-TED
           ASSIGN TO 'ted-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> TEDs de saida e devolucoes de TED postadas no dia, lidas
      *> pela remessa para a camara (REMTED)
           SELECT ARQUIVO-TEDS ASSIGN TO 'teds-postadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Controle do ciclo: registro de inicio/fim do passo, com RC
      *> e contadores, conferido pelo fechamento (FECHACIC) antes do
      *> avanco da data de processamento
      *> e por ele que o rejeito e devolvido ao sistema remetente
           05 REJ-LOTE-ID       PIC 9(08).
           05 REJ-LOTE-ORIGEM   PIC X(08).
      *> Complemento do detalhe (ID-TRANS-ORIGINAL do estorno),
      *> preservado para o reciclo reapresentar o registro inteiro
           05 REJ-COMPLEMENTO   PIC X(38).

       FD  ARQUIVO-TAXAS.
       01  REGISTRO-TAXA.
      *> (EXPURGO) arquivar entradas antigas sem reabrir a porta a
      *> duplicidade dentro da janela de retencao - sem a data nada
      *> podia ser expurgado e a faixa 9(06) de ID-TRANS acabaria
      *> dando a volta e colidindo com postagens de anos atras.
      *> A situacao marca o ID-TRANS ja estornado (com o ID-TRANS do
      *> estorno ao lado): e ela que barra um segundo estorno do
      *> mesmo original
       FD  ARQUIVO-CONTROLE.
       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
              88 CTL-ESTORNADA         VALUE 'E'.
           05 CTL-ID-ESTORNO   PIC 9(06).

       FD  ARQUIVO-CAMBIO.
       01  REGISTRO-CAMBIO.
           05 BLQ-OPERADOR      PIC X(08).
           05 BLQ-MOTIVO        PIC X(20).

       FD  ARQUIVO-LIMITES.
       01  REGISTRO-LIMITE-DIA.
           05 LIM-ID-CONTA      PIC 9(06).
           05 LIM-SAQUE         PIC 9(09)V99.
           05 LIM-TRANSF        PIC 9(09)V99.
           05 LIM-DATA          PIC 9(08).
           05 LIM-OPERADOR      PIC X(08).

      *> Um registro por conta com debito de cliente (ou tentativa
      *> barrada pelo teto) na data de processamento; registros de
      *> outras datas sao descartados na carga
       FD  ARQUIVO-DEBITOS-DIA.
       01  REGISTRO-DEBITOS-DIA.
           05 ACD-DATA          PIC 9(08).
           05 ACD-ID-CONTA      PIC 9(06).
           05 ACD-SAQUE         PIC 9(10)V99.
           05 ACD-TRANSF        PIC 9(10)V99.
           05 ACD-REJ-SAQUE     PIC 9(05).
           05 ACD-REJ-TRANSF    PIC 9(05).

       FD  ARQUIVO-DEBITOS-DIA-TMP.
       01  REGISTRO-DEBITOS-DIA-TMP PIC X(48).

       FD  ARQUIVO-DIARIO.
           COPY DIAREC.


      *> Razao de receita de tarifas: um credito por taxa cobrada,
      *> contrapartida contabil do debito feito na conta do cliente -
      *> apurado = debitado = contabilizado. A taxa devolvida por um
      *> estorno entra com natureza 'E' (em branco = tarifa cobrada)
       FD  ARQUIVO-RECEITAS.
       01  REG-RECEITA.
           05 RECT-DATA        PIC 9(08).
           05 RECT-ID-TRANS    PIC 9(06).
           05 RECT-ID-CONTA    PIC 9(06).
           05 RECT-TAXA        PIC 9(08)V99.
           05 RECT-NATUREZA    PIC X(01).
              88 RECT-ESTORNO          VALUE 'E'.

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

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

       FD  ARQUIVO-PARAM-TED.
       01  REGISTRO-PARAM-TED.
           05 TPAR-BANCO        PIC 9(03).
           05 TPAR-CONTA-LIQ    PIC 9(06).
           05 TPAR-TARIFA       PIC 9(06)V99.

       FD  ARQUIVO-TEDS.
           COPY TEDREC.

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

           05 CKPT-TOTAL-TAXAS     PIC 9(08)V99.
           05 CKPT-PAGINA          PIC 9(04).
           05 CKPT-LINHAS-PAGINA   PIC 9(02).
           05 CKPT-QTD-ESTORNOS    PIC 9(05).
           05 CKPT-TAXAS-ESTORNADAS PIC 9(08)V99.

       FD  ARQUIVO-CHECKPOINT-TMP.
       01  REGISTRO-CHECKPOINT-TMP.
           05 CKPT-TMP-TOTAL-TAXAS     PIC 9(08)V99.
           05 CKPT-TMP-PAGINA          PIC 9(04).
           05 CKPT-TMP-LINHAS-PAGINA   PIC 9(02).
           05 CKPT-TMP-QTD-ESTORNOS    PIC 9(05).
           05 CKPT-TMP-TAXAS-ESTORNADAS PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-CONTA-ORIGEM.
           05 WS-ORIG-ID-CONTA  PIC 9(06).
           05 WS-ORIG-STATUS    PIC X(01).
              88 ORIG-DORMENTE         VALUE 'D'.
           05 WS-ORIG-SALDO     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-ORIG-LIMITE    PIC 9(09)V99.
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-DEST-LIMITE    PIC 9(09)V99.

      *> Conta dormente (sem movimento do cliente alem do periodo,
      *> marcada pela deteccao mensal DORMCON): aceita credito, mas
      *> saque e transferencia do cliente sao rejeitados; o
      *> deposito do cliente a reativa, com a imagem anterior
      *> guardada aqui para a trilha de auditoria
       01  WS-REATIVACAO        PIC X(01) VALUE 'N'.
           88 CONTA-REATIVADA   VALUE 'S'.
       01  WS-ANT-STATUS        PIC X(01).
       01  WS-ANT-SALDO         PIC S9(09)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-ANT-LIMITE        PIC 9(09)V99.

      *> TED de saida: o cliente paga o valor mais a tarifa fixa de
      *> ted-param.dat e o valor vai para a conta de liquidacao
      *> interbancaria (status L), contra a qual a camara liquida a
      *> remessa; a devolucao da camara faz o caminho inverso
       01  WS-TED-BANCO-PROPRIO PIC 9(03) VALUE 0.
       01  WS-TED-CONTA-LIQ     PIC 9(06) VALUE 0.
       01  WS-TED-TARIFA        PIC 9(06)V99 VALUE 0.

       01  WS-SALDO-PROJETADO   PIC S9(10)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-SALDO-RESULTANTE  PIC S9(09)V99
       01  WS-PISO-DISPONIVEL   PIC S9(11)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

      *> Limite diario de debito: o teto de saques e o de
      *> transferencias de saida de cada conta (limites-diarios.dat)
      *> e o quanto ela ja debitou no dia (debitos-dia.dat). So o
      *> debito do cliente conta e e barrado - lancamento gerado
      *> pelo banco e estorno passam ao largo
       01  WS-TAB-LIMITES.
           05 WS-QTD-LIM        PIC 9(04) VALUE 0.
           05 WS-LIM-OCORR OCCURS 2000 TIMES.
              10 WS-LIM-CONTA   PIC 9(06).
              10 WS-LIM-SAQUE   PIC 9(09)V99.
              10 WS-LIM-TRANSF  PIC 9(09)V99.
       01  WS-IDX-LIM           PIC 9(04).

       01  WS-TAB-DEBITOS-DIA.
           05 WS-QTD-DEB        PIC 9(04) VALUE 0.
           05 WS-DEB-OCORR OCCURS 9000 TIMES.
              10 WS-DEB-CONTA      PIC 9(06).
              10 WS-DEB-SAQUE      PIC 9(10)V99.
              10 WS-DEB-TRANSF     PIC 9(10)V99.
              10 WS-DEB-REJ-SAQUE  PIC 9(05).
              10 WS-DEB-REJ-TRANSF PIC 9(05).
       01  WS-IDX-DEB           PIC 9(04).
       01  WS-IDX-DEB-ACHADO    PIC 9(04) VALUE 0.
       01  WS-CONTA-NO-TETO     PIC X(01) VALUE 'N'.
           88 CONTA-NO-TETO     VALUE 'S'.
       01  WS-TETO-SAQUE        PIC 9(09)V99 VALUE 0.
       01  WS-TETO-TRANSF       PIC 9(09)V99 VALUE 0.
       01  WS-DEBITO-PROJETADO  PIC 9(11)V99 VALUE 0.
       01  WS-LIMITE-DIA-OK     PIC X(01) VALUE 'S'.
           88 DENTRO-LIMITE-DIA VALUE 'S'.
       01  WS-QTD-CONTAS-TETO   PIC 9(05) VALUE 0.

       01  WS-DEB-NOME-TMP      PIC X(20) VALUE 'debitos-dia.tmp'.
       01  WS-DEB-NOME-FIM      PIC X(20) VALUE 'debitos-dia.dat'.

       01  WS-CAMPOS-VALIDOS    PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS    VALUE 'S'.

       01  WS-JA-PROCESSADO     PIC X(01) VALUE 'N'.
           88 TRANS-DUPLICADA   VALUE 'S'.

      *> Estornos do lote: antes da postagem o lote e varrido uma vez
      *> atras dos detalhes tipo 'E', e o historico permanente uma vez
      *> atras dos originais que eles apontam - cada ocorrencia guarda
      *> o lancamento original como foi postado (a ultima ocorrencia
      *> do ID-TRANS no historico prevalece). Original postado no
      *> proprio dia ainda nao esta no historico e volta pelo reciclo
       01  WS-TAB-ESTORNOS.
           05 WS-QTD-EST        PIC 9(03) VALUE 0.
           05 WS-EST-OCORR OCCURS 500 TIMES.
              10 WS-EST-ID-ORIGINAL PIC 9(06).
              10 WS-EST-ACHADO      PIC X(01).
              10 WS-EST-TIPO        PIC X(01).
              10 WS-EST-CONTA       PIC 9(06).
              10 WS-EST-CONTA-DEST  PIC 9(06).
              10 WS-EST-MOEDA       PIC X(03).
              10 WS-EST-VALOR-ORIG  PIC 9(08)V99.
              10 WS-EST-VALOR-BRL   PIC 9(10)V99.
              10 WS-EST-TAXA        PIC 9(08)V99.
              10 WS-EST-COTACAO     PIC 9(04)V9(04).
              10 WS-EST-LOTE-ORIGEM PIC X(08).
       01  WS-IDX-EST           PIC 9(03).
       01  WS-ORIGINAL-ENCONTRADO PIC X(01) VALUE 'N'.
           88 ORIGINAL-ENCONTRADO VALUE 'S'.
       01  WS-TAXA-ESTORNADA    PIC 9(08)V99 VALUE 0.
       01  WS-QTD-ESTORNOS      PIC 9(05) VALUE 0.
       01  WS-TOTAL-TAXAS-ESTORNADAS PIC 9(08)V99 VALUE 0.

      *> Registro do historico permanente (mesmo layout de DIAREC)
       01  WS-HISTORICO-LIDO.
           05 HIS-SEQ           PIC 9(07).
           05 HIS-DATA          PIC 9(08).
           05 HIS-ID-TRANS      PIC 9(06).
           05 HIS-ID-CONTA      PIC 9(06).
           05 HIS-TIPO          PIC X(01).
           05 HIS-LANCAMENTO    PIC X(01).
           05 HIS-MOEDA         PIC X(03).
           05 HIS-VALOR-ORIG    PIC 9(08)V99.
           05 HIS-VALOR-BRL     PIC 9(10)V99.
           05 HIS-TAXA          PIC 9(08)V99.
           05 HIS-SALDO-RESULT  PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 HIS-COTACAO       PIC 9(04)V9(04).
           05 HIS-LOTE-ID       PIC 9(08).
           05 HIS-LOTE-ORIGEM   PIC X(08).

       01  WS-REGISTROS-LIDOS      PIC 9(07) VALUE 0.
       01  WS-REGISTROS-PULAR      PIC 9(07) VALUE 0.
       01  WS-REGISTROS-DESDE-CKPT PIC 9(03) VALUE 0.
              VALUE 'TOTAL DE TAXAS APURADAS (R$)......:'.
           05 TOT-TAXAS    PIC Z(07)9.99.

       01  WS-LINHA-TOTAL-4.
           05 FILLER      PIC X(35)
              VALUE 'TOTAL DE ESTORNOS POSTADOS........:'.
           05 TOT-ESTORNOS PIC ZZZZ9.

       01  WS-LINHA-TOTAL-5.
           05 FILLER      PIC X(35)
              VALUE 'TOTAL DE TAXAS ESTORNADAS (R$)....:'.
           05 TOT-TAXAS-ESTORNADAS PIC Z(07)9.99.

       01  WS-LINHA-TOTAL-6.
           05 FILLER      PIC X(35)
              VALUE 'CONTAS NO LIMITE DIARIO DE DEBITO.:'.
           05 TOT-CONTAS-TETO PIC ZZZZ9.

      *> Contas que chegaram ao teto diario de saque ou de
      *> transferencia na data (acumulado igual ao teto, ou debito
      *> barrado por ele), listadas apos os totais do relatorio
       01  WS-CAB-TETO-1.
           05 FILLER            PIC X(45)
              VALUE 'CONTAS QUE ATINGIRAM O LIMITE DIARIO DE DEBIT'.
           05 FILLER            PIC X(01) VALUE 'O'.

       01  WS-CAB-TETO-2.
           05 FILLER            PIC X(07) VALUE 'CONTA'.
           05 FILLER            PIC X(14) VALUE 'MODALIDADE'.
           05 FILLER            PIC X(15) VALUE '   LIMITE (R$)'.
           05 FILLER            PIC X(17) VALUE '  DEBITADO (R$)'.
           05 FILLER            PIC X(11) VALUE 'REJEITADOS'.

       01  WS-LINHA-TETO.
           05 TETO-CONTA         PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 TETO-MODALIDADE    PIC X(13).
           05 TETO-LIMITE        PIC Z(10)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 TETO-DEBITADO      PIC Z(10)9.99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 TETO-REJEITADOS    PIC ZZZZ9.

      *> Linha complementar do estorno no relatorio, logo abaixo do
      *> detalhe: o ID-TRANS desfeito e a taxa devolvida ao cliente
       01  WS-LINHA-ESTORNO.
           05 FILLER             PIC X(09) VALUE SPACES.
           05 FILLER             PIC X(20)
              VALUE 'ESTORNO DO ID-TRANS '.
           05 EST-DET-ORIGINAL   PIC 9(06).
           05 FILLER             PIC X(24)
              VALUE ' - TAXA DEVOLVIDA (R$): '.
           05 EST-DET-TAXA       PIC Z(05)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> LER-CHECKPOINT precisa rodar antes de ABRIR-ARQUIVOS: e
           PERFORM LER-CHECKPOINT
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM CARREGAR-ESTORNOS
           PERFORM ABRIR-ARQUIVOS
           IF WS-REGISTROS-PULAR = 0
               PERFORM GRAVAR-ABERTURA
           PERFORM CARREGAR-TAXAS
           PERFORM CARREGAR-CAMBIO
           PERFORM CARREGAR-BLOQUEIOS
           PERFORM CARREGAR-LIMITES-DIARIOS
           PERFORM CARREGAR-DEBITOS-DIA
           PERFORM CARREGAR-PARAM-TED
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM FECHAR-ARQUIVOS
           END-PERFORM

           PERFORM ESCREVER-RODAPE
           PERFORM GRAVAR-DEBITOS-DIA
           PERFORM LIMPAR-CHECKPOINT
           PERFORM FECHAR-ARQUIVOS

           DISPLAY "TRANSACAO PROCESSADAS: " WS-CONTADOR
           DISPLAY "TRANSACAO REJEITADAS:  " WS-CONTADOR-REJ
           DISPLAY "TOTAL DE TAXAS (R$):   " WS-TOTAL-TAXAS
           DISPLAY "ESTORNOS POSTADOS:     " WS-QTD-ESTORNOS
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DO PROCESSAMENTO ---"
           STOP RUN.
           OPEN INPUT ARQUIVO-TAXAS
           OPEN INPUT ARQUIVO-CAMBIO
           OPEN I-O ARQUIVO-CONTROLE
           OPEN EXTEND ARQUIVO-AUDITORIA
           IF WS-REGISTROS-PULAR > 0
               OPEN EXTEND ARQUIVO-RETORNO
               OPEN EXTEND ARQUIVO-REJEITOS
               OPEN EXTEND ARQUIVO-RELATORIO
               OPEN EXTEND ARQUIVO-DIARIO
               OPEN EXTEND ARQUIVO-RECEITAS
               OPEN EXTEND ARQUIVO-TEDS
           ELSE
               OPEN OUTPUT ARQUIVO-RETORNO
               OPEN OUTPUT ARQUIVO-REJEITOS
               OPEN OUTPUT ARQUIVO-RELATORIO
               OPEN OUTPUT ARQUIVO-DIARIO
               OPEN OUTPUT ARQUIVO-RECEITAS
               OPEN OUTPUT ARQUIVO-TEDS
           END-IF.

       FECHAR-ARQUIVOS.
           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-DIARIO
           CLOSE ARQUIVO-RECEITAS
           CLOSE ARQUIVO-TEDS
           CLOSE ARQUIVO-CONTROLE
           CLOSE ARQUIVO-AUDITORIA.

       GRAVAR-ABERTURA.
           *> Fotografa o mestre de contas como ele estava antes de
               END-IF
           END-PERFORM.

       SOMAR-BLOQUEIOS-DESTINO.
           *> Total bloqueado da conta de destino - so o estorno de
           *> uma transferencia debita o destino
           MOVE 0 TO WS-TOTAL-BLOQUEADO
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
               IF WS-BLQ-CONTA (WS-IDX-BLQ) = WS-DEST-ID-CONTA
                   ADD WS-BLQ-VALOR (WS-IDX-BLQ)
                       TO WS-TOTAL-BLOQUEADO
               END-IF
           END-PERFORM.

       CARREGAR-LIMITES-DIARIOS.
           *> Tetos diarios por conta; mesma checagem de capacidade
           *> das demais cargas do ciclo
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-LIMITES
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-LIMITES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-LIM >= 2000
                           DISPLAY "ERRO FATAL: LIMITES-DIARIOS.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (2000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           IF LIM-ID-CONTA NUMERIC
                              AND LIM-SAQUE NUMERIC
                              AND LIM-TRANSF NUMERIC
                               ADD 1 TO WS-QTD-LIM
                               MOVE LIM-ID-CONTA
                                    TO WS-LIM-CONTA (WS-QTD-LIM)
                               MOVE LIM-SAQUE
                                    TO WS-LIM-SAQUE (WS-QTD-LIM)
                               MOVE LIM-TRANSF
                                    TO WS-LIM-TRANSF (WS-QTD-LIM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-LIMITES.

       CARREGAR-PARAM-TED.
           *> Uma unica linha de parametro; ausente ou invalida, a
           *> conta de liquidacao fica zerada e toda TED do lote e
           *> rejeitada para o reciclo sem derrubar a postagem
           OPEN INPUT ARQUIVO-PARAM-TED
           READ ARQUIVO-PARAM-TED
               AT END
                   CONTINUE
               NOT AT END
                   IF TPAR-BANCO NUMERIC
                      AND TPAR-CONTA-LIQ NUMERIC
                      AND TPAR-TARIFA NUMERIC
                       MOVE TPAR-BANCO     TO WS-TED-BANCO-PROPRIO
                       MOVE TPAR-CONTA-LIQ TO WS-TED-CONTA-LIQ
                       MOVE TPAR-TARIFA    TO WS-TED-TARIFA
                   END-IF
           END-READ
           CLOSE ARQUIVO-PARAM-TED
           IF WS-TED-CONTA-LIQ = 0
               DISPLAY "AVISO: TED-PARAM.DAT AUSENTE OU INVALIDO - "
                  "TEDS DO LOTE SERAO REJEITADAS"
           END-IF.

       CARREGAR-DEBITOS-DIA.
           *> So o acumulado da data de processamento interessa: o
           *> de ontem fica para tras e some na proxima regravacao
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DEBITOS-DIA
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-DEBITOS-DIA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACD-DATA = WS-DATA-PROC
                           IF WS-QTD-DEB >= 9000
                               DISPLAY "ERRO FATAL: DEBITOS-DIA.DAT "
                                  "EXCEDE A CAPACIDADE DA TABELA EM "
                                  "MEMORIA (9000)"
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-DEB
                               MOVE ACD-ID-CONTA
                                    TO WS-DEB-CONTA (WS-QTD-DEB)
                               MOVE ACD-SAQUE
                                    TO WS-DEB-SAQUE (WS-QTD-DEB)
                               MOVE ACD-TRANSF
                                    TO WS-DEB-TRANSF (WS-QTD-DEB)
                               MOVE ACD-REJ-SAQUE
                                    TO WS-DEB-REJ-SAQUE (WS-QTD-DEB)
                               MOVE ACD-REJ-TRANSF
                                    TO WS-DEB-REJ-TRANSF (WS-QTD-DEB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DEBITOS-DIA.

       GRAVAR-DEBITOS-DIA.
           *> Regrava o acumulado do dia inteiro pelo caminho
           *> tmp + rename, como o checkpoint
           OPEN OUTPUT ARQUIVO-DEBITOS-DIA-TMP
           PERFORM VARYING WS-IDX-DEB FROM 1 BY 1
                   UNTIL WS-IDX-DEB > WS-QTD-DEB
               MOVE WS-DATA-PROC               TO ACD-DATA
               MOVE WS-DEB-CONTA (WS-IDX-DEB)  TO ACD-ID-CONTA
               MOVE WS-DEB-SAQUE (WS-IDX-DEB)  TO ACD-SAQUE
               MOVE WS-DEB-TRANSF (WS-IDX-DEB) TO ACD-TRANSF
               MOVE WS-DEB-REJ-SAQUE (WS-IDX-DEB)  TO ACD-REJ-SAQUE
               MOVE WS-DEB-REJ-TRANSF (WS-IDX-DEB) TO ACD-REJ-TRANSF
               MOVE REGISTRO-DEBITOS-DIA TO REGISTRO-DEBITOS-DIA-TMP
               WRITE REGISTRO-DEBITOS-DIA-TMP
           END-PERFORM
           CLOSE ARQUIVO-DEBITOS-DIA-TMP
           CALL "CBL_RENAME_FILE" USING WS-DEB-NOME-TMP
               WS-DEB-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO GRAVAR DEBITOS-DIA.DAT "
                  "(RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOCALIZAR-DEBITOS-DIA.
           *> Acha (ou abre) a ocorrencia do acumulado da conta de
           *> origem e traz os tetos dela
           MOVE WS-ORIG-ID-CONTA TO WS-CONTA-PROCURAR
           PERFORM BUSCAR-TETOS-DIARIOS
           MOVE 0 TO WS-IDX-DEB-ACHADO
           PERFORM VARYING WS-IDX-DEB FROM 1 BY 1
                   UNTIL WS-IDX-DEB > WS-QTD-DEB
                      OR WS-IDX-DEB-ACHADO > 0
               IF WS-DEB-CONTA (WS-IDX-DEB) = WS-ORIG-ID-CONTA
                   MOVE WS-IDX-DEB TO WS-IDX-DEB-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-DEB-ACHADO > 0
               MOVE WS-IDX-DEB-ACHADO TO WS-IDX-DEB
           ELSE
               IF WS-QTD-DEB >= 9000
                   DISPLAY "ERRO FATAL: DEBITOS DO DIA EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (9000)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-DEB
               MOVE WS-QTD-DEB TO WS-IDX-DEB
               MOVE WS-ORIG-ID-CONTA TO WS-DEB-CONTA (WS-IDX-DEB)
               MOVE 0 TO WS-DEB-SAQUE (WS-IDX-DEB)
               MOVE 0 TO WS-DEB-TRANSF (WS-IDX-DEB)
               MOVE 0 TO WS-DEB-REJ-SAQUE (WS-IDX-DEB)
               MOVE 0 TO WS-DEB-REJ-TRANSF (WS-IDX-DEB)
           END-IF.

       BUSCAR-TETOS-DIARIOS.
           *> Tetos de WS-CONTA-PROCURAR; sem registro em
           *> limites-diarios.dat os dois ficam zerados (livre)
           MOVE 0 TO WS-TETO-SAQUE
           MOVE 0 TO WS-TETO-TRANSF
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIM
               IF WS-LIM-CONTA (WS-IDX-LIM) = WS-CONTA-PROCURAR
                   MOVE WS-LIM-SAQUE (WS-IDX-LIM) TO WS-TETO-SAQUE
                   MOVE WS-LIM-TRANSF (WS-IDX-LIM) TO WS-TETO-TRANSF
               END-IF
           END-PERFORM.

       CONFERIR-LIMITE-DIARIO.
           *> O debito do cliente (valor em reais, sem a tarifa) soma
           *> ao que a conta ja debitou hoje na mesma modalidade e
           *> nao pode passar do teto; a tentativa barrada fica
           *> contada no acumulado para o relatorio de controle.
           *> Debito gerado pelo banco nao conta nem e barrado
           MOVE 'S' TO WS-LIMITE-DIA-OK
           IF NOT MOV-ORIGEM-BANCO
               PERFORM LOCALIZAR-DEBITOS-DIA
               IF TRANS-SAQUE
                   COMPUTE WS-DEBITO-PROJETADO =
                       WS-DEB-SAQUE (WS-IDX-DEB) + WS-VALOR-BRL
                   IF WS-TETO-SAQUE > 0
                      AND WS-DEBITO-PROJETADO > WS-TETO-SAQUE
                       MOVE 'N' TO WS-LIMITE-DIA-OK
                       ADD 1 TO WS-DEB-REJ-SAQUE (WS-IDX-DEB)
                       MOVE "LIMITE DIARIO DE SAQUE EXCEDIDO"
                            TO REJ-MOTIVO
                   END-IF
               ELSE
                   COMPUTE WS-DEBITO-PROJETADO =
                       WS-DEB-TRANSF (WS-IDX-DEB) + WS-VALOR-BRL
                   IF WS-TETO-TRANSF > 0
                      AND WS-DEBITO-PROJETADO > WS-TETO-TRANSF
                       MOVE 'N' TO WS-LIMITE-DIA-OK
                       ADD 1 TO WS-DEB-REJ-TRANSF (WS-IDX-DEB)
                       MOVE "LIMITE DIARIO DE TRANSFERENCIA EXCEDIDO"
                            TO REJ-MOTIVO
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-DEBITO-DIA.
           *> Chamado so depois de o debito ser postado, com
           *> WS-IDX-DEB ainda na ocorrencia da conta de origem
           IF NOT MOV-ORIGEM-BANCO
               IF TRANS-SAQUE
                   ADD WS-VALOR-BRL TO WS-DEB-SAQUE (WS-IDX-DEB)
               ELSE
                   ADD WS-VALOR-BRL TO WS-DEB-TRANSF (WS-IDX-DEB)
               END-IF
           END-IF.

       CARREGAR-ESTORNOS.
           *> Varre o lote uma vez antes da postagem atras dos
           *> detalhes de estorno e guarda o ID-TRANS original de cada
           *> um; so havendo algum o historico permanente e lido. O
           *> lote e relido inteiro tambem numa retomada, para que um
           *> estorno ainda nao postado encontre o seu original
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TRANS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TRANS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MOV-REG-DETALHE AND TRANS-ESTORNO
                          AND ID-TRANS-ORIGINAL NUMERIC
                           PERFORM GUARDAR-ESTORNO-DO-LOTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TRANS
           IF WS-QTD-EST > 0 AND NOT ERRO-FATAL
               PERFORM VARRER-HISTORICO-ESTORNOS
           END-IF.

       GUARDAR-ESTORNO-DO-LOTE.
           *> Um mesmo original apontado duas vezes ocupa uma so
           *> ocorrencia - o segundo estorno cai em JA ESTORNADO
           MOVE 'N' TO WS-ORIGINAL-ENCONTRADO
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-EST
                      OR ORIGINAL-ENCONTRADO
               IF WS-EST-ID-ORIGINAL (WS-IDX-EST) = ID-TRANS-ORIGINAL
                   MOVE 'S' TO WS-ORIGINAL-ENCONTRADO
               END-IF
           END-PERFORM
           IF NOT ORIGINAL-ENCONTRADO
               IF WS-QTD-EST >= 500
                   DISPLAY "ERRO FATAL: ESTORNOS DO LOTE EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (500)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-EST
                   MOVE ID-TRANS-ORIGINAL
                        TO WS-EST-ID-ORIGINAL (WS-QTD-EST)
                   MOVE 'N'    TO WS-EST-ACHADO (WS-QTD-EST)
                   MOVE SPACE  TO WS-EST-TIPO (WS-QTD-EST)
                   MOVE ZEROS  TO WS-EST-CONTA (WS-QTD-EST)
                   MOVE ZEROS  TO WS-EST-CONTA-DEST (WS-QTD-EST)
               END-IF
           END-IF.

       VARRER-HISTORICO-ESTORNOS.
           *> Uma passada no historico permanente: cada lancamento de
           *> um ID-TRANS original apontado pelo lote preenche a
           *> ocorrencia correspondente da tabela de estornos
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-HISTORICO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-HISTORICO INTO WS-HISTORICO-LIDO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                               UNTIL WS-IDX-EST > WS-QTD-EST
                           IF WS-EST-ID-ORIGINAL (WS-IDX-EST) =
                              HIS-ID-TRANS
                               PERFORM APLICAR-PERNA-HISTORICO
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-HISTORICO.

       APLICAR-PERNA-HISTORICO.
           *> A perna de credito de uma transferencia so acrescenta a
           *> conta de destino; qualquer outra perna (a unica de
           *> deposito e saque, a de debito da transferencia) traz o
           *> lancamento original inteiro, com a taxa cobrada
           IF HIS-TIPO = 'T' AND HIS-LANCAMENTO = 'C'
               MOVE HIS-ID-CONTA TO WS-EST-CONTA-DEST (WS-IDX-EST)
           ELSE
               MOVE 'S'             TO WS-EST-ACHADO (WS-IDX-EST)
               MOVE HIS-TIPO        TO WS-EST-TIPO (WS-IDX-EST)
               MOVE HIS-ID-CONTA    TO WS-EST-CONTA (WS-IDX-EST)
               MOVE ZEROS           TO WS-EST-CONTA-DEST (WS-IDX-EST)
               MOVE HIS-MOEDA       TO WS-EST-MOEDA (WS-IDX-EST)
               MOVE HIS-VALOR-ORIG  TO WS-EST-VALOR-ORIG (WS-IDX-EST)
               MOVE HIS-VALOR-BRL   TO WS-EST-VALOR-BRL (WS-IDX-EST)
               MOVE HIS-TAXA        TO WS-EST-TAXA (WS-IDX-EST)
               MOVE HIS-COTACAO     TO WS-EST-COTACAO (WS-IDX-EST)
               MOVE HIS-LOTE-ORIGEM TO WS-EST-LOTE-ORIGEM (WS-IDX-EST)
           END-IF.

       LER-DATA-PROCESSAMENTO.
           *> A data de processamento do ciclo vem do mesmo arquivo
           *> de parametro usado pelo liberador de movimentos; sem
                   MOVE CKPT-TOTAL-TAXAS     TO WS-TOTAL-TAXAS
                   MOVE CKPT-PAGINA          TO WS-PAGINA
                   MOVE CKPT-LINHAS-PAGINA   TO WS-LINHAS-PAGINA
                   *> Checkpoint gravado antes dos contadores de
                   *> estorno chega com os campos em branco
                   IF CKPT-QTD-ESTORNOS NUMERIC
                       MOVE CKPT-QTD-ESTORNOS TO WS-QTD-ESTORNOS
                   END-IF
                   IF CKPT-TAXAS-ESTORNADAS NUMERIC
                       MOVE CKPT-TAXAS-ESTORNADAS
                            TO WS-TOTAL-TAXAS-ESTORNADAS
                   END-IF
           END-READ
           CLOSE ARQUIVO-CHECKPOINT.

           CLOSE ARQUIVO-RELATORIO
           CLOSE ARQUIVO-DIARIO
           CLOSE ARQUIVO-RECEITAS
           CLOSE ARQUIVO-TEDS
           CLOSE ARQUIVO-CONTROLE
           CLOSE ARQUIVO-AUDITORIA
           OPEN EXTEND ARQUIVO-RETORNO
           OPEN EXTEND ARQUIVO-REJEITOS
           OPEN EXTEND ARQUIVO-RELATORIO
           OPEN EXTEND ARQUIVO-DIARIO
           OPEN EXTEND ARQUIVO-RECEITAS
           OPEN EXTEND ARQUIVO-TEDS
           OPEN I-O ARQUIVO-CONTROLE
           OPEN EXTEND ARQUIVO-AUDITORIA.

       GRAVAR-CHECKPOINT.
           *> Antes de mais nada, garante que o rastro de auditoria
           *> para pular registros que controle-transacoes.dat, por
           *> exemplo, nunca chegou a gravar de fato
           PERFORM SINCRONIZAR-ARQUIVOS-SAIDA
           *> O acumulado de debitos do dia vai para o disco junto,
           *> antes do checkpoint: a retomada parte dele ja somando
           *> tudo que foi postado ate o ponto em que recomeca
           PERFORM GRAVAR-DEBITOS-DIA
           *> Os saldos ja aplicados nao precisam de gravacao extra:
           *> cada REWRITE no mestre indexado ja foi aplicado no
           *> arquivo live. O checkpoint vai primeiro para
           MOVE WS-TOTAL-TAXAS     TO CKPT-TMP-TOTAL-TAXAS
           MOVE WS-PAGINA          TO CKPT-TMP-PAGINA
           MOVE WS-LINHAS-PAGINA   TO CKPT-TMP-LINHAS-PAGINA
           MOVE WS-QTD-ESTORNOS    TO CKPT-TMP-QTD-ESTORNOS
           MOVE WS-TOTAL-TAXAS-ESTORNADAS
                                   TO CKPT-TMP-TAXAS-ESTORNADAS
           OPEN OUTPUT ARQUIVO-CHECKPOINT-TMP
           WRITE REGISTRO-CHECKPOINT-TMP
           CLOSE ARQUIVO-CHECKPOINT-TMP
           END-IF.

       PROCESSAR-REGISTRO.
           *> A previsao da postagem (SIMULOTE) repete esta arvore de
           *> decisao na mesma ordem: regra nova aqui vai para la
           ADD 1 TO WS-CONTADOR
           PERFORM VALIDAR-CAMPOS-BASICOS
           IF NOT CAMPOS-VALIDOS
                       PERFORM REJEITAR-REGISTRO
                   ELSE
                       MOVE WS-CONTA-LIDA TO WS-CONTA-ORIGEM
                       IF TRANS-ESTORNO
                           PERFORM PROCESSAR-ESTORNO
                       ELSE
                           PERFORM LOCALIZAR-COTACAO
                           IF NOT COTACAO-VALIDA
                               MOVE "MOEDA SEM COTACAO CADASTRADA"
                                    TO REJ-MOTIVO
                               PERFORM REJEITAR-REGISTRO
                           ELSE
                               PERFORM CONVERTER-VALOR
                               IF CONVERSAO-VALIDA
                                   PERFORM CALCULAR-TAXA
                               END-IF
                               IF NOT CONVERSAO-VALIDA
                                  OR NOT TAXA-VALIDA
                                   EVALUATE TRUE
                                       WHEN NOT CONVERSAO-VALIDA
                                           MOVE
                                 "VALOR CONVERTIDO EXCEDE CAPACIDADE"
                                               TO REJ-MOTIVO
                                       WHEN OTHER
                                           MOVE
                                 "TAXA CALCULADA EXCEDE CAPACIDADE"
                                               TO REJ-MOTIVO
                                   END-EVALUATE
                                   PERFORM REJEITAR-REGISTRO
                               ELSE
                                   EVALUATE TRUE
                                       WHEN TRANS-DEPOSITO
                                           PERFORM PROCESSAR-DEPOSITO
                                       WHEN TRANS-DEVOLUCAO-TED
                                           PERFORM
                                          PROCESSAR-DEVOLUCAO-TED
                                       WHEN ORIG-DORMENTE
                                        AND NOT MOV-ORIGEM-BANCO
                                           MOVE
                              "CONTA DORMENTE - DEBITO NAO PERMITIDO"
                                               TO REJ-MOTIVO
                                           PERFORM REJEITAR-REGISTRO
                                       WHEN TRANS-SAQUE
                                           PERFORM PROCESSAR-SAQUE
                                       WHEN TRANS-TRANSFERENCIA
                                           PERFORM
                                          PROCESSAR-TRANSFERENCIA
                                       WHEN TRANS-TED
                                           PERFORM PROCESSAR-TED
                                   END-EVALUATE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           *> O estorno precisa apontar a transacao que desfaz
           IF CAMPOS-VALIDOS AND TRANS-ESTORNO
              AND (ID-TRANS-ORIGINAL NOT NUMERIC
               OR ID-TRANS-ORIGINAL = ZEROS
               OR ID-TRANS-ORIGINAL = ID-TRANS)
               MOVE 'N' TO WS-CAMPOS-VALIDOS
               MOVE "ID-TRANS ORIGINAL DO ESTORNO INVALIDO"
                    TO REJ-MOTIVO
           END-IF
           *> TED de saida: so em reais, com o favorecido completo
           IF CAMPOS-VALIDOS AND TRANS-TED
               EVALUATE TRUE
                   WHEN MOEDA-TRANS NOT = 'BRL'
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "TED SO EM REAIS (BRL)" TO REJ-MOTIVO
                   WHEN TED-BANCO-DEST NOT NUMERIC
                        OR TED-BANCO-DEST = ZEROS
                        OR TED-AGENCIA-DEST NOT NUMERIC
                        OR TED-AGENCIA-DEST = ZEROS
                        OR TED-CONTA-DEST = SPACES
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DADOS BANCARIOS DO FAVORECIDO INVALIDOS"
                            TO REJ-MOTIVO
                   WHEN TED-DOC-FAVORECIDO NOT NUMERIC
                        OR TED-DOC-FAVORECIDO = ZEROS
                        OR NOT TED-PESSOA-VALIDA
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DOCUMENTO DO FAVORECIDO INVALIDO"
                            TO REJ-MOTIVO
               END-EVALUATE
           END-IF
           *> Devolucao de TED: so pela carga do retorno da camara e
           *> sempre apontando a TED devolvida
           IF CAMPOS-VALIDOS AND TRANS-DEVOLUCAO-TED
               EVALUATE TRUE
                   WHEN ID-TRANS-ORIGINAL NOT NUMERIC
                        OR ID-TRANS-ORIGINAL = ZEROS
                        OR ID-TRANS-ORIGINAL = ID-TRANS
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "ID-TRANS DA TED DEVOLVIDA INVALIDO"
                            TO REJ-MOTIVO
                   WHEN NOT MOV-ORIGEM-DEVTED
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DEVOLUCAO DE TED FORA DA CARGA DA CAMARA"
                            TO REJ-MOTIVO
               END-EVALUATE
           END-IF.

       PROCESSAR-DEPOSITO.
                    TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO
           ELSE
               MOVE 'N' TO WS-REATIVACAO
               IF ORIG-DORMENTE AND NOT MOV-ORIGEM-BANCO
                   PERFORM REATIVAR-CONTA-DORMENTE
               END-IF
               MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
               MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
               PERFORM REGRAVAR-CONTA-ORIGEM
               IF CONTA-REATIVADA
                   PERFORM GRAVAR-AUDITORIA-REATIVACAO
               END-IF
               DISPLAY "DEPOSITO  ID: " ID-TRANS " CONTA: " ID-CONTA
               PERFORM GRAVAR-TRANSACAO-OK
           END-IF.

       REATIVAR-CONTA-DORMENTE.
           *> Deposito do proprio cliente numa conta dormente: a
           *> conta volta a ativa na mesma regravacao do credito (o
           *> credito da remuneracao, gerado pelo banco, nao reativa)
           MOVE 'S' TO WS-REATIVACAO
           MOVE WS-ORIG-STATUS TO WS-ANT-STATUS
           MOVE WS-ORIG-SALDO  TO WS-ANT-SALDO
           MOVE WS-ORIG-LIMITE TO WS-ANT-LIMITE
           MOVE 'A' TO WS-ORIG-STATUS.

       GRAVAR-AUDITORIA-REATIVACAO.
           *> Mesmo registro antes/depois da manutencao de contas,
           *> operacao S (troca de status), com o passo de postagem
           *> como operador
           MOVE WS-DATA-PROC     TO AUD-DATA
           MOVE 'POSTASTP'       TO AUD-OPERADOR
           MOVE 'S'              TO AUD-OPERACAO
           MOVE WS-ORIG-ID-CONTA TO AUD-ID-CONTA
           MOVE WS-ANT-STATUS    TO AUD-STATUS-ANT
           MOVE WS-ANT-SALDO     TO AUD-SALDO-ANT
           MOVE WS-ANT-LIMITE    TO AUD-LIMITE-ANT
           MOVE WS-ORIG-STATUS   TO AUD-STATUS-NOV
           MOVE WS-ORIG-SALDO    TO AUD-SALDO-NOV
           MOVE WS-ORIG-LIMITE   TO AUD-LIMITE-NOV
           WRITE REG-AUDITORIA
           DISPLAY "REATIVADA CONTA: " WS-ORIG-ID-CONTA
              " POR DEPOSITO ID: " ID-TRANS.

       PROCESSAR-SAQUE.
           *> Um saque so e aceito se o saldo apos o debito do valor
           *> E da taxa apurada nao ultrapassar o disponivel da
               END-IF
               PERFORM REJEITAR-REGISTRO
           ELSE
               PERFORM CONFERIR-LIMITE-DIARIO
               IF NOT DENTRO-LIMITE-DIA
                   PERFORM REJEITAR-REGISTRO
               ELSE
                   MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
                   MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
                   PERFORM REGRAVAR-CONTA-ORIGEM
                   PERFORM ACUMULAR-DEBITO-DIA
                   DISPLAY "SAQUE     ID: " ID-TRANS " CONTA: "
                      ID-CONTA
                   PERFORM GRAVAR-TRANSACAO-OK
               END-IF
           END-IF.

       PROCESSAR-TRANSFERENCIA.
                   END-IF
                   PERFORM REJEITAR-REGISTRO
               ELSE
                   PERFORM CONFERIR-LIMITE-DIARIO
                   IF NOT DENTRO-LIMITE-DIA
                       PERFORM REJEITAR-REGISTRO
                   ELSE
                       PERFORM EFETIVAR-TRANSFERENCIA
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-TRANSFERENCIA.
           MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
           ADD WS-VALOR-BRL TO WS-DEST-SALDO
           MOVE WS-DEST-SALDO TO WS-SALDO-DEST-RESULT
           PERFORM REGRAVAR-CONTA-ORIGEM
           PERFORM REGRAVAR-CONTA-DESTINO
           PERFORM ACUMULAR-DEBITO-DIA
           DISPLAY "TRANSFER. ID: " ID-TRANS " CONTA: " ID-CONTA
              " PARA: " ID-CONTA-DESTINO
           PERFORM GRAVAR-TRANSACAO-OK.

       PROCESSAR-TED.
           *> TED de saida: as mesmas regras de saldo, bloqueio e
           *> limite diario de uma transferencia, com a conta de
           *> liquidacao interbancaria no papel do destino. O cliente
           *> paga o valor mais a tarifa de TED; a liquidacao recebe
           *> so o valor, que segue na remessa do dia para a camara
           IF TED-BANCO-DEST = WS-TED-BANCO-PROPRIO
               MOVE "TED PARA O PROPRIO BANCO" TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO
           ELSE
               PERFORM LOCALIZAR-CONTA-LIQUIDACAO
               IF NOT CONTA-VALIDA
                   MOVE "CONTA DE LIQUIDACAO TED INDISPONIVEL"
                        TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               ELSE
                   MOVE WS-CONTA-LIDA TO WS-CONTA-DESTINO
                   COMPUTE WS-SALDO-PROJETADO =
                       WS-ORIG-SALDO - WS-VALOR-BRL - WS-TAXA-CALCULADA
                   COMPUTE WS-LIMITE-NEGATIVO =
                       0 - WS-ORIG-LIMITE
                   PERFORM SOMAR-BLOQUEIOS-ORIGEM
                   COMPUTE WS-PISO-DISPONIVEL =
                       WS-LIMITE-NEGATIVO + WS-TOTAL-BLOQUEADO
                   IF WS-SALDO-PROJETADO < WS-PISO-DISPONIVEL
                       IF WS-SALDO-PROJETADO < WS-LIMITE-NEGATIVO
                           MOVE "SALDO INSUFICIENTE NA CONTA ORIGEM"
                                TO REJ-MOTIVO
                       ELSE
                           MOVE "VALOR BLOQUEADO JUDICIALMENTE"
                                TO REJ-MOTIVO
                       END-IF
                       PERFORM REJEITAR-REGISTRO
                   ELSE
                       PERFORM CONFERIR-LIMITE-DIARIO
                       IF NOT DENTRO-LIMITE-DIA
                           PERFORM REJEITAR-REGISTRO
                       ELSE
                           PERFORM EFETIVAR-TED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-TED.
           MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
           ADD WS-VALOR-BRL TO WS-DEST-SALDO
           MOVE WS-DEST-SALDO TO WS-SALDO-DEST-RESULT
           PERFORM REGRAVAR-CONTA-ORIGEM
           PERFORM REGRAVAR-CONTA-DESTINO
           PERFORM ACUMULAR-DEBITO-DIA
           DISPLAY "TED       ID: " ID-TRANS " CONTA: " ID-CONTA
              " BANCO: " TED-BANCO-DEST
           PERFORM GRAVAR-TRANSACAO-OK
           PERFORM GRAVAR-TED-POSTADA.

       PROCESSAR-DEVOLUCAO-TED.
           *> TED recusada pela camara, trazida ao lote pela carga do
           *> retorno (CARGADEV): o valor volta a conta do cliente,
           *> sem tarifa e sem reativar conta dormente, e sai da
           *> conta de liquidacao. A tarifa da TED original nao e
           *> devolvida - o servico foi prestado
           PERFORM LOCALIZAR-CONTA-LIQUIDACAO
           IF NOT CONTA-VALIDA
               MOVE "CONTA DE LIQUIDACAO TED INDISPONIVEL"
                    TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO
           ELSE
               MOVE WS-CONTA-LIDA TO WS-CONTA-DESTINO
               COMPUTE WS-SALDO-PROJETADO =
                   WS-ORIG-SALDO + WS-VALOR-BRL
               MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
               MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
               SUBTRACT WS-VALOR-BRL FROM WS-DEST-SALDO
               MOVE WS-DEST-SALDO TO WS-SALDO-DEST-RESULT
               PERFORM REGRAVAR-CONTA-ORIGEM
               PERFORM REGRAVAR-CONTA-DESTINO
               DISPLAY "DEV. TED  ID: " ID-TRANS " CONTA: " ID-CONTA
                  " TED: " ID-TRANS-ORIGINAL
               PERFORM GRAVAR-TRANSACAO-OK
               PERFORM GRAVAR-TED-POSTADA
           END-IF.

       GRAVAR-TED-POSTADA.
           *> Uma linha por TED ou devolucao postada, para a remessa
           *> do dia; a TED leva o favorecido, a devolucao leva a TED
           *> devolvida e o motivo informado pela camara
           MOVE SPACES            TO REG-TED
           MOVE TIPO-TRANS        TO TEN-TIPO-MOV
           MOVE WS-DATA-PROC      TO TEN-DATA-MOV
           MOVE ID-TRANS          TO TEN-ID-TRANS
           MOVE ID-CONTA          TO TEN-ID-CONTA
           MOVE WS-VALOR-BRL      TO TEN-VALOR
           IF MOV-LOTE-ID NUMERIC
               MOVE MOV-LOTE-ID TO TEN-LOTE-ID
           ELSE
               MOVE ZEROS TO TEN-LOTE-ID
           END-IF
           MOVE MOV-LOTE-ORIGEM   TO TEN-LOTE-ORIGEM
           IF TRANS-TED
               MOVE TED-BANCO-DEST     TO TEN-BANCO
               MOVE TED-AGENCIA-DEST   TO TEN-AGENCIA
               MOVE TED-CONTA-DEST     TO TEN-CONTA-FAV
               MOVE TED-DOC-FAVORECIDO TO TEN-DOC-FAV
               MOVE TED-TIPO-PESSOA    TO TEN-TIPO-PESSOA
               MOVE ZEROS              TO TEN-ID-VINCULADO
               MOVE ZEROS              TO TEN-DATA-DEVOL
           ELSE
               MOVE ZEROS              TO TEN-BANCO
               MOVE ZEROS              TO TEN-AGENCIA
               MOVE ZEROS              TO TEN-DOC-FAV
               MOVE ID-TRANS-ORIGINAL  TO TEN-ID-VINCULADO
               MOVE WS-DATA-PROC       TO TEN-DATA-DEVOL
               MOVE DEV-COD-MOTIVO     TO TEN-COD-MOTIVO
               MOVE DEV-DESCR-MOTIVO   TO TEN-DESCR-MOTIVO
           END-IF
           WRITE REG-TED.

       GRAVAR-TRANSACAO-OK.
           *> WS-TAXA-CALCULADA ja foi apurada em PROCESSAR-REGISTRO,
           *> antes do saldo ser debitado/creditado - CALCULAR-TAXA
           MOVE ID-TRANS          TO RECT-ID-TRANS
           MOVE ID-CONTA          TO RECT-ID-CONTA
           MOVE WS-TAXA-CALCULADA TO RECT-TAXA
           MOVE SPACE             TO RECT-NATUREZA
           WRITE REG-RECEITA.

       GRAVAR-DIARIO.
           MOVE ID-TRANS            TO DIA-ID-TRANS
           MOVE ID-CONTA            TO DIA-ID-CONTA
           MOVE TIPO-TRANS          TO DIA-TIPO
           IF TRANS-DEPOSITO OR TRANS-DEVOLUCAO-TED
               MOVE 'C' TO DIA-LANCAMENTO
           ELSE
               MOVE 'D' TO DIA-LANCAMENTO
               MOVE 0                   TO DIA-TAXA
               MOVE WS-SALDO-DEST-RESULT TO DIA-SALDO-RESULT
               WRITE REG-DIARIO
           END-IF
           *> TED e devolucao de TED: a contrapartida e a conta de
           *> liquidacao interbancaria - credito na TED, debito na
           *> devolucao
           IF TRANS-TED OR TRANS-DEVOLUCAO-TED
               MOVE WS-DEST-ID-CONTA    TO DIA-ID-CONTA
               IF TRANS-TED
                   MOVE 'C'             TO DIA-LANCAMENTO
               ELSE
                   MOVE 'D'             TO DIA-LANCAMENTO
               END-IF
               MOVE 0                   TO DIA-TAXA
               MOVE WS-SALDO-DEST-RESULT TO DIA-SALDO-RESULT
               WRITE REG-DIARIO
           END-IF.

       PROCESSAR-ESTORNO.
           *> O estorno desfaz um ID-TRANS ja postado: o original
           *> precisa estar no controle, ainda nao estornado, e no
           *> historico permanente, de onde saem o valor em reais, a
           *> cotacao e a taxa cobrada. O espelho e lancado na cotacao
           *> do original (nao na do dia) e a taxa e devolvida; o
           *> detalhe do estorno tem de repetir conta, moeda e valor do
           *> original. Lancamentos gerados pelo proprio banco (juros
           *> de cheque especial, remuneracao) e estornos nao se
           *> estornam por aqui
           MOVE 0 TO WS-SALDO-DEST-RESULT
           MOVE ZEROS TO WS-DEST-ID-CONTA
           MOVE 'N' TO WS-ORIGINAL-ENCONTRADO
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-EST
                      OR ORIGINAL-ENCONTRADO
               IF WS-EST-ID-ORIGINAL (WS-IDX-EST) = ID-TRANS-ORIGINAL
                   MOVE 'S' TO WS-ORIGINAL-ENCONTRADO
               END-IF
           END-PERFORM
           IF ORIGINAL-ENCONTRADO
               SUBTRACT 1 FROM WS-IDX-EST
               IF WS-EST-ACHADO (WS-IDX-EST) NOT = 'S'
                   MOVE 'N' TO WS-ORIGINAL-ENCONTRADO
               END-IF
           END-IF
           MOVE ID-TRANS-ORIGINAL TO CTL-ID-TRANS
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   MOVE "ORIGINAL NAO ENCONTRADO" TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               NOT INVALID KEY
                   PERFORM CONFERIR-ORIGINAL
           END-READ.

       CONFERIR-ORIGINAL.
           EVALUATE TRUE
               WHEN CTL-ESTORNADA
                   MOVE "JA ESTORNADO" TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               WHEN NOT ORIGINAL-ENCONTRADO
                   IF CTL-DATA-POSTAGEM = WS-DATA-PROC
                       MOVE "ORIGINAL AINDA NAO ARQUIVADO"
                            TO REJ-MOTIVO
                   ELSE
                       MOVE "ORIGINAL NAO ENCONTRADO" TO REJ-MOTIVO
                   END-IF
                   PERFORM REJEITAR-REGISTRO
               WHEN WS-EST-TIPO (WS-IDX-EST) = 'E'
                    OR WS-EST-TIPO (WS-IDX-EST) = 'X'
                    OR WS-EST-TIPO (WS-IDX-EST) = 'R'
                    OR WS-EST-LOTE-ORIGEM (WS-IDX-EST) = 'JUROSCE'
                    OR WS-EST-LOTE-ORIGEM (WS-IDX-EST) = 'REMUNERA'
                   MOVE "ORIGINAL NAO ESTORNAVEL" TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               WHEN WS-EST-CONTA (WS-IDX-EST) NOT = ID-CONTA
                    OR WS-EST-MOEDA (WS-IDX-EST) NOT = MOEDA-TRANS
                    OR WS-EST-VALOR-ORIG (WS-IDX-EST) NOT = VALOR-TRANS
                    OR (ID-CONTA-DESTINO NUMERIC
                        AND ID-CONTA-DESTINO NOT = ZEROS
                        AND ID-CONTA-DESTINO NOT =
                            WS-EST-CONTA-DEST (WS-IDX-EST))
                   MOVE "ESTORNO NAO CONFERE COM O ORIGINAL"
                        TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               WHEN OTHER
                   MOVE WS-EST-VALOR-BRL (WS-IDX-EST) TO WS-VALOR-BRL
                   MOVE WS-EST-COTACAO (WS-IDX-EST)
                        TO WS-COTACAO-ATUAL
                   MOVE WS-EST-TAXA (WS-IDX-EST) TO WS-TAXA-ESTORNADA
                   MOVE 0 TO WS-TAXA-CALCULADA
                   EVALUATE WS-EST-TIPO (WS-IDX-EST)
                       WHEN 'D'
                           PERFORM ESTORNAR-DEPOSITO
                       WHEN 'S'
                           PERFORM ESTORNAR-SAQUE
                       WHEN 'T'
                           PERFORM ESTORNAR-TRANSFERENCIA
                       WHEN OTHER
                           MOVE "ORIGINAL NAO ESTORNAVEL"
                                TO REJ-MOTIVO
                           PERFORM REJEITAR-REGISTRO
                   END-EVALUATE
           END-EVALUATE.

       ESTORNAR-DEPOSITO.
           *> Desfaz o credito do deposito (e devolve a taxa que tinha
           *> sido descontada dele): o debito do espelho passa pelo
           *> mesmo piso de saque - limite e bloqueios da conta
           COMPUTE WS-SALDO-PROJETADO =
               WS-ORIG-SALDO - WS-VALOR-BRL + WS-TAXA-ESTORNADA
           COMPUTE WS-LIMITE-NEGATIVO =
               0 - WS-ORIG-LIMITE
           PERFORM SOMAR-BLOQUEIOS-ORIGEM
           COMPUTE WS-PISO-DISPONIVEL =
               WS-LIMITE-NEGATIVO + WS-TOTAL-BLOQUEADO
           IF WS-SALDO-PROJETADO < WS-PISO-DISPONIVEL
               IF WS-SALDO-PROJETADO < WS-LIMITE-NEGATIVO
                   MOVE "SALDO INSUFICIENTE PARA ESTORNO"
                        TO REJ-MOTIVO
               ELSE
                   MOVE "VALOR BLOQUEADO JUDICIALMENTE"
                        TO REJ-MOTIVO
               END-IF
               PERFORM REJEITAR-REGISTRO
           ELSE
               MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
               MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
               PERFORM REGRAVAR-CONTA-ORIGEM
               DISPLAY "ESTORNO   ID: " ID-TRANS " CONTA: " ID-CONTA
                  " ORIGINAL: " ID-TRANS-ORIGINAL
               PERFORM GRAVAR-ESTORNO-OK
           END-IF.

       ESTORNAR-SAQUE.
           *> Devolve o valor sacado mais a taxa cobrada - credito,
           *> sem piso a conferir
           COMPUTE WS-SALDO-PROJETADO =
               WS-ORIG-SALDO + WS-VALOR-BRL + WS-TAXA-ESTORNADA
           MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
           PERFORM REGRAVAR-CONTA-ORIGEM
           DISPLAY "ESTORNO   ID: " ID-TRANS " CONTA: " ID-CONTA
              " ORIGINAL: " ID-TRANS-ORIGINAL
           PERFORM GRAVAR-ESTORNO-OK.

       ESTORNAR-TRANSFERENCIA.
           *> As duas pernas voltam: a origem recebe o valor e a taxa
           *> de volta e o destino e debitado do valor integral que
           *> recebeu - o destino precisa ter saldo, limite e valor
           *> desbloqueado para devolver, senao o estorno e rejeitado
           MOVE WS-EST-CONTA-DEST (WS-IDX-EST) TO WS-CONTA-PROCURAR
           PERFORM LOCALIZAR-CONTA
           IF NOT CONTA-VALIDA
               MOVE "CONTA DESTINO INEXISTENTE OU INATIVA"
                    TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO
           ELSE
               MOVE WS-CONTA-LIDA TO WS-CONTA-DESTINO
               COMPUTE WS-SALDO-PROJETADO =
                   WS-DEST-SALDO - WS-VALOR-BRL
               COMPUTE WS-LIMITE-NEGATIVO =
                   0 - WS-DEST-LIMITE
               PERFORM SOMAR-BLOQUEIOS-DESTINO
               COMPUTE WS-PISO-DISPONIVEL =
                   WS-LIMITE-NEGATIVO + WS-TOTAL-BLOQUEADO
               IF WS-SALDO-PROJETADO < WS-PISO-DISPONIVEL
                   MOVE ZEROS TO WS-DEST-ID-CONTA
                   MOVE "DESTINO SEM SALDO PARA ESTORNO"
                        TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               ELSE
                   MOVE WS-SALDO-PROJETADO TO WS-DEST-SALDO
                   MOVE WS-SALDO-PROJETADO TO WS-SALDO-DEST-RESULT
                   COMPUTE WS-ORIG-SALDO =
                       WS-ORIG-SALDO + WS-VALOR-BRL + WS-TAXA-ESTORNADA
                   MOVE WS-ORIG-SALDO TO WS-SALDO-RESULTANTE
                   PERFORM REGRAVAR-CONTA-ORIGEM
                   PERFORM REGRAVAR-CONTA-DESTINO
                   DISPLAY "ESTORNO   ID: " ID-TRANS " CONTA: " ID-CONTA
                      " DESTINO: " WS-DEST-ID-CONTA
                      " ORIGINAL: " ID-TRANS-ORIGINAL
                   PERFORM GRAVAR-ESTORNO-OK
               END-IF
           END-IF.

       GRAVAR-ESTORNO-OK.
           *> Mesmo rastro de uma transacao aceita (retorno, diario,
           *> relatorio, controle), mais a devolucao da taxa na receita
           *> de tarifas e a marca de estornado no controle do original
           ADD 1 TO WS-QTD-ESTORNOS
           ADD WS-TAXA-ESTORNADA TO WS-TOTAL-TAXAS-ESTORNADAS
           MOVE ID-TRANS             TO ID-RETORNO
           MOVE WS-SALDO-RESULTANTE  TO SALDO-RETORNO
           MOVE WS-SALDO-DEST-RESULT TO SALDO-DEST-RETORNO
           WRITE REG-RETORNO
           IF WS-TAXA-ESTORNADA > 0
               MOVE WS-DATA-LOTE      TO RECT-DATA
               MOVE ID-TRANS          TO RECT-ID-TRANS
               MOVE ID-CONTA          TO RECT-ID-CONTA
               MOVE WS-TAXA-ESTORNADA TO RECT-TAXA
               MOVE 'E'               TO RECT-NATUREZA
               WRITE REG-RECEITA
           END-IF
           PERFORM GRAVAR-DIARIO-ESTORNO
           PERFORM ESCREVER-DETALHE
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           MOVE ID-TRANS-ORIGINAL TO EST-DET-ORIGINAL
           MOVE WS-TAXA-ESTORNADA TO EST-DET-TAXA
           WRITE LINHA-RELATORIO FROM WS-LINHA-ESTORNO
           ADD 1 TO WS-LINHAS-PAGINA
           PERFORM REGISTRAR-CONTROLE
           PERFORM MARCAR-ORIGINAL-ESTORNADO.

       GRAVAR-DIARIO-ESTORNO.
           *> Lancamentos do estorno no diario, tipo 'E', com a
           *> cotacao do original: a perna da conta do original vem
           *> primeiro (debito no estorno de deposito, credito nos
           *> demais) levando a taxa devolvida, e o estorno de uma
           *> transferencia acrescenta o debito do destino, sem taxa
           MOVE WS-REGISTROS-LIDOS  TO DIA-SEQ
           MOVE DATA-VALOR          TO DIA-DATA
           MOVE ID-TRANS            TO DIA-ID-TRANS
           MOVE ID-CONTA            TO DIA-ID-CONTA
           MOVE 'E'                 TO DIA-TIPO
           IF WS-EST-TIPO (WS-IDX-EST) = 'D'
               MOVE 'D' TO DIA-LANCAMENTO
           ELSE
               MOVE 'C' TO DIA-LANCAMENTO
           END-IF
           MOVE MOEDA-TRANS         TO DIA-MOEDA
           MOVE VALOR-TRANS         TO DIA-VALOR-ORIG
           MOVE WS-VALOR-BRL        TO DIA-VALOR-BRL
           MOVE WS-TAXA-ESTORNADA   TO DIA-TAXA
           MOVE WS-SALDO-RESULTANTE TO DIA-SALDO-RESULT
           MOVE WS-COTACAO-ATUAL    TO DIA-COTACAO
           IF MOV-LOTE-ID NUMERIC
               MOVE MOV-LOTE-ID TO DIA-LOTE-ID
           ELSE
               MOVE ZEROS TO DIA-LOTE-ID
           END-IF
           MOVE MOV-LOTE-ORIGEM     TO DIA-LOTE-ORIGEM
           WRITE REG-DIARIO
           IF WS-EST-TIPO (WS-IDX-EST) = 'T'
               MOVE WS-DEST-ID-CONTA     TO DIA-ID-CONTA
               MOVE 'D'                  TO DIA-LANCAMENTO
               MOVE 0                    TO DIA-TAXA
               MOVE WS-SALDO-DEST-RESULT TO DIA-SALDO-RESULT
               WRITE REG-DIARIO
           END-IF.

       MARCAR-ORIGINAL-ESTORNADO.
           *> O original acabou de ser lido por chave em
           *> PROCESSAR-ESTORNO; uma falha aqui so pode ser corrupcao
           *> do controle e derruba o lote
           MOVE ID-TRANS-ORIGINAL TO CTL-ID-TRANS
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO FATAL: ORIGINAL " ID-TRANS-ORIGINAL
                      " SUMIU DO CONTROLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE 'E'      TO CTL-SITUACAO
           MOVE ID-TRANS TO CTL-ID-ESTORNO
           REWRITE REGISTRO-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO FATAL: MARCA DE ESTORNO DO ID-TRANS "
                      ID-TRANS-ORIGINAL " FALHOU NO CONTROLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       VERIFICAR-DUPLICIDADE.
           *> Confere ID-TRANS direto no controle indexado
           *> (postagens de hoje e de execucoes anteriores), pegando
           *> aqui so pode ser corrupcao e derruba o lote
           MOVE ID-TRANS TO CTL-ID-TRANS
           MOVE WS-DATA-PROC TO CTL-DATA-POSTAGEM
           MOVE SPACE TO CTL-SITUACAO
           MOVE ZEROS TO CTL-ID-ESTORNO
           WRITE REGISTRO-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO FATAL: ID-TRANS " ID-TRANS
               MOVE ZEROS TO REJ-LOTE-ID
           END-IF
           MOVE MOV-LOTE-ORIGEM  TO REJ-LOTE-ORIGEM
           MOVE MOV-COMPLEMENTO  TO REJ-COMPLEMENTO
           WRITE REG-REJEITO.

       LOCALIZAR-CONTA.
           *> Le WS-CONTA-PROCURAR por chave direto no mestre
           *> indexado e so aceita contas com status ativo (A) ou
           *> dormente (D) - a dormente recebe credito e as regras de
           *> debito dela ficam com quem chamou; a conta lida fica em
           *> WS-CONTA-LIDA para quem chamou copiar para a imagem de
           *> origem ou de destino
           MOVE 'N' TO WS-CONTA-ENCONTRADA
           MOVE WS-CONTA-PROCURAR TO CONTA-ID-CONTA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-CONTA-ENCONTRADA
               NOT INVALID KEY
                   IF CONTA-STATUS = 'A' OR CONTA-STATUS = 'D'
                       MOVE 'S' TO WS-CONTA-ENCONTRADA
                       MOVE CONTA-ID-CONTA TO WS-LIDA-ID-CONTA
                       MOVE CONTA-STATUS   TO WS-LIDA-STATUS
                       MOVE CONTA-SALDO    TO WS-LIDA-SALDO
                       MOVE CONTA-LIMITE   TO WS-LIDA-LIMITE
                   END-IF
           END-READ.

       LOCALIZAR-CONTA-LIQUIDACAO.
           *> A conta de liquidacao de ted-param.dat so vale com
           *> status L; fora de LOCALIZAR-CONTA porque nenhuma outra
           *> movimentacao pode tocar uma conta L
           MOVE 'N' TO WS-CONTA-ENCONTRADA
           MOVE WS-TED-CONTA-LIQ TO CONTA-ID-CONTA
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE 'N' TO WS-CONTA-ENCONTRADA
               NOT INVALID KEY
                   IF CONTA-STATUS = 'L'
                       MOVE 'S' TO WS-CONTA-ENCONTRADA
                       MOVE CONTA-ID-CONTA TO WS-LIDA-ID-CONTA
                       MOVE CONTA-STATUS   TO WS-LIDA-STATUS
           *> ON SIZE ERROR cobre uma faixa cadastrada com percentual
           *> alto sobre um WS-VALOR-BRL grande, que estouraria
           *> WS-TAXA-CALCULADA - sem isso a taxa calculada silenciava
           *> para zero em vez de ser rejeitada. A TED de saida paga
           *> a tarifa fixa de ted-param.dat e a devolucao de TED e
           *> isenta - nenhuma das duas passa pela tabela de faixas
           MOVE 'S' TO WS-TAXA-OK
           MOVE 'N' TO WS-FAIXA-ENCONTRADA
           MOVE 0 TO WS-TAXA-CALCULADA
           EVALUATE TRUE
               WHEN TRANS-TED
                   MOVE WS-TED-TARIFA TO WS-TAXA-CALCULADA
               WHEN TRANS-DEVOLUCAO-TED
                   MOVE 0 TO WS-TAXA-CALCULADA
               WHEN OTHER
                   PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
                           UNTIL WS-IDX-TAXA > WS-QTD-TAXAS
                              OR FAIXA-VALIDA
                       IF WS-VALOR-BRL >= WS-TAB-VALOR-DE (WS-IDX-TAXA)
                          AND WS-VALOR-BRL <=
                              WS-TAB-VALOR-ATE (WS-IDX-TAXA)
                           MOVE 'S' TO WS-FAIXA-ENCONTRADA
                           COMPUTE WS-TAXA-CALCULADA ROUNDED =
                               WS-VALOR-BRL
                               * WS-TAB-PERCENT (WS-IDX-TAXA)
                               ON SIZE ERROR
                                   MOVE 'N' TO WS-TAXA-OK
                           END-COMPUTE
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       ESCREVER-CABECALHO.
           *> Cabecalho de pagina do relatorio de controle; repetido
           MOVE ID-TRANS   TO DET-ID-TRANS
           MOVE TIPO-TRANS TO DET-TIPO
           MOVE ID-CONTA   TO DET-CONTA
           EVALUATE TRUE
               WHEN TRANS-TRANSFERENCIA
                   MOVE ID-CONTA-DESTINO TO DET-DESTINO
               WHEN TRANS-ESTORNO
                  OR TRANS-TED
                  OR TRANS-DEVOLUCAO-TED
                   MOVE WS-DEST-ID-CONTA TO DET-DESTINO
               WHEN OTHER
                   MOVE 0 TO DET-DESTINO
           END-EVALUATE
           MOVE MOEDA-TRANS       TO DET-MOEDA
           MOVE VALOR-TRANS       TO DET-VALOR
           MOVE WS-VALOR-BRL      TO DET-VALOR-BRL
           MOVE WS-CONTADOR-REJ TO TOT-REJ
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-2
           MOVE WS-TOTAL-TAXAS  TO TOT-TAXAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-3
           MOVE WS-QTD-ESTORNOS TO TOT-ESTORNOS
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-4
           MOVE WS-TOTAL-TAXAS-ESTORNADAS TO TOT-TAXAS-ESTORNADAS
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-5
           PERFORM LISTAR-CONTAS-NO-TETO.

       LISTAR-CONTAS-NO-TETO.
           *> Contas que chegaram ao teto diario na data (inclusive
           *> em lotes anteriores do mesmo dia, que o acumulado
           *> carrega), uma linha por modalidade atingida
           MOVE 0 TO WS-QTD-CONTAS-TETO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CAB-TETO-1
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM WS-CAB-TETO-2
           PERFORM VARYING WS-IDX-DEB FROM 1 BY 1
                   UNTIL WS-IDX-DEB > WS-QTD-DEB
               PERFORM LISTAR-UMA-CONTA-TETO
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-QTD-CONTAS-TETO TO TOT-CONTAS-TETO
           WRITE LINHA-RELATORIO FROM WS-LINHA-TOTAL-6.

       LISTAR-UMA-CONTA-TETO.
           MOVE WS-DEB-CONTA (WS-IDX-DEB) TO WS-CONTA-PROCURAR
           PERFORM BUSCAR-TETOS-DIARIOS
           MOVE 'N' TO WS-CONTA-NO-TETO
           IF WS-DEB-REJ-SAQUE (WS-IDX-DEB) > 0
              OR (WS-TETO-SAQUE > 0
                  AND WS-DEB-SAQUE (WS-IDX-DEB) >= WS-TETO-SAQUE)
               MOVE 'S' TO WS-CONTA-NO-TETO
               MOVE WS-CONTA-PROCURAR TO TETO-CONTA
               MOVE 'SAQUE'          TO TETO-MODALIDADE
               MOVE WS-TETO-SAQUE    TO TETO-LIMITE
               MOVE WS-DEB-SAQUE (WS-IDX-DEB) TO TETO-DEBITADO
               MOVE WS-DEB-REJ-SAQUE (WS-IDX-DEB) TO TETO-REJEITADOS
               WRITE LINHA-RELATORIO FROM WS-LINHA-TETO
           END-IF
           IF WS-DEB-REJ-TRANSF (WS-IDX-DEB) > 0
              OR (WS-TETO-TRANSF > 0
                  AND WS-DEB-TRANSF (WS-IDX-DEB) >= WS-TETO-TRANSF)
               MOVE 'S' TO WS-CONTA-NO-TETO
               MOVE WS-CONTA-PROCURAR TO TETO-CONTA
               MOVE 'TRANSFERENCIA'  TO TETO-MODALIDADE
               MOVE WS-TETO-TRANSF   TO TETO-LIMITE
               MOVE WS-DEB-TRANSF (WS-IDX-DEB) TO TETO-DEBITADO
               MOVE WS-DEB-REJ-TRANSF (WS-IDX-DEB) TO TETO-REJEITADOS
               WRITE LINHA-RELATORIO FROM WS-LINHA-TETO
           END-IF
           IF CONTA-NO-TETO
               ADD 1 TO WS-QTD-CONTAS-TETO
           END-IF.

       END PROGRAM PROCESSAR-LOTE.
