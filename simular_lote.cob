       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TRANS ASSIGN TO 'movimentacoes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Mestre de contas lido por chave, so para consulta: a
      *> simulacao nunca regrava o mestre - o efeito de cada
      *> registro aceito fica numa tabela em memoria
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT ARQUIVO-TAXAS ASSIGN TO 'tabela-taxas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Controle de transacoes ja postadas, tambem so consultado:
      *> duplicidade e situacao do original de um estorno
           SELECT OPTIONAL ARQUIVO-CONTROLE
           ASSIGN TO 'controle-transacoes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTL-ID-TRANS.

      *> Checkpoint da postagem: numa retomada de POSTASTP os
      *> registros ja postados nao entram na previsao
           SELECT OPTIONAL ARQUIVO-CHECKPOINT
           ASSIGN TO 'checkpoint.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CAMBIO ASSIGN TO 'cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BLOQUEIOS ASSIGN TO 'bloqueios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-LIMITES
           ASSIGN TO 'limites-diarios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Acumulado de debitos do dia: lido, nunca regravado
           SELECT OPTIONAL ARQUIVO-DEBITOS-DIA
           ASSIGN TO 'debitos-dia.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO 'historico-movimentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Parametros da TED de saida (banco proprio, conta de
      *> liquidacao e tarifa), os mesmos lidos pela postagem
           SELECT OPTIONAL ARQUIVO-PARAM-TED
           ASSIGN TO 'ted-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Relatorio de previsao entregue a operacao antes da postagem
           SELECT ARQUIVO-RELATORIO ASSIGN TO 'previsao-postagem.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Controle do ciclo: registro de inicio/fim do passo, com RC
      *> e contadores, conferido pelo fechamento (FECHACIC) antes do
      *> avanco da data de processamento
           SELECT OPTIONAL ARQUIVO-CICLO
           ASSIGN TO 'ciclo-controle.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TRANS.
           COPY TRANREC.

       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 CONTA-ID-CONTA   PIC 9(06).
           05 CONTA-STATUS     PIC X(01).
           05 CONTA-SALDO      PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CONTA-LIMITE     PIC 9(09)V99.

       FD  ARQUIVO-TAXAS.
       01  REGISTRO-TAXA.
           05 TAXA-VALOR-DE    PIC 9(08)V99.
           05 TAXA-VALOR-ATE   PIC 9(08)V99.
           05 TAXA-PERCENTUAL  PIC 9(01)V9(04).

       FD  ARQUIVO-CONTROLE.
       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
              88 CTL-ESTORNADA         VALUE 'E'.
           05 CTL-ID-ESTORNO   PIC 9(06).

       FD  ARQUIVO-CHECKPOINT.
       01  REGISTRO-CHECKPOINT.
           05 CKPT-REGISTROS-LIDOS PIC 9(07).
           05 FILLER               PIC X(47).

       FD  ARQUIVO-CAMBIO.
       01  REGISTRO-CAMBIO.
           05 CAMBIO-MOEDA      PIC X(03).
           05 CAMBIO-COTACAO    PIC 9(04)V9(04).
           05 CAMBIO-DATA-VIGENCIA PIC 9(08).

       FD  ARQUIVO-BLOQUEIOS.
       01  REGISTRO-BLOQUEIO.
           05 BLQ-ID-CONTA      PIC 9(06).
           05 BLQ-VALOR         PIC 9(09)V99.
           05 BLQ-DATA          PIC 9(08).
           05 BLQ-OPERADOR      PIC X(08).
           05 BLQ-MOTIVO        PIC X(20).

       FD  ARQUIVO-LIMITES.
       01  REGISTRO-LIMITE-DIA.
           05 LIM-ID-CONTA      PIC 9(06).
           05 LIM-SAQUE         PIC 9(09)V99.
           05 LIM-TRANSF        PIC 9(09)V99.
           05 LIM-DATA          PIC 9(08).
           05 LIM-OPERADOR      PIC X(08).

       FD  ARQUIVO-DEBITOS-DIA.
       01  REGISTRO-DEBITOS-DIA.
           05 ACD-DATA          PIC 9(08).
           05 ACD-ID-CONTA      PIC 9(06).
           05 ACD-SAQUE         PIC 9(10)V99.
           05 ACD-TRANSF        PIC 9(10)V99.
           05 ACD-REJ-SAQUE     PIC 9(05).
           05 ACD-REJ-TRANSF    PIC 9(05).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

       FD  ARQUIVO-HISTORICO.
       01  REG-HISTORICO        PIC X(100).

       FD  ARQUIVO-PARAM-TED.
       01  REGISTRO-PARAM-TED.
           05 TPAR-BANCO        PIC 9(03).
           05 TPAR-CONTA-LIQ    PIC 9(06).
           05 TPAR-TARIFA       PIC 9(06)V99.

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO     PIC X(80).

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-ERRO-FATAL       PIC X(01) VALUE 'N'.
           88 ERRO-FATAL       VALUE 'S'.
       01  WS-TOTAL-TAXAS      PIC 9(08)V99 VALUE 0.
       01  WS-TAXA-CALCULADA   PIC 9(08)V99 VALUE 0.
       01  WS-CONTADOR         PIC 9(05) VALUE 0.
       01  WS-CONTADOR-REJ     PIC 9(05) VALUE 0.

      *> Motivo da rejeicao prevista: os paragrafos de regra movem o
      *> texto para ca exatamente como a postagem move para o
      *> registro de rejeitados.dat
       01  REJ-MOTIVO          PIC X(42).

       01  WS-CONVERSAO-OK     PIC X(01) VALUE 'S'.
           88 CONVERSAO-VALIDA VALUE 'S'.
       01  WS-TAXA-OK          PIC X(01) VALUE 'S'.
           88 TAXA-VALIDA      VALUE 'S'.

       01  WS-TAB-TAXAS.
           05 WS-QTD-TAXAS     PIC 9(03) VALUE 0.
           05 WS-TAXA-OCORR OCCURS 20 TIMES.
              10 WS-TAB-VALOR-DE   PIC 9(08)V99.
              10 WS-TAB-VALOR-ATE  PIC 9(08)V99.
              10 WS-TAB-PERCENT    PIC 9(01)V9(04).
       01  WS-IDX-TAXA          PIC 9(03).
       01  WS-FAIXA-ENCONTRADA  PIC X(01) VALUE 'N'.
           88 FAIXA-VALIDA      VALUE 'S'.

       01  WS-CONTA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 CONTA-VALIDA     VALUE 'S'.
       01  WS-CONTA-PROCURAR    PIC 9(06).

       01  WS-CONTA-LIDA.
           05 WS-LIDA-ID-CONTA  PIC 9(06).
           05 WS-LIDA-STATUS    PIC X(01).
           05 WS-LIDA-SALDO     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-LIDA-LIMITE    PIC 9(09)V99.

       01  WS-CONTA-ORIGEM.
           05 WS-ORIG-ID-CONTA  PIC 9(06).
           05 WS-ORIG-STATUS    PIC X(01).
              88 ORIG-DORMENTE         VALUE 'D'.
           05 WS-ORIG-SALDO     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-ORIG-LIMITE    PIC 9(09)V99.

       01  WS-CONTA-DESTINO.
           05 WS-DEST-ID-CONTA  PIC 9(06).
           05 WS-DEST-STATUS    PIC X(01).
           05 WS-DEST-SALDO     PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-DEST-LIMITE    PIC 9(09)V99.

      *> Contas simuladas: toda conta valida lida do mestre entra
      *> aqui com o saldo de abertura e passa a ser lida daqui - e o
      *> que faz um registro aceito no inicio do lote pesar sobre os
      *> seguintes da mesma conta, como na postagem real
       01  WS-TAB-SIMULADAS.
           05 WS-QTD-SIM        PIC 9(04) VALUE 0.
           05 WS-SIM-OCORR OCCURS 9000 TIMES.
              10 WS-SIM-CONTA      PIC 9(06).
              10 WS-SIM-STATUS     PIC X(01).
              10 WS-SIM-SALDO      PIC S9(09)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
              10 WS-SIM-LIMITE     PIC 9(09)V99.
              10 WS-SIM-SALDO-ABERT PIC S9(09)V99
                 SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-IDX-SIM           PIC 9(04).
       01  WS-IDX-SIM-ACHADO    PIC 9(04) VALUE 0.

      *> ID-TRANS aceitos na simulacao: a duplicidade dentro do
      *> proprio lote, que a postagem pega no controle ja gravado
       01  WS-TAB-ACEITAS.
           05 WS-QTD-ACE        PIC 9(05) VALUE 0.
           05 WS-ACE-ID-TRANS   PIC 9(06) OCCURS 20000 TIMES.
       01  WS-IDX-ACE           PIC 9(05).
       01  WS-ID-PROCURAR       PIC 9(06).
       01  WS-ACEITA-NO-LOTE    PIC X(01) VALUE 'N'.
           88 ACEITA-NO-LOTE    VALUE 'S'.

       01  WS-REATIVACAO        PIC X(01) VALUE 'N'.
           88 CONTA-REATIVADA   VALUE 'S'.
       01  WS-QTD-REATIVADAS    PIC 9(05) VALUE 0.

       01  WS-TED-BANCO-PROPRIO PIC 9(03) VALUE 0.
       01  WS-TED-CONTA-LIQ     PIC 9(06) VALUE 0.
       01  WS-TED-TARIFA        PIC 9(06)V99 VALUE 0.

       01  WS-SALDO-PROJETADO   PIC S9(10)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-SALDO-RESULTANTE  PIC S9(09)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-SALDO-DEST-RESULT PIC S9(09)V99
           SIGN IS TRAILING SEPARATE CHARACTER.
       01  WS-LIMITE-NEGATIVO   PIC S9(10)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

       01  WS-TAB-BLOQUEIOS.
           05 WS-QTD-BLQ        PIC 9(04) VALUE 0.
           05 WS-BLQ-OCORR OCCURS 2000 TIMES.
              10 WS-BLQ-CONTA   PIC 9(06).
              10 WS-BLQ-VALOR   PIC 9(09)V99.
       01  WS-IDX-BLQ           PIC 9(04).
       01  WS-TOTAL-BLOQUEADO   PIC 9(10)V99 VALUE 0.
       01  WS-PISO-DISPONIVEL   PIC S9(11)V99
           SIGN IS TRAILING SEPARATE CHARACTER.

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
       01  WS-TETO-SAQUE        PIC 9(09)V99 VALUE 0.
       01  WS-TETO-TRANSF       PIC 9(09)V99 VALUE 0.
       01  WS-DEBITO-PROJETADO  PIC 9(11)V99 VALUE 0.
       01  WS-LIMITE-DIA-OK     PIC X(01) VALUE 'S'.
           88 DENTRO-LIMITE-DIA VALUE 'S'.

       01  WS-CAMPOS-VALIDOS    PIC X(01) VALUE 'S'.
           88 CAMPOS-VALIDOS    VALUE 'S'.

       01  WS-DATA-PROC         PIC 9(08) VALUE 0.

       01  WS-TAB-CAMBIO.
           05 WS-QTD-CAMBIO    PIC 9(02) VALUE 0.
           05 WS-CAMBIO-OCORR OCCURS 10 TIMES.
              10 WS-TAB-CAMBIO-MOEDA    PIC X(03).
              10 WS-TAB-CAMBIO-COTACAO  PIC 9(04)V9(04).
       01  WS-IDX-CAMBIO         PIC 9(02).
       01  WS-COTACAO-ENCONTRADA PIC X(01) VALUE 'N'.
           88 COTACAO-VALIDA     VALUE 'S'.
       01  WS-COTACAO-ATUAL      PIC 9(04)V9(04).
       01  WS-VALOR-BRL          PIC 9(10)V99.

       01  WS-JA-PROCESSADO     PIC X(01) VALUE 'N'.
           88 TRANS-DUPLICADA   VALUE 'S'.

      *> Estornos do lote, carregados como na postagem; a marca de
      *> estornado que a postagem grava no controle fica aqui, na
      *> propria ocorrencia do original
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
              10 WS-EST-MARCADO     PIC X(01).
       01  WS-IDX-EST           PIC 9(03).
       01  WS-ORIGINAL-ENCONTRADO PIC X(01) VALUE 'N'.
           88 ORIGINAL-ENCONTRADO VALUE 'S'.
       01  WS-ESTORNO-SIMULADO  PIC X(01) VALUE 'N'.
           88 ESTORNO-SIMULADO  VALUE 'S'.
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

      *> Rejeicoes previstas agrupadas por motivo e por origem do
      *> lote (MOV-LOTE-ORIGEM), para a operacao saber quem chamar
       01  WS-TAB-MOTIVOS.
           05 WS-QTD-MOT        PIC 9(03) VALUE 0.
           05 WS-MOT-OCORR OCCURS 60 TIMES.
              10 WS-MOT-TEXTO   PIC X(42).
              10 WS-MOT-QTD     PIC 9(05).
       01  WS-IDX-MOT           PIC 9(03).
       01  WS-IDX-MOT-ACHADO    PIC 9(03) VALUE 0.

       01  WS-TAB-ORIGENS.
           05 WS-QTD-ORI        PIC 9(03) VALUE 0.
           05 WS-ORI-OCORR OCCURS 200 TIMES.
              10 WS-ORI-ORIGEM  PIC X(08).
              10 WS-ORI-QTD     PIC 9(05).
       01  WS-IDX-ORI           PIC 9(03).
       01  WS-IDX-ORI-ACHADO    PIC 9(03) VALUE 0.

       01  WS-QTD-DEVEDORAS     PIC 9(05) VALUE 0.
       01  WS-QTD-NOVAS-DEVEDORAS PIC 9(05) VALUE 0.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(42)
              VALUE 'TECHBANK - PREVISAO DA POSTAGEM DO LOTE'.
           05 FILLER            PIC X(06) VALUE ' DATA '.
           05 CAB-DATA          PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-LINHA-RETOMADA.
           05 FILLER            PIC X(44)
              VALUE 'RETOMADA DA POSTAGEM - REGISTROS JA POSTADOS'.
           05 FILLER            PIC X(02) VALUE ': '.
           05 RET-PULADOS       PIC Z(06)9.

       01  WS-CAB-REJ-1.
           05 FILLER            PIC X(20)
              VALUE 'REJEICOES PREVISTAS'.

       01  WS-CAB-REJ-2.
           05 FILLER            PIC X(09) VALUE 'ID-TRANS'.
           05 FILLER            PIC X(05) VALUE 'TIPO'.
           05 FILLER            PIC X(07) VALUE 'CONTA'.
           05 FILLER            PIC X(09) VALUE 'LOTE-ID'.
           05 FILLER            PIC X(09) VALUE 'ORIGEM'.
           05 FILLER            PIC X(06) VALUE 'MOTIVO'.

       01  WS-LINHA-REJ.
           05 LRJ-ID-TRANS      PIC 9(06).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 LRJ-TIPO          PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LRJ-CONTA         PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LRJ-LOTE-ID       PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LRJ-ORIGEM        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LRJ-MOTIVO        PIC X(41).

       01  WS-CAB-MOT-1.
           05 FILLER            PIC X(31)
              VALUE 'REJEICOES PREVISTAS POR MOTIVO'.

       01  WS-CAB-MOT-2.
           05 FILLER            PIC X(44) VALUE 'MOTIVO'.
           05 FILLER            PIC X(10) VALUE 'QUANTIDADE'.

       01  WS-LINHA-MOT.
           05 LMT-MOTIVO        PIC X(42).
           05 FILLER            PIC X(07) VALUE SPACES.
           05 LMT-QTD           PIC ZZZZ9.

       01  WS-CAB-ORI-1.
           05 FILLER            PIC X(39)
              VALUE 'REJEICOES PREVISTAS POR ORIGEM DO LOTE'.

       01  WS-CAB-ORI-2.
           05 FILLER            PIC X(15) VALUE 'ORIGEM'.
           05 FILLER            PIC X(10) VALUE 'QUANTIDADE'.

       01  WS-LINHA-ORI.
           05 LOR-ORIGEM        PIC X(12).
           05 FILLER            PIC X(08) VALUE SPACES.
           05 LOR-QTD           PIC ZZZZ9.

       01  WS-CAB-DEV-1.
           05 FILLER            PIC X(40)
              VALUE 'CONTAS PREVISTAS EM CHEQUE ESPECIAL'.

       01  WS-CAB-DEV-2.
           05 FILLER            PIC X(07) VALUE 'CONTA'.
           05 FILLER            PIC X(15) VALUE '   SALDO ATUAL'.
           05 FILLER            PIC X(15) VALUE 'SALDO PREVISTO'.
           05 FILLER            PIC X(16) VALUE '   LIMITE (R$)'.
           05 FILLER            PIC X(08) VALUE 'SITUACAO'.

       01  WS-LINHA-DEV.
           05 LDV-CONTA         PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-SALDO-ABERT   PIC -(10)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-SALDO-PREV    PIC -(10)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-LIMITE        PIC Z(10)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDV-SITUACAO      PIC X(07).

       01  WS-LINHA-TOTAL-1.
           05 FILLER      PIC X(35)
              VALUE 'TRANSACOES QUE SERAO POSTADAS.....:'.
           05 TOT-CONTADOR PIC ZZZZ9.

       01  WS-LINHA-TOTAL-2.
           05 FILLER      PIC X(35)
              VALUE 'TRANSACOES QUE SERAO REJEITADAS...:'.
           05 TOT-REJ      PIC ZZZZ9.

       01  WS-LINHA-TOTAL-3.
           05 FILLER      PIC X(35)
              VALUE 'TOTAL DE TAXAS PREVISTAS (R$).....:'.
           05 TOT-TAXAS    PIC Z(07)9.99.

       01  WS-LINHA-TOTAL-4.
           05 FILLER      PIC X(35)
              VALUE 'ESTORNOS QUE SERAO POSTADOS.......:'.
           05 TOT-ESTORNOS PIC ZZZZ9.

       01  WS-LINHA-TOTAL-5.
           05 FILLER      PIC X(35)
              VALUE 'TAXAS A ESTORNAR (R$).............:'.
           05 TOT-TAXAS-ESTORNADAS PIC Z(07)9.99.

       01  WS-LINHA-TOTAL-6.
           05 FILLER      PIC X(35)
              VALUE 'CONTAS DORMENTES A REATIVAR.......:'.
           05 TOT-REATIVADAS PIC ZZZZ9.

       01  WS-LINHA-TOTAL-7.
           05 FILLER      PIC X(35)
              VALUE 'CONTAS EM CHEQUE ESPECIAL.........:'.
           05 TOT-DEVEDORAS PIC ZZZZ9.

       01  WS-LINHA-TOTAL-8.
           05 FILLER      PIC X(35)
              VALUE '  DAS QUAIS ENTRAM HOJE...........:'.
           05 TOT-NOVAS-DEVEDORAS PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Previsao da postagem: roda logo apos o edit, com as
           *> mesmas regras de PROCESSAR-LOTE na mesma ordem (campos,
           *> duplicidade, conta, estorno, cotacao, conversao, taxa,
           *> dormencia, saldo/limite, bloqueios, limite diario),
           *> contra o mestre de contas, os bloqueios, o cambio e o
           *> controle de transacoes como estao agora - sem gravar
           *> nada neles. Cada registro aceito altera apenas a conta
           *> simulada em memoria, de modo que os registros seguintes
           *> da mesma conta ja enxergam o saldo projetado. A saida e
           *> o relatorio de previsao: rejeicoes previstas (uma a uma,
           *> por motivo e por origem do lote), taxas previstas e
           *> contas que terminariam o lote em cheque especial
           PERFORM LER-CHECKPOINT
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM CARREGAR-ESTORNOS
           PERFORM CARREGAR-TAXAS
           PERFORM CARREGAR-CAMBIO
           PERFORM CARREGAR-BLOQUEIOS
           PERFORM CARREGAR-LIMITES-DIARIOS
           PERFORM CARREGAR-DEBITOS-DIA
           PERFORM CARREGAR-PARAM-TED
           IF ERRO-FATAL
               DISPLAY "SIMULOTE: A POSTAGEM ABORTARIA PELO MESMO "
                  "MOTIVO"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- SIMULACAO ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- SIMULOTE: PREVISAO DA POSTAGEM DO LOTE ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           OPEN INPUT ARQUIVO-TRANS
           OPEN INPUT ARQUIVO-CONTAS
           OPEN INPUT ARQUIVO-CONTROLE
           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM ESCREVER-CABECALHO
           IF WS-REGISTROS-PULAR > 0
               DISPLAY "RETOMADA DA POSTAGEM - REGISTROS A PULAR: "
                  WS-REGISTROS-PULAR
               MOVE WS-REGISTROS-PULAR TO RET-PULADOS
               MOVE WS-LINHA-RETOMADA TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
               MOVE SPACES TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
               PERFORM PULAR-REGISTROS-PROCESSADOS
           END-IF
           MOVE WS-CAB-REJ-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-REJ-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-TRANS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LIDOS
                       IF MOV-REG-DETALHE
                           PERFORM PROCESSAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ESCREVER-RESUMO
           CLOSE ARQUIVO-TRANS
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-CONTROLE
           CLOSE ARQUIVO-RELATORIO

           DISPLAY "-------------------------------------"
           DISPLAY "TRANSACOES A POSTAR:   " WS-CONTADOR
           DISPLAY "REJEICOES PREVISTAS:   " WS-CONTADOR-REJ
           DISPLAY "TAXAS PREVISTAS (R$):  " WS-TOTAL-TAXAS
           DISPLAY "CONTAS EM CHEQUE ESP.: " WS-QTD-DEVEDORAS
           *> Rejeicao prevista termina com RC=4, como a lista de
           *> alerta do RISCOCE: o aviso nao segura o ciclo
           IF WS-CONTADOR-REJ > 0
               DISPLAY "SIMULOTE: HA REJEICOES PREVISTAS - VER "
                  "PREVISAO-POSTAGEM.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA SIMULACAO ---"
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
           MOVE WS-CONTADOR      TO CIC-CONTADOR-1
           MOVE WS-CONTADOR-REJ  TO CIC-CONTADOR-2
           MOVE WS-QTD-DEVEDORAS TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'SIMSTP' TO CIC-PASSO
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

       LER-CHECKPOINT.
           *> Numa retomada da postagem o mestre e o controle ja
           *> carregam os registros lidos ate o checkpoint; a previsao
           *> comeca de onde a postagem vai recomecar
           MOVE 0 TO WS-REGISTROS-PULAR
           OPEN INPUT ARQUIVO-CHECKPOINT
           READ ARQUIVO-CHECKPOINT
               AT END
                   MOVE 0 TO WS-REGISTROS-PULAR
               NOT AT END
                   IF CKPT-REGISTROS-LIDOS NUMERIC
                       MOVE CKPT-REGISTROS-LIDOS TO WS-REGISTROS-PULAR
                   END-IF
           END-READ
           CLOSE ARQUIVO-CHECKPOINT.

       PULAR-REGISTROS-PROCESSADOS.
           PERFORM UNTIL WS-REGISTROS-LIDOS >= WS-REGISTROS-PULAR
                      OR WS-EOF = 'Y'
               READ ARQUIVO-TRANS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LIDOS
               END-READ
           END-PERFORM.

       CARREGAR-TAXAS.
           *> Mesmas cargas da postagem, com as mesmas checagens de
           *> capacidade e de vigencia: o que derrubaria a postagem
           *> derruba tambem a previsao
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TAXAS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TAXAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-TAXAS >= 20
                           DISPLAY "ERRO FATAL: TABELA-TAXAS.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (20)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           ADD 1 TO WS-QTD-TAXAS
                           MOVE TAXA-VALOR-DE
                                TO WS-TAB-VALOR-DE (WS-QTD-TAXAS)
                           MOVE TAXA-VALOR-ATE
                                TO WS-TAB-VALOR-ATE (WS-QTD-TAXAS)
                           MOVE TAXA-PERCENTUAL
                                TO WS-TAB-PERCENT (WS-QTD-TAXAS)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TAXAS.

       CARREGAR-CAMBIO.
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
                           IF CAMBIO-DATA-VIGENCIA NOT NUMERIC
                              OR CAMBIO-DATA-VIGENCIA NOT = WS-DATA-PROC
                               DISPLAY "ERRO FATAL: CAMBIO.DAT COM "
                                  "VIGENCIA " CAMBIO-DATA-VIGENCIA
                                  " DIFERENTE DA DATA DE "
                                  "PROCESSAMENTO " WS-DATA-PROC
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-CAMBIO
                               MOVE CAMBIO-MOEDA
                                  TO WS-TAB-CAMBIO-MOEDA
                                     (WS-QTD-CAMBIO)
                               MOVE CAMBIO-COTACAO
                                  TO WS-TAB-CAMBIO-COTACAO
                                     (WS-QTD-CAMBIO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CAMBIO.

       CARREGAR-BLOQUEIOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-BLOQUEIOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-BLOQUEIOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-BLQ >= 2000
                           DISPLAY "ERRO FATAL: BLOQUEIOS.DAT EXCEDE "
                              "A CAPACIDADE DA TABELA EM MEMORIA "
                              "(2000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           IF BLQ-ID-CONTA NUMERIC
                              AND BLQ-VALOR NUMERIC
                               ADD 1 TO WS-QTD-BLQ
                               MOVE BLQ-ID-CONTA
                                    TO WS-BLQ-CONTA (WS-QTD-BLQ)
                               MOVE BLQ-VALOR
                                    TO WS-BLQ-VALOR (WS-QTD-BLQ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-BLOQUEIOS.

       SOMAR-BLOQUEIOS-ORIGEM.
           MOVE 0 TO WS-TOTAL-BLOQUEADO
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
               IF WS-BLQ-CONTA (WS-IDX-BLQ) = WS-ORIG-ID-CONTA
                   ADD WS-BLQ-VALOR (WS-IDX-BLQ)
                       TO WS-TOTAL-BLOQUEADO
               END-IF
           END-PERFORM.

       SOMAR-BLOQUEIOS-DESTINO.
           MOVE 0 TO WS-TOTAL-BLOQUEADO
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
               IF WS-BLQ-CONTA (WS-IDX-BLQ) = WS-DEST-ID-CONTA
                   ADD WS-BLQ-VALOR (WS-IDX-BLQ)
                       TO WS-TOTAL-BLOQUEADO
               END-IF
           END-PERFORM.

       CARREGAR-LIMITES-DIARIOS.
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
           CLOSE ARQUIVO-PARAM-TED.

       CARREGAR-DEBITOS-DIA.
           *> O acumulado do dia e carregado como na postagem e so
           *> cresce em memoria: a previsao nunca o regrava
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

       LOCALIZAR-DEBITOS-DIA.
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
           IF NOT MOV-ORIGEM-BANCO
               IF TRANS-SAQUE
                   ADD WS-VALOR-BRL TO WS-DEB-SAQUE (WS-IDX-DEB)
               ELSE
                   ADD WS-VALOR-BRL TO WS-DEB-TRANSF (WS-IDX-DEB)
               END-IF
           END-IF.

       CARREGAR-ESTORNOS.
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
                   MOVE 'N'    TO WS-EST-MARCADO (WS-QTD-EST)
               END-IF
           END-IF.

       VARRER-HISTORICO-ESTORNOS.
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

       PROCESSAR-REGISTRO.
           *> Mesma arvore de decisao de PROCESSAR-LOTE; qualquer
           *> regra nova da postagem tem de ser repetida aqui
           ADD 1 TO WS-CONTADOR
           PERFORM VALIDAR-CAMPOS-BASICOS
           IF NOT CAMPOS-VALIDOS
               PERFORM REJEITAR-REGISTRO
           ELSE
               PERFORM VERIFICAR-DUPLICIDADE
               IF TRANS-DUPLICADA
                   MOVE "TRANSACAO DUPLICADA - ID-TRANS JA POSTADO"
                        TO REJ-MOTIVO
                   PERFORM REJEITAR-REGISTRO
               ELSE
                   MOVE ID-CONTA TO WS-CONTA-PROCURAR
                   PERFORM LOCALIZAR-CONTA
                   IF NOT CONTA-VALIDA
                       MOVE "CONTA INEXISTENTE OU INATIVA"
                            TO REJ-MOTIVO
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
           END-IF.

       VALIDAR-CAMPOS-BASICOS.
           MOVE 'S' TO WS-CAMPOS-VALIDOS
           IF NOT TRANS-TIPO-VALIDO
               MOVE 'N' TO WS-CAMPOS-VALIDOS
               MOVE "TIPO DE TRANSACAO INVALIDO" TO REJ-MOTIVO
           ELSE
               IF ID-CONTA NOT NUMERIC OR ID-CONTA = ZEROS
                   MOVE 'N' TO WS-CAMPOS-VALIDOS
                   MOVE "ID-CONTA EM BRANCO OU INVALIDO" TO REJ-MOTIVO
               ELSE
                   IF VALOR-TRANS NOT NUMERIC OR VALOR-TRANS = ZEROS
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "VALOR-TRANS ZERADO, NEGATIVO OU INVALIDO"
                            TO REJ-MOTIVO
                   ELSE
                       IF TRANS-TRANSFERENCIA
                          AND (ID-CONTA-DESTINO NOT NUMERIC
                           OR ID-CONTA-DESTINO = ZEROS
                           OR ID-CONTA-DESTINO = ID-CONTA)
                           MOVE 'N' TO WS-CAMPOS-VALIDOS
                           MOVE "CONTA DESTINO EM BRANCO OU INVALIDA"
                                TO REJ-MOTIVO
                       ELSE
                           IF NOT MOEDA-VALIDA
                               MOVE 'N' TO WS-CAMPOS-VALIDOS
                               MOVE "MOEDA DA TRANSACAO INVALIDA"
                                    TO REJ-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
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
           MOVE 0 TO WS-SALDO-DEST-RESULT
           COMPUTE WS-SALDO-PROJETADO =
               WS-ORIG-SALDO + WS-VALOR-BRL - WS-TAXA-CALCULADA
           COMPUTE WS-LIMITE-NEGATIVO =
               0 - WS-ORIG-LIMITE
           IF WS-SALDO-PROJETADO < WS-LIMITE-NEGATIVO
               MOVE "TAXA EXCEDE SALDO E LIMITE DISPONIVEL"
                    TO REJ-MOTIVO
               PERFORM REJEITAR-REGISTRO
           ELSE
               MOVE 'N' TO WS-REATIVACAO
               IF ORIG-DORMENTE AND NOT MOV-ORIGEM-BANCO
                   MOVE 'S' TO WS-REATIVACAO
                   MOVE 'A' TO WS-ORIG-STATUS
                   ADD 1 TO WS-QTD-REATIVADAS
               END-IF
               MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
               MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
               PERFORM REGRAVAR-CONTA-ORIGEM
               PERFORM GRAVAR-TRANSACAO-OK
           END-IF.

       PROCESSAR-SAQUE.
           MOVE 0 TO WS-SALDO-DEST-RESULT
           COMPUTE WS-SALDO-PROJETADO =
               WS-ORIG-SALDO - WS-VALOR-BRL - WS-TAXA-CALCULADA
           COMPUTE WS-LIMITE-NEGATIVO =
               0 - WS-ORIG-LIMITE
           PERFORM SOMAR-BLOQUEIOS-ORIGEM
           COMPUTE WS-PISO-DISPONIVEL =
               WS-LIMITE-NEGATIVO + WS-TOTAL-BLOQUEADO
           IF WS-SALDO-PROJETADO < WS-PISO-DISPONIVEL
               IF WS-SALDO-PROJETADO < WS-LIMITE-NEGATIVO
                   MOVE "SALDO INSUFICIENTE - LIMITE EXCEDIDO"
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
                   MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
                   MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
                   PERFORM REGRAVAR-CONTA-ORIGEM
                   PERFORM ACUMULAR-DEBITO-DIA
                   PERFORM GRAVAR-TRANSACAO-OK
               END-IF
           END-IF.

       PROCESSAR-TRANSFERENCIA.
           MOVE ID-CONTA-DESTINO TO WS-CONTA-PROCURAR
           PERFORM LOCALIZAR-CONTA
           IF NOT CONTA-VALIDA
               MOVE "CONTA DESTINO INEXISTENTE OU INATIVA"
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
           PERFORM GRAVAR-TRANSACAO-OK.

       PROCESSAR-TED.
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
                           PERFORM EFETIVAR-TRANSFERENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-DEVOLUCAO-TED.
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
               PERFORM GRAVAR-TRANSACAO-OK
           END-IF.

       GRAVAR-TRANSACAO-OK.
           *> Na previsao o rastro de uma transacao aceita se resume
           *> a taxa somada e ao ID-TRANS guardado para a duplicidade
           ADD WS-TAXA-CALCULADA TO WS-TOTAL-TAXAS
           PERFORM REGISTRAR-CONTROLE.

       PROCESSAR-ESTORNO.
           *> Mesma conferencia da postagem; o que a postagem le do
           *> controle gravado no proprio lote (original postado hoje,
           *> original ja estornado por um estorno anterior do lote)
           *> a previsao tira das suas tabelas em memoria
           MOVE 0 TO WS-SALDO-DEST-RESULT
           MOVE ZEROS TO WS-DEST-ID-CONTA
           MOVE 'N' TO WS-ORIGINAL-ENCONTRADO
           MOVE 'N' TO WS-ESTORNO-SIMULADO
           PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                   UNTIL WS-IDX-EST > WS-QTD-EST
                      OR ORIGINAL-ENCONTRADO
               IF WS-EST-ID-ORIGINAL (WS-IDX-EST) = ID-TRANS-ORIGINAL
                   MOVE 'S' TO WS-ORIGINAL-ENCONTRADO
               END-IF
           END-PERFORM
           IF ORIGINAL-ENCONTRADO
               SUBTRACT 1 FROM WS-IDX-EST
               IF WS-EST-MARCADO (WS-IDX-EST) = 'S'
                   MOVE 'S' TO WS-ESTORNO-SIMULADO
               END-IF
               IF WS-EST-ACHADO (WS-IDX-EST) NOT = 'S'
                   MOVE 'N' TO WS-ORIGINAL-ENCONTRADO
               END-IF
           END-IF
           MOVE ID-TRANS-ORIGINAL TO CTL-ID-TRANS
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   MOVE ID-TRANS-ORIGINAL TO WS-ID-PROCURAR
                   PERFORM PROCURAR-ACEITA-NO-LOTE
                   IF ACEITA-NO-LOTE
                       MOVE ID-TRANS-ORIGINAL TO CTL-ID-TRANS
                       MOVE WS-DATA-PROC TO CTL-DATA-POSTAGEM
                       MOVE SPACE TO CTL-SITUACAO
                       MOVE ZEROS TO CTL-ID-ESTORNO
                       PERFORM CONFERIR-ORIGINAL
                   ELSE
                       MOVE "ORIGINAL NAO ENCONTRADO" TO REJ-MOTIVO
                       PERFORM REJEITAR-REGISTRO
                   END-IF
               NOT INVALID KEY
                   IF ESTORNO-SIMULADO
                       MOVE 'E' TO CTL-SITUACAO
                   END-IF
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
               PERFORM GRAVAR-ESTORNO-OK
           END-IF.

       ESTORNAR-SAQUE.
           COMPUTE WS-SALDO-PROJETADO =
               WS-ORIG-SALDO + WS-VALOR-BRL + WS-TAXA-ESTORNADA
           MOVE WS-SALDO-PROJETADO TO WS-ORIG-SALDO
           MOVE WS-SALDO-PROJETADO TO WS-SALDO-RESULTANTE
           PERFORM REGRAVAR-CONTA-ORIGEM
           PERFORM GRAVAR-ESTORNO-OK.

       ESTORNAR-TRANSFERENCIA.
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
                   PERFORM GRAVAR-ESTORNO-OK
               END-IF
           END-IF.

       GRAVAR-ESTORNO-OK.
           *> A marca de estornado fica na ocorrencia do original:
           *> um segundo estorno do mesmo original no lote cai em
           *> JA ESTORNADO, como cairia no controle da postagem
           ADD 1 TO WS-QTD-ESTORNOS
           ADD WS-TAXA-ESTORNADA TO WS-TOTAL-TAXAS-ESTORNADAS
           MOVE 'S' TO WS-EST-MARCADO (WS-IDX-EST)
           PERFORM REGISTRAR-CONTROLE.

       VERIFICAR-DUPLICIDADE.
           *> Controle indexado (postagens de hoje e de execucoes
           *> anteriores) e, o que a postagem ainda vai gravar nele,
           *> os ID-TRANS aceitos ate aqui nesta simulacao
           MOVE 'N' TO WS-JA-PROCESSADO
           MOVE ID-TRANS TO CTL-ID-TRANS
           READ ARQUIVO-CONTROLE
               INVALID KEY
                   MOVE ID-TRANS TO WS-ID-PROCURAR
                   PERFORM PROCURAR-ACEITA-NO-LOTE
                   IF ACEITA-NO-LOTE
                       MOVE 'S' TO WS-JA-PROCESSADO
                   END-IF
               NOT INVALID KEY
                   MOVE 'S' TO WS-JA-PROCESSADO
           END-READ.

       PROCURAR-ACEITA-NO-LOTE.
           MOVE 'N' TO WS-ACEITA-NO-LOTE
           PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
                   UNTIL WS-IDX-ACE > WS-QTD-ACE
                      OR ACEITA-NO-LOTE
               IF WS-ACE-ID-TRANS (WS-IDX-ACE) = WS-ID-PROCURAR
                   MOVE 'S' TO WS-ACEITA-NO-LOTE
               END-IF
           END-PERFORM.

       REGISTRAR-CONTROLE.
           IF WS-QTD-ACE >= 20000
               DISPLAY "ERRO FATAL: TRANSACOES DO LOTE EXCEDEM A "
                  "CAPACIDADE DA TABELA EM MEMORIA (20000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTD-ACE
           MOVE ID-TRANS TO WS-ACE-ID-TRANS (WS-QTD-ACE).

       REJEITAR-REGISTRO.
           *> A rejeicao prevista vai para a lista do relatorio e
           *> para os totais por motivo e por origem do lote
           SUBTRACT 1 FROM WS-CONTADOR
           ADD 1 TO WS-CONTADOR-REJ
           MOVE ID-TRANS         TO LRJ-ID-TRANS
           MOVE TIPO-TRANS       TO LRJ-TIPO
           MOVE ID-CONTA         TO LRJ-CONTA
           IF MOV-LOTE-ID NUMERIC
               MOVE MOV-LOTE-ID TO LRJ-LOTE-ID
           ELSE
               MOVE ZEROS TO LRJ-LOTE-ID
           END-IF
           MOVE MOV-LOTE-ORIGEM  TO LRJ-ORIGEM
           MOVE REJ-MOTIVO       TO LRJ-MOTIVO
           MOVE WS-LINHA-REJ     TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM SOMAR-MOTIVO
           PERFORM SOMAR-ORIGEM.

       SOMAR-MOTIVO.
           MOVE 0 TO WS-IDX-MOT-ACHADO
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-QTD-MOT
                      OR WS-IDX-MOT-ACHADO > 0
               IF WS-MOT-TEXTO (WS-IDX-MOT) = REJ-MOTIVO
                   MOVE WS-IDX-MOT TO WS-IDX-MOT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-MOT-ACHADO = 0
               IF WS-QTD-MOT >= 60
                   DISPLAY "ERRO FATAL: MOTIVOS DE REJEICAO EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (60)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-MOT
               MOVE WS-QTD-MOT TO WS-IDX-MOT-ACHADO
               MOVE REJ-MOTIVO TO WS-MOT-TEXTO (WS-IDX-MOT-ACHADO)
               MOVE 0 TO WS-MOT-QTD (WS-IDX-MOT-ACHADO)
           END-IF
           ADD 1 TO WS-MOT-QTD (WS-IDX-MOT-ACHADO).

       SOMAR-ORIGEM.
           MOVE 0 TO WS-IDX-ORI-ACHADO
           PERFORM VARYING WS-IDX-ORI FROM 1 BY 1
                   UNTIL WS-IDX-ORI > WS-QTD-ORI
                      OR WS-IDX-ORI-ACHADO > 0
               IF WS-ORI-ORIGEM (WS-IDX-ORI) = MOV-LOTE-ORIGEM
                   MOVE WS-IDX-ORI TO WS-IDX-ORI-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-ORI-ACHADO = 0
               IF WS-QTD-ORI >= 200
                   DISPLAY "ERRO FATAL: ORIGENS DE LOTE EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (200)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-ORI
               MOVE WS-QTD-ORI TO WS-IDX-ORI-ACHADO
               MOVE MOV-LOTE-ORIGEM TO WS-ORI-ORIGEM (WS-IDX-ORI-ACHADO)
               MOVE 0 TO WS-ORI-QTD (WS-IDX-ORI-ACHADO)
           END-IF
           ADD 1 TO WS-ORI-QTD (WS-IDX-ORI-ACHADO).

       LOCALIZAR-CONTA.
           *> A conta ja tocada pela simulacao e lida da tabela em
           *> memoria, com o saldo e o status projetados; as demais
           *> sao lidas por chave no mestre e entram na tabela. Mesma
           *> regra de status da postagem: so ativa (A) ou dormente (D)
           MOVE 'N' TO WS-CONTA-ENCONTRADA
           PERFORM PROCURAR-CONTA-SIMULADA
           IF WS-IDX-SIM-ACHADO > 0
               IF WS-SIM-STATUS (WS-IDX-SIM-ACHADO) = 'A'
                  OR WS-SIM-STATUS (WS-IDX-SIM-ACHADO) = 'D'
                   MOVE 'S' TO WS-CONTA-ENCONTRADA
                   MOVE WS-SIM-CONTA (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-ID-CONTA
                   MOVE WS-SIM-STATUS (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-STATUS
                   MOVE WS-SIM-SALDO (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-SALDO
                   MOVE WS-SIM-LIMITE (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-LIMITE
               END-IF
           ELSE
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
                           PERFORM INCLUIR-CONTA-SIMULADA
                       END-IF
               END-READ
           END-IF.

       LOCALIZAR-CONTA-LIQUIDACAO.
           *> Mesma regra da postagem: so a conta de ted-param.dat e
           *> so com status L, projetada na tabela como as demais
           MOVE 'N' TO WS-CONTA-ENCONTRADA
           MOVE WS-TED-CONTA-LIQ TO WS-CONTA-PROCURAR
           PERFORM PROCURAR-CONTA-SIMULADA
           IF WS-IDX-SIM-ACHADO > 0
               IF WS-SIM-STATUS (WS-IDX-SIM-ACHADO) = 'L'
                   MOVE 'S' TO WS-CONTA-ENCONTRADA
                   MOVE WS-SIM-CONTA (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-ID-CONTA
                   MOVE WS-SIM-STATUS (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-STATUS
                   MOVE WS-SIM-SALDO (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-SALDO
                   MOVE WS-SIM-LIMITE (WS-IDX-SIM-ACHADO)
                        TO WS-LIDA-LIMITE
               END-IF
           ELSE
               MOVE WS-TED-CONTA-LIQ TO CONTA-ID-CONTA
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       MOVE 'N' TO WS-CONTA-ENCONTRADA
                   NOT INVALID KEY
                       IF CONTA-STATUS = 'L'
                           MOVE 'S' TO WS-CONTA-ENCONTRADA
                           MOVE CONTA-ID-CONTA TO WS-LIDA-ID-CONTA
                           MOVE CONTA-STATUS   TO WS-LIDA-STATUS
                           MOVE CONTA-SALDO    TO WS-LIDA-SALDO
                           MOVE CONTA-LIMITE   TO WS-LIDA-LIMITE
                           PERFORM INCLUIR-CONTA-SIMULADA
                       END-IF
               END-READ
           END-IF.

       PROCURAR-CONTA-SIMULADA.
           MOVE 0 TO WS-IDX-SIM-ACHADO
           PERFORM VARYING WS-IDX-SIM FROM 1 BY 1
                   UNTIL WS-IDX-SIM > WS-QTD-SIM
                      OR WS-IDX-SIM-ACHADO > 0
               IF WS-SIM-CONTA (WS-IDX-SIM) = WS-CONTA-PROCURAR
                   MOVE WS-IDX-SIM TO WS-IDX-SIM-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-CONTA-SIMULADA.
           IF WS-QTD-SIM >= 9000
               DISPLAY "ERRO FATAL: CONTAS DO LOTE EXCEDEM A "
                  "CAPACIDADE DA TABELA EM MEMORIA (9000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QTD-SIM
           MOVE WS-LIDA-ID-CONTA TO WS-SIM-CONTA (WS-QTD-SIM)
           MOVE WS-LIDA-STATUS   TO WS-SIM-STATUS (WS-QTD-SIM)
           MOVE WS-LIDA-SALDO    TO WS-SIM-SALDO (WS-QTD-SIM)
           MOVE WS-LIDA-LIMITE   TO WS-SIM-LIMITE (WS-QTD-SIM)
           MOVE WS-LIDA-SALDO    TO WS-SIM-SALDO-ABERT (WS-QTD-SIM).

       REGRAVAR-CONTA-ORIGEM.
           *> No lugar do REWRITE da postagem: a imagem de origem
           *> volta para a conta simulada, lida ha pouco
           MOVE WS-ORIG-ID-CONTA TO WS-CONTA-PROCURAR
           PERFORM PROCURAR-CONTA-SIMULADA
           MOVE WS-ORIG-STATUS TO WS-SIM-STATUS (WS-IDX-SIM-ACHADO)
           MOVE WS-ORIG-SALDO  TO WS-SIM-SALDO (WS-IDX-SIM-ACHADO).

       REGRAVAR-CONTA-DESTINO.
           MOVE WS-DEST-ID-CONTA TO WS-CONTA-PROCURAR
           PERFORM PROCURAR-CONTA-SIMULADA
           MOVE WS-DEST-STATUS TO WS-SIM-STATUS (WS-IDX-SIM-ACHADO)
           MOVE WS-DEST-SALDO  TO WS-SIM-SALDO (WS-IDX-SIM-ACHADO).

       LOCALIZAR-COTACAO.
           MOVE 'N' TO WS-COTACAO-ENCONTRADA
           MOVE 1 TO WS-IDX-CAMBIO
           PERFORM UNTIL WS-IDX-CAMBIO > WS-QTD-CAMBIO
                      OR COTACAO-VALIDA
               IF WS-TAB-CAMBIO-MOEDA (WS-IDX-CAMBIO) = MOEDA-TRANS
                   MOVE 'S' TO WS-COTACAO-ENCONTRADA
                   MOVE WS-TAB-CAMBIO-COTACAO (WS-IDX-CAMBIO)
                        TO WS-COTACAO-ATUAL
               ELSE
                   ADD 1 TO WS-IDX-CAMBIO
               END-IF
           END-PERFORM.

       CONVERTER-VALOR.
           MOVE 'S' TO WS-CONVERSAO-OK
           COMPUTE WS-VALOR-BRL ROUNDED =
               VALOR-TRANS * WS-COTACAO-ATUAL
               ON SIZE ERROR
                   MOVE 'N' TO WS-CONVERSAO-OK
           END-COMPUTE.

       CALCULAR-TAXA.
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

       ESCREVER-RESUMO.
           *> Depois da lista de rejeicoes previstas: os totais por
           *> motivo e por origem do lote, as contas que terminariam
           *> o lote devedoras e os totais de controle
           IF WS-CONTADOR-REJ = 0
               MOVE '   NENHUMA REJEICAO PREVISTA' TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-MOT-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-MOT-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM VARYING WS-IDX-MOT FROM 1 BY 1
                   UNTIL WS-IDX-MOT > WS-QTD-MOT
               MOVE WS-MOT-TEXTO (WS-IDX-MOT) TO LMT-MOTIVO
               MOVE WS-MOT-QTD (WS-IDX-MOT)   TO LMT-QTD
               MOVE WS-LINHA-MOT TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-ORI-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-ORI-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM VARYING WS-IDX-ORI FROM 1 BY 1
                   UNTIL WS-IDX-ORI > WS-QTD-ORI
               IF WS-ORI-ORIGEM (WS-IDX-ORI) = SPACES
                   MOVE '(SEM ORIGEM)' TO LOR-ORIGEM
               ELSE
                   MOVE WS-ORI-ORIGEM (WS-IDX-ORI) TO LOR-ORIGEM
               END-IF
               MOVE WS-ORI-QTD (WS-IDX-ORI) TO LOR-QTD
               MOVE WS-LINHA-ORI TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-DEV-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-DEV-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM VARYING WS-IDX-SIM FROM 1 BY 1
                   UNTIL WS-IDX-SIM > WS-QTD-SIM
               PERFORM LISTAR-CONTA-DEVEDORA
           END-PERFORM

           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CONTADOR TO TOT-CONTADOR
           MOVE WS-LINHA-TOTAL-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CONTADOR-REJ TO TOT-REJ
           MOVE WS-LINHA-TOTAL-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-TOTAL-TAXAS TO TOT-TAXAS
           MOVE WS-LINHA-TOTAL-3 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-QTD-ESTORNOS TO TOT-ESTORNOS
           MOVE WS-LINHA-TOTAL-4 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-TOTAL-TAXAS-ESTORNADAS TO TOT-TAXAS-ESTORNADAS
           MOVE WS-LINHA-TOTAL-5 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-QTD-REATIVADAS TO TOT-REATIVADAS
           MOVE WS-LINHA-TOTAL-6 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-QTD-DEVEDORAS TO TOT-DEVEDORAS
           MOVE WS-LINHA-TOTAL-7 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-QTD-NOVAS-DEVEDORAS TO TOT-NOVAS-DEVEDORAS
           MOVE WS-LINHA-TOTAL-8 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       LISTAR-CONTA-DEVEDORA.
           *> Conta que o lote deixaria com saldo negativo, e mais
           *> devedora do que entrou: NOVA quando ela abriu o dia com
           *> saldo credor ou zerado e entra hoje no cheque especial
           IF WS-SIM-SALDO (WS-IDX-SIM) < 0
              AND WS-SIM-SALDO (WS-IDX-SIM) <
                  WS-SIM-SALDO-ABERT (WS-IDX-SIM)
               ADD 1 TO WS-QTD-DEVEDORAS
               MOVE WS-SIM-CONTA (WS-IDX-SIM)       TO LDV-CONTA
               MOVE WS-SIM-SALDO-ABERT (WS-IDX-SIM) TO LDV-SALDO-ABERT
               MOVE WS-SIM-SALDO (WS-IDX-SIM)       TO LDV-SALDO-PREV
               MOVE WS-SIM-LIMITE (WS-IDX-SIM)      TO LDV-LIMITE
               IF WS-SIM-SALDO-ABERT (WS-IDX-SIM) < 0
                   MOVE SPACES TO LDV-SITUACAO
               ELSE
                   MOVE 'NOVA' TO LDV-SITUACAO
                   ADD 1 TO WS-QTD-NOVAS-DEVEDORAS
               END-IF
               MOVE WS-LINHA-DEV TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF.

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

       END PROGRAM SIMULOTE.
