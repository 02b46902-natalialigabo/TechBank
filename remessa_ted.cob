       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> TEDs de saida e devolucoes de TED postadas hoje, gravadas
      *> pela postagem (PROCESSAR-LOTE)
           SELECT OPTIONAL ARQUIVO-TEDS
           ASSIGN TO 'teds-postadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PARAM-TED
           ASSIGN TO 'ted-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Arquivo de remessa para a camara: header, uma linha por TED
      *> de saida e trailer com quantidade e valor total
           SELECT ARQUIVO-REMESSA ASSIGN TO 'ted-remessa.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Cadastro permanente das TEDs remetidas, acrescido aqui e
      *> marcado pela carga do retorno da camara (CARGADEV)
           SELECT OPTIONAL ARQUIVO-ENVIADAS
           ASSIGN TO 'ted-enviadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO ASSIGN TO 'ted-liquidacao.dat'
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
       FD  ARQUIVO-TEDS.
           COPY TEDREC.

       FD  ARQUIVO-PARAM-TED.
       01  REGISTRO-PARAM-TED.
           05 TPAR-BANCO        PIC 9(03).
           05 TPAR-CONTA-LIQ    PIC 9(06).
           05 TPAR-TARIFA       PIC 9(06)V99.

      *> Mesmo esquema de envelope do lote de movimentacoes: '0'
      *> header, '1' detalhe, '9' trailer
       FD  ARQUIVO-REMESSA.
       01  REG-REMESSA          PIC X(80).

       FD  ARQUIVO-ENVIADAS.
       01  REG-ENVIADA          PIC X(128).

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

       01  WS-TED-BANCO-PROPRIO PIC 9(03) VALUE 0.
       01  WS-TED-CONTA-LIQ     PIC 9(06) VALUE 0.

       01  WS-QTD-REMETIDAS     PIC 9(07) VALUE 0.
       01  WS-TOTAL-REMETIDO    PIC 9(12)V99 VALUE 0.
       01  WS-QTD-DEVOLVIDAS    PIC 9(07) VALUE 0.
       01  WS-TOTAL-DEVOLVIDO   PIC 9(12)V99 VALUE 0.
       01  WS-LIQUIDO           PIC S9(12)V99 VALUE 0.

      *> Marca de que o cadastro ja recebeu as TEDs desta data: uma
      *> reexecucao regera remessa e resumo, mas nao acrescenta as
      *> mesmas TEDs ao cadastro de novo
       01  WS-CADASTRO-DO-DIA   PIC X(01) VALUE 'N'.
           88 CADASTRO-JA-GRAVADO VALUE 'S'.
       01  REG-ENVIADA-LIDA.
           05 ENV-TIPO-MOV      PIC X(01).
           05 ENV-DATA-MOV      PIC 9(08).
           05 FILLER            PIC X(119).

      *> Resumo por banco de destino, para a liquidacao com a camara
       01  WS-TAB-BANCOS.
           05 WS-QTD-BANCOS     PIC 9(03) VALUE 0.
           05 WS-BCO-OCORR OCCURS 500 TIMES.
              10 WS-BCO-CODIGO  PIC 9(03).
              10 WS-BCO-QTD     PIC 9(07).
              10 WS-BCO-VALOR   PIC 9(12)V99.
       01  WS-IDX-BCO           PIC 9(03).
       01  WS-IDX-BCO-ACHADO    PIC 9(03).

       01  REG-REM-HEADER.
           05 RMH-TIPO-REG      PIC X(01) VALUE '0'.
           05 RMH-BANCO         PIC 9(03).
           05 RMH-DATA          PIC 9(08).
           05 RMH-CONTA-LIQ     PIC 9(06).
           05 FILLER            PIC X(62) VALUE SPACES.

       01  REG-REM-DETALHE.
           05 RMD-TIPO-REG      PIC X(01) VALUE '1'.
           05 RMD-ID-TRANS      PIC 9(06).
           05 RMD-ID-CONTA      PIC 9(06).
           05 RMD-BANCO         PIC 9(03).
           05 RMD-AGENCIA       PIC 9(04).
           05 RMD-CONTA-FAV     PIC X(12).
           05 RMD-DOC-FAV       PIC 9(14).
           05 RMD-TIPO-PESSOA   PIC X(01).
           05 RMD-VALOR         PIC 9(08)V99.
           05 FILLER            PIC X(23) VALUE SPACES.

       01  REG-REM-TRAILER.
           05 RMT-TIPO-REG      PIC X(01) VALUE '9'.
           05 RMT-QTD-DETALHES  PIC 9(07).
           05 RMT-TOTAL         PIC 9(12)V99.
           05 FILLER            PIC X(58) VALUE SPACES.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(44)
              VALUE 'TECHBANK - REMESSA E LIQUIDACAO DE TED'.
           05 FILLER            PIC X(06) VALUE ' DATA '.
           05 CAB-DATA          PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-BANCOS.
           05 FILLER            PIC X(40)
              VALUE 'TEDS REMETIDAS POR BANCO DE DESTINO'.

       01  WS-CAB-BANCOS-2.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE 'BANCO'.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'QUANTIDADE'.
           05 FILLER            PIC X(13) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'VALOR (R$)'.

       01  WS-LINHA-BANCO.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LBC-BANCO         PIC 9(03).
           05 FILLER            PIC X(08) VALUE SPACES.
           05 LBC-QTD           PIC Z(06)9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 LBC-VALOR         PIC Z(12)9.99.

       01  WS-CAB-DEVOL.
           05 FILLER            PIC X(40)
              VALUE 'DEVOLUCOES RECEBIDAS DA CAMARA'.

       01  WS-CAB-DEVOL-2.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE 'ID DEV.'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'ID TED'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'CONTA '.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'VALOR '.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'MOTIVO'.

       01  WS-LINHA-DEVOL.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDV-ID-DEV        PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LDV-ID-TED        PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-CONTA         PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-VALOR         PIC Z(07)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-COD-MOTIVO    PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LDV-DESCR-MOTIVO  PIC X(30).

       01  WS-LINHA-TOTAL-1.
           05 FILLER            PIC X(35)
              VALUE 'TEDS REMETIDAS - QTD / VALOR......:'.
           05 TOT-QTD-REM       PIC Z(06)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-VALOR-REM     PIC Z(12)9.99.

       01  WS-LINHA-TOTAL-2.
           05 FILLER            PIC X(35)
              VALUE 'DEVOLUCOES - QTD / VALOR..........:'.
           05 TOT-QTD-DEV       PIC Z(06)9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-VALOR-DEV     PIC Z(12)9.99.

       01  WS-LINHA-TOTAL-3.
           05 FILLER            PIC X(35)
              VALUE 'LIQUIDO DO DIA NA CAMARA (R$).....:'.
           05 FILLER            PIC X(08) VALUE SPACES.
           05 TOT-LIQUIDO       PIC Z(12)9.99-.

       01  WS-LINHA-TOTAL-4.
           05 FILLER            PIC X(35)
              VALUE 'CONTA DE LIQUIDACAO INTERBANCARIA.:'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TOT-CONTA-LIQ     PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Remessa de TED do dia: le as TEDs de saida postadas
           *> (teds-postadas.dat), gera o arquivo de remessa para a
           *> camara com header e trailer de totais, acrescenta cada
           *> TED ao cadastro permanente das TEDs remetidas - de onde
           *> a carga do retorno da camara tira a TED devolvida - e
           *> emite o resumo de liquidacao: TEDs por banco de
           *> destino, devolucoes creditadas hoje e o liquido do dia
           *> contra a conta de liquidacao interbancaria
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- REMESSA DE TED ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- REMTED: REMESSA E LIQUIDACAO DE TED ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           PERFORM CARREGAR-PARAM-TED
           PERFORM CONFERIR-CADASTRO-DO-DIA
           PERFORM GERAR-REMESSA
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- REMESSA DE TED ABORTADA ---"
               STOP RUN
           END-IF
           COMPUTE WS-LIQUIDO = WS-TOTAL-REMETIDO - WS-TOTAL-DEVOLVIDO

           OPEN OUTPUT ARQUIVO-RELATORIO
           PERFORM ESCREVER-CABECALHO
           PERFORM ESCREVER-BANCOS
           PERFORM ESCREVER-DEVOLUCOES
           PERFORM ESCREVER-TOTAIS
           CLOSE ARQUIVO-RELATORIO

           DISPLAY "TEDS REMETIDAS:        " WS-QTD-REMETIDAS
           DISPLAY "VALOR REMETIDO (R$):   " WS-TOTAL-REMETIDO
           DISPLAY "DEVOLUCOES DO DIA:     " WS-QTD-DEVOLVIDAS
           DISPLAY "VALOR DEVOLVIDO (R$):  " WS-TOTAL-DEVOLVIDO
           *> Reexecucao na mesma data termina com RC=4: a remessa e
           *> o resumo foram regerados iguais, o cadastro ficou como
           *> estava
           IF CADASTRO-JA-GRAVADO
               DISPLAY "REMTED: TEDS DE " WS-DATA-PROC " JA CONSTAM "
                  "DE TED-ENVIADAS.DAT - CADASTRO PRESERVADO"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA REMESSA DE TED ---"
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
           MOVE WS-QTD-REMETIDAS  TO CIC-CONTADOR-1
           MOVE WS-QTD-DEVOLVIDAS TO CIC-CONTADOR-2
           MOVE WS-QTD-BANCOS     TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'TEDSTP' TO CIC-PASSO
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

       CARREGAR-PARAM-TED.
           *> Sem o parametro a postagem nao aceita TED nenhuma; a
           *> remessa sai vazia, so com header e trailer
           OPEN INPUT ARQUIVO-PARAM-TED
           READ ARQUIVO-PARAM-TED
               AT END
                   CONTINUE
               NOT AT END
                   IF TPAR-BANCO NUMERIC
                      AND TPAR-CONTA-LIQ NUMERIC
                       MOVE TPAR-BANCO     TO WS-TED-BANCO-PROPRIO
                       MOVE TPAR-CONTA-LIQ TO WS-TED-CONTA-LIQ
                   END-IF
           END-READ
           CLOSE ARQUIVO-PARAM-TED
           IF WS-TED-CONTA-LIQ = 0
               DISPLAY "AVISO: TED-PARAM.DAT AUSENTE OU INVALIDO"
           END-IF.

       CONFERIR-CADASTRO-DO-DIA.
           *> O cadastro so e acrescido uma vez por data: havendo
           *> ali TED de saida com a data de hoje, uma execucao
           *> anterior ja gravou as TEDs deste ciclo
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-ENVIADAS
           PERFORM UNTIL WS-EOF = 'Y' OR CADASTRO-JA-GRAVADO
               READ ARQUIVO-ENVIADAS INTO REG-ENVIADA-LIDA
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ENV-TIPO-MOV = 'X'
                          AND ENV-DATA-MOV = WS-DATA-PROC
                           MOVE 'S' TO WS-CADASTRO-DO-DIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-ENVIADAS.

       GERAR-REMESSA.
           *> Uma passada no arquivo do dia: a TED de saida vai para
           *> a remessa, para o resumo por banco e para o cadastro;
           *> a devolucao so soma no resumo de liquidacao
           OPEN OUTPUT ARQUIVO-REMESSA
           IF NOT CADASTRO-JA-GRAVADO
               OPEN EXTEND ARQUIVO-ENVIADAS
           END-IF
           MOVE WS-TED-BANCO-PROPRIO TO RMH-BANCO
           MOVE WS-DATA-PROC         TO RMH-DATA
           MOVE WS-TED-CONTA-LIQ     TO RMH-CONTA-LIQ
           WRITE REG-REMESSA FROM REG-REM-HEADER
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TEDS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-TEDS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TEN-TED-SAIDA
                               PERFORM REMETER-UMA-TED
                           WHEN TEN-DEVOLUCAO
                               ADD 1 TO WS-QTD-DEVOLVIDAS
                               ADD TEN-VALOR TO WS-TOTAL-DEVOLVIDO
                       END-EVALUATE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TEDS
           MOVE WS-QTD-REMETIDAS  TO RMT-QTD-DETALHES
           MOVE WS-TOTAL-REMETIDO TO RMT-TOTAL
           WRITE REG-REMESSA FROM REG-REM-TRAILER
           CLOSE ARQUIVO-REMESSA
           IF NOT CADASTRO-JA-GRAVADO
               CLOSE ARQUIVO-ENVIADAS
           END-IF.

       REMETER-UMA-TED.
           PERFORM LOCALIZAR-BANCO
           IF WS-IDX-BCO-ACHADO = 0
               IF WS-QTD-BANCOS >= 500
                   DISPLAY "ERRO FATAL: BANCOS DE DESTINO EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (500)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-BANCOS
                   MOVE TEN-BANCO TO WS-BCO-CODIGO (WS-QTD-BANCOS)
                   MOVE 0 TO WS-BCO-QTD (WS-QTD-BANCOS)
                   MOVE 0 TO WS-BCO-VALOR (WS-QTD-BANCOS)
                   MOVE WS-QTD-BANCOS TO WS-IDX-BCO-ACHADO
               END-IF
           END-IF
           IF WS-IDX-BCO-ACHADO > 0
               ADD 1 TO WS-BCO-QTD (WS-IDX-BCO-ACHADO)
               ADD TEN-VALOR TO WS-BCO-VALOR (WS-IDX-BCO-ACHADO)
               ADD 1 TO WS-QTD-REMETIDAS
               ADD TEN-VALOR TO WS-TOTAL-REMETIDO
               MOVE TEN-ID-TRANS    TO RMD-ID-TRANS
               MOVE TEN-ID-CONTA    TO RMD-ID-CONTA
               MOVE TEN-BANCO       TO RMD-BANCO
               MOVE TEN-AGENCIA     TO RMD-AGENCIA
               MOVE TEN-CONTA-FAV   TO RMD-CONTA-FAV
               MOVE TEN-DOC-FAV     TO RMD-DOC-FAV
               MOVE TEN-TIPO-PESSOA TO RMD-TIPO-PESSOA
               MOVE TEN-VALOR       TO RMD-VALOR
               WRITE REG-REMESSA FROM REG-REM-DETALHE
               IF NOT CADASTRO-JA-GRAVADO
                   MOVE REG-TED TO REG-ENVIADA
                   WRITE REG-ENVIADA
               END-IF
           END-IF.

       LOCALIZAR-BANCO.
           MOVE 0 TO WS-IDX-BCO-ACHADO
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
                      OR WS-IDX-BCO-ACHADO > 0
               IF WS-BCO-CODIGO (WS-IDX-BCO) = TEN-BANCO
                   MOVE WS-IDX-BCO TO WS-IDX-BCO-ACHADO
               END-IF
           END-PERFORM.

       ESCREVER-BANCOS.
           MOVE WS-CAB-BANCOS TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-BANCOS-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
                   UNTIL WS-IDX-BCO > WS-QTD-BANCOS
               MOVE WS-BCO-CODIGO (WS-IDX-BCO) TO LBC-BANCO
               MOVE WS-BCO-QTD (WS-IDX-BCO)    TO LBC-QTD
               MOVE WS-BCO-VALOR (WS-IDX-BCO)  TO LBC-VALOR
               MOVE WS-LINHA-BANCO TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-PERFORM
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       ESCREVER-DEVOLUCOES.
           *> Segunda passada no arquivo do dia, so pelas devolucoes
           *> creditadas hoje, com a TED devolvida e o motivo
           MOVE WS-CAB-DEVOL TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-CAB-DEVOL-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-TEDS
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-TEDS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TEN-DEVOLUCAO
                           MOVE TEN-ID-TRANS     TO LDV-ID-DEV
                           MOVE TEN-ID-VINCULADO TO LDV-ID-TED
                           MOVE TEN-ID-CONTA     TO LDV-CONTA
                           MOVE TEN-VALOR        TO LDV-VALOR
                           MOVE TEN-COD-MOTIVO   TO LDV-COD-MOTIVO
                           MOVE TEN-DESCR-MOTIVO TO LDV-DESCR-MOTIVO
                           MOVE WS-LINHA-DEVOL TO WS-LINHA-SAIDA
                           PERFORM GRAVAR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-TEDS
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       ESCREVER-TOTAIS.
           MOVE WS-QTD-REMETIDAS   TO TOT-QTD-REM
           MOVE WS-TOTAL-REMETIDO  TO TOT-VALOR-REM
           MOVE WS-LINHA-TOTAL-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-QTD-DEVOLVIDAS  TO TOT-QTD-DEV
           MOVE WS-TOTAL-DEVOLVIDO TO TOT-VALOR-DEV
           MOVE WS-LINHA-TOTAL-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-LIQUIDO TO TOT-LIQUIDO
           MOVE WS-LINHA-TOTAL-3 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-TED-CONTA-LIQ TO TOT-CONTA-LIQ
           MOVE WS-LINHA-TOTAL-4 TO WS-LINHA-SAIDA
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

       END PROGRAM REMTED.
