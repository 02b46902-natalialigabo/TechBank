       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Cadastro de titulares (TITREC) e titularidade das contas
      *> (VINREC), mantidos pela TITMAN e pela abertura de contas
           SELECT OPTIONAL ARQUIVO-TITULARES
           ASSIGN TO 'titulares.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VINCULOS
           ASSIGN TO 'titularidade.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> O mestre de contas e indexado por CONTA-ID-CONTA: cada
      *> conta vinculada e lida direto por chave
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT OPTIONAL ARQUIVO-BLOQUEIOS ASSIGN TO 'bloqueios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ACUMULADO
           ASSIGN TO 'acumulado-juros.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-POSICAO ASSIGN TO 'posicao-titulares.dat'
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
       FD  ARQUIVO-TITULARES.
           COPY TITREC.

       FD  ARQUIVO-VINCULOS.
           COPY VINREC.

       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 CONTA-ID-CONTA   PIC 9(06).
           05 CONTA-STATUS     PIC X(01).
           05 CONTA-SALDO      PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CONTA-LIMITE     PIC 9(09)V99.

       FD  ARQUIVO-BLOQUEIOS.
       01  REGISTRO-BLOQUEIO.
           05 BLQ-ID-CONTA      PIC 9(06).
           05 BLQ-VALOR         PIC 9(09)V99.
           05 BLQ-DATA          PIC 9(08).
           05 BLQ-OPERADOR      PIC X(08).
           05 BLQ-MOTIVO        PIC X(20).

       FD  ARQUIVO-ACUMULADO.
       01  REGISTRO-ACUMULADO.
           05 ACJ-ID-CONTA      PIC 9(06).
           05 ACJ-VALOR         PIC 9(09)V99.
           05 ACJ-DATA-ULT      PIC 9(08).

       FD  ARQUIVO-POSICAO.
       01  LINHA-POSICAO        PIC X(80).

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

      *> Titularidade, bloqueios (somados por conta) e juros
      *> apropriados em memoria; capacidade checada na carga, como
      *> nas demais tabelas do ciclo
       01  WS-TAB-VINCULOS.
           05 WS-QTD-VIN        PIC 9(04) VALUE 0.
           05 WS-VIN-OCORR OCCURS 9000 TIMES.
              10 WS-VIN-CONTA      PIC 9(06).
              10 WS-VIN-TITULAR    PIC 9(08).
              10 WS-VIN-PAPEL      PIC X(01).
       01  WS-IDX-VIN           PIC 9(04).

       01  WS-TAB-BLOQUEIOS.
           05 WS-QTD-BLQ        PIC 9(04) VALUE 0.
           05 WS-BLQ-OCORR OCCURS 2000 TIMES.
              10 WS-BLQ-CONTA      PIC 9(06).
              10 WS-BLQ-VALOR      PIC 9(10)V99.
       01  WS-IDX-BLQ           PIC 9(04).
       01  WS-IDX-BLQ-ACHADO    PIC 9(04) VALUE 0.

       01  WS-TAB-JUROS.
           05 WS-QTD-JUR        PIC 9(05) VALUE 0.
           05 WS-JUR-OCORR OCCURS 20000 TIMES.
              10 WS-JUR-CONTA      PIC 9(06).
              10 WS-JUR-VALOR      PIC 9(09)V99.
       01  WS-IDX-JUR           PIC 9(05).

       01  WS-CONTA-ENCONTRADA  PIC X(01) VALUE 'N'.
           88 CONTA-NO-MESTRE   VALUE 'S'.

      *> Posicao da conta corrente
       01  WS-CONTA-USO         PIC 9(10)V99 VALUE 0.
       01  WS-CONTA-BLOQ        PIC 9(10)V99 VALUE 0.
       01  WS-CONTA-JUROS       PIC 9(09)V99 VALUE 0.

      *> Totais do titular corrente: uma conta conjunta entra na
      *> posicao de cada um dos seus titulares
       01  WS-TIT-CONTAS        PIC 9(04) VALUE 0.
       01  WS-TIT-SALDO         PIC S9(11)V99 VALUE 0.
       01  WS-TIT-LIMITE        PIC 9(11)V99 VALUE 0.
       01  WS-TIT-USO           PIC 9(11)V99 VALUE 0.
       01  WS-TIT-BLOQ          PIC 9(11)V99 VALUE 0.
       01  WS-TIT-JUROS         PIC 9(11)V99 VALUE 0.

      *> Totais gerais: cada conta entra uma vez so, pelo vinculo
      *> do primeiro titular, para a soma bater com o mestre
       01  WS-TITULARES-LISTADOS PIC 9(05) VALUE 0.
       01  WS-GER-CONTAS        PIC 9(05) VALUE 0.
       01  WS-GER-SALDO         PIC S9(13)V99 VALUE 0.
       01  WS-GER-USO           PIC 9(13)V99 VALUE 0.
       01  WS-GER-BLOQ          PIC 9(13)V99 VALUE 0.
       01  WS-GER-JUROS         PIC 9(13)V99 VALUE 0.

      *> CPF (999.999.999-99) e CNPJ (99.999.999/9999-99) editados
       01  WS-DOC-TRAB          PIC 9(14).
       01  WS-DOC-CPF REDEFINES WS-DOC-TRAB.
           05 FILLER            PIC 9(03).
           05 WS-CPF-1          PIC 9(03).
           05 WS-CPF-2          PIC 9(03).
           05 WS-CPF-3          PIC 9(03).
           05 WS-CPF-DV         PIC 9(02).
       01  WS-DOC-CNPJ REDEFINES WS-DOC-TRAB.
           05 WS-CNPJ-1         PIC 9(02).
           05 WS-CNPJ-2         PIC 9(03).
           05 WS-CNPJ-3         PIC 9(03).
           05 WS-CNPJ-4         PIC 9(04).
           05 WS-CNPJ-DV        PIC 9(02).
       01  WS-CPF-EDITADO.
           05 CPF-ED-1          PIC 9(03).
           05 FILLER            PIC X(01) VALUE '.'.
           05 CPF-ED-2          PIC 9(03).
           05 FILLER            PIC X(01) VALUE '.'.
           05 CPF-ED-3          PIC 9(03).
           05 FILLER            PIC X(01) VALUE '-'.
           05 CPF-ED-DV         PIC 9(02).
       01  WS-CNPJ-EDITADO.
           05 CNPJ-ED-1         PIC 9(02).
           05 FILLER            PIC X(01) VALUE '.'.
           05 CNPJ-ED-2         PIC 9(03).
           05 FILLER            PIC X(01) VALUE '.'.
           05 CNPJ-ED-3         PIC 9(03).
           05 FILLER            PIC X(01) VALUE '/'.
           05 CNPJ-ED-4         PIC 9(04).
           05 FILLER            PIC X(01) VALUE '-'.
           05 CNPJ-ED-DV        PIC 9(02).

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).

       01  WS-CAB-1.
           05 FILLER            PIC X(14) VALUE SPACES.
           05 FILLER            PIC X(42)
              VALUE 'TECHBANK - POSICAO CONSOLIDADA POR TITULAR'.
           05 FILLER            PIC X(06) VALUE ' DATA '.
           05 CAB-DATA          PIC 9(08).
           05 FILLER            PIC X(06) VALUE ' PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-2.
           05 FILLER            PIC X(08) VALUE '  CONTA '.
           05 FILLER            PIC X(03) VALUE '  P'.
           05 FILLER            PIC X(03) VALUE ' ST'.
           05 FILLER            PIC X(14) VALUE '    SALDO (R$)'.
           05 FILLER            PIC X(13) VALUE '  LIMITE (R$)'.
           05 FILLER            PIC X(13) VALUE '   CH.ESP.USO'.
           05 FILLER            PIC X(13) VALUE '    BLOQUEADO'.
           05 FILLER            PIC X(11) VALUE ' JUROS APR.'.

       01  WS-LINHA-TITULAR.
           05 FILLER            PIC X(09) VALUE 'TITULAR: '.
           05 POS-TIT-ID        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 POS-TIT-NOME      PIC X(40).
           05 FILLER            PIC X(07) VALUE '  SIT: '.
           05 POS-TIT-STATUS    PIC X(01).

       01  WS-LINHA-DOCUMENTO.
           05 FILLER            PIC X(09) VALUE SPACES.
           05 POS-DOC-TIPO      PIC X(06).
           05 POS-DOC-NUMERO    PIC X(18).

       01  WS-LINHA-DET.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-CONTA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-PAPEL         PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-STATUS        PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-SALDO         PIC Z(08)9.99-.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-LIMITE        PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-USO           PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-BLOQ          PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DET-JUROS         PIC Z(06)9.99.

       01  WS-LINHA-DET-AUSENTE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUS-CONTA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AUS-PAPEL         PIC X(01).
           05 FILLER            PIC X(36)
              VALUE '  CONTA AUSENTE DO MESTRE DE CONTAS'.

       01  WS-LINHA-SEM-CONTA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(40)
              VALUE 'NENHUMA CONTA VINCULADA AO TITULAR'.

       01  WS-LINHA-TOT-TIT.
           05 FILLER            PIC X(16) VALUE 'TOTAL TITULAR:  '.
           05 TTI-SALDO         PIC Z(08)9.99-.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TTI-LIMITE        PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TTI-USO           PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TTI-BLOQ          PIC Z(08)9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TTI-JUROS         PIC Z(06)9.99.

       01  WS-LINHA-TOTAL-1.
           05 FILLER            PIC X(35)
              VALUE 'TITULARES LISTADOS................:'.
           05 TOT-TITULARES     PIC ZZZZ9.

       01  WS-LINHA-TOTAL-2.
           05 FILLER            PIC X(35)
              VALUE 'CONTAS CONSOLIDADAS...............:'.
           05 TOT-CONTAS        PIC ZZZZ9.

       01  WS-LINHA-TOTAL-3.
           05 FILLER            PIC X(35)
              VALUE 'SALDO TOTAL (R$)..................:'.
           05 TOT-SALDO         PIC Z(12)9.99-.

       01  WS-LINHA-TOTAL-4.
           05 FILLER            PIC X(35)
              VALUE 'CHEQUE ESPECIAL EM USO (R$).......:'.
           05 TOT-USO           PIC Z(12)9.99.

       01  WS-LINHA-TOTAL-5.
           05 FILLER            PIC X(35)
              VALUE 'TOTAL BLOQUEADO (R$)..............:'.
           05 TOT-BLOQ          PIC Z(12)9.99.

       01  WS-LINHA-TOTAL-6.
           05 FILLER            PIC X(35)
              VALUE 'JUROS APROPRIADOS (R$)............:'.
           05 TOT-JUROS         PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Posicao consolidada por titular, para a central de
           *> atendimento responder "o que este cliente tem
           *> conosco": para cada titular do cadastro (menos os
           *> encerrados), todas as contas em que ele e primeiro
           *> titular ou co-titular, com saldo, limite de cheque
           *> especial, cheque especial em uso (saldo devedor),
           *> bloqueios ativos e juros de cheque especial
           *> apropriados e ainda nao cobrados
           *> (acumulado-juros.dat), e os totais do titular. Roda
           *> no fim do ciclo, sobre o mestre ja postado e com os
           *> juros do dia apropriados, e grava
           *> posicao-titulares.dat no estilo paginado dos demais
           *> relatorios
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF WS-DATA-PROC = 0
               DISPLAY "ERRO FATAL: DATA-PROCESSAMENTO.DAT AUSENTE "
                  "OU INVALIDO"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- POSICAO CONSOLIDADA ABORTADA ---"
               STOP RUN
           END-IF

           PERFORM CARREGAR-VINCULOS
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-BLOQUEIOS
           END-IF
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-JUROS
           END-IF
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- POSICAO CONSOLIDADA ABORTADA ---"
               STOP RUN
           END-IF

           OPEN INPUT ARQUIVO-TITULARES
           OPEN INPUT ARQUIVO-CONTAS
           OPEN OUTPUT ARQUIVO-POSICAO

           DISPLAY "--- CONSTIT: POSICAO CONSOLIDADA POR TITULAR ---"
           PERFORM ESCREVER-CABECALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-TITULARES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT TIT-ENCERRADO
                           PERFORM CONSOLIDAR-TITULAR
                       END-IF
               END-READ
           END-PERFORM

           PERFORM ESCREVER-RODAPE

           CLOSE ARQUIVO-TITULARES
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-POSICAO

           DISPLAY "TITULARES LISTADOS:  " WS-TITULARES-LISTADOS
           DISPLAY "CONTAS CONSOLIDADAS: " WS-GER-CONTAS
           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA POSICAO CONSOLIDADA ---"
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
           MOVE WS-TITULARES-LISTADOS TO CIC-CONTADOR-1
           MOVE WS-GER-CONTAS         TO CIC-CONTADOR-2
           MOVE 0                     TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'CTITSTP' TO CIC-PASSO
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

       CARREGAR-BLOQUEIOS.
           *> Uma ocorrencia por conta, com a soma dos bloqueios
           *> ativos dela
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-BLOQUEIOS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-BLOQUEIOS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BLQ-VALOR NUMERIC
                           PERFORM ACUMULAR-BLOQUEIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-BLOQUEIOS.

       ACUMULAR-BLOQUEIO.
           MOVE 0 TO WS-IDX-BLQ-ACHADO
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
                      OR WS-IDX-BLQ-ACHADO > 0
               IF WS-BLQ-CONTA (WS-IDX-BLQ) = BLQ-ID-CONTA
                   MOVE WS-IDX-BLQ TO WS-IDX-BLQ-ACHADO
               END-IF
           END-PERFORM
           IF WS-IDX-BLQ-ACHADO = 0
               IF WS-QTD-BLQ >= 2000
                   DISPLAY "ERRO FATAL: BLOQUEIOS.DAT EXCEDE A "
                      "CAPACIDADE DA TABELA EM MEMORIA (2000)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-BLQ
                   MOVE WS-QTD-BLQ TO WS-IDX-BLQ-ACHADO
                   MOVE BLQ-ID-CONTA TO WS-BLQ-CONTA (WS-QTD-BLQ)
                   MOVE 0 TO WS-BLQ-VALOR (WS-QTD-BLQ)
               END-IF
           END-IF
           IF WS-IDX-BLQ-ACHADO > 0
               ADD BLQ-VALOR TO WS-BLQ-VALOR (WS-IDX-BLQ-ACHADO)
           END-IF.

       CARREGAR-JUROS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-ACUMULADO
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-ACUMULADO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACJ-VALOR NUMERIC
                           IF WS-QTD-JUR >= 20000
                               DISPLAY "ERRO FATAL: ACUMULADO-JUROS"
                                  ".DAT EXCEDE A CAPACIDADE DA "
                                  "TABELA EM MEMORIA (20000)"
                               MOVE 'S' TO WS-ERRO-FATAL
                           ELSE
                               ADD 1 TO WS-QTD-JUR
                               MOVE ACJ-ID-CONTA
                                    TO WS-JUR-CONTA (WS-QTD-JUR)
                               MOVE ACJ-VALOR
                                    TO WS-JUR-VALOR (WS-QTD-JUR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-ACUMULADO.

       CONSOLIDAR-TITULAR.
           *> Secao do titular: identificacao, uma linha por conta
           *> vinculada (primeiro titular antes dos co-titulares) e
           *> a linha de totais
           ADD 1 TO WS-TITULARES-LISTADOS
           MOVE 0 TO WS-TIT-CONTAS
           MOVE 0 TO WS-TIT-SALDO
           MOVE 0 TO WS-TIT-LIMITE
           MOVE 0 TO WS-TIT-USO
           MOVE 0 TO WS-TIT-BLOQ
           MOVE 0 TO WS-TIT-JUROS

           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE TIT-ID-TITULAR TO POS-TIT-ID
           MOVE TIT-NOME       TO POS-TIT-NOME
           MOVE TIT-STATUS     TO POS-TIT-STATUS
           MOVE WS-LINHA-TITULAR TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM EDITAR-DOCUMENTO
           MOVE WS-LINHA-DOCUMENTO TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA

           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-TITULAR (WS-IDX-VIN) = TIT-ID-TITULAR
                  AND WS-VIN-PAPEL (WS-IDX-VIN) = 'P'
                   PERFORM CONSOLIDAR-CONTA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-TITULAR (WS-IDX-VIN) = TIT-ID-TITULAR
                  AND WS-VIN-PAPEL (WS-IDX-VIN) NOT = 'P'
                   PERFORM CONSOLIDAR-CONTA
               END-IF
           END-PERFORM

           IF WS-TIT-CONTAS = 0
               MOVE WS-LINHA-SEM-CONTA TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           ELSE
               MOVE WS-TIT-SALDO  TO TTI-SALDO
               MOVE WS-TIT-LIMITE TO TTI-LIMITE
               MOVE WS-TIT-USO    TO TTI-USO
               MOVE WS-TIT-BLOQ   TO TTI-BLOQ
               MOVE WS-TIT-JUROS  TO TTI-JUROS
               MOVE WS-LINHA-TOT-TIT TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF.

       EDITAR-DOCUMENTO.
           MOVE TIT-DOCUMENTO TO WS-DOC-TRAB
           IF TIT-PESSOA-JURIDICA
               MOVE 'CNPJ: '   TO POS-DOC-TIPO
               MOVE WS-CNPJ-1  TO CNPJ-ED-1
               MOVE WS-CNPJ-2  TO CNPJ-ED-2
               MOVE WS-CNPJ-3  TO CNPJ-ED-3
               MOVE WS-CNPJ-4  TO CNPJ-ED-4
               MOVE WS-CNPJ-DV TO CNPJ-ED-DV
               MOVE WS-CNPJ-EDITADO TO POS-DOC-NUMERO
           ELSE
               MOVE 'CPF:  '   TO POS-DOC-TIPO
               MOVE WS-CPF-1   TO CPF-ED-1
               MOVE WS-CPF-2   TO CPF-ED-2
               MOVE WS-CPF-3   TO CPF-ED-3
               MOVE WS-CPF-DV  TO CPF-ED-DV
               MOVE WS-CPF-EDITADO TO POS-DOC-NUMERO
           END-IF.

       CONSOLIDAR-CONTA.
           *> Cheque especial em uso e a parte devedora do saldo;
           *> conta encerrada continua aparecendo (saldo zero) para
           *> o historico do relacionamento ficar visivel
           MOVE WS-VIN-CONTA (WS-IDX-VIN) TO CONTA-ID-CONTA
           PERFORM LOCALIZAR-CONTA
           IF NOT CONTA-NO-MESTRE
               MOVE WS-VIN-CONTA (WS-IDX-VIN) TO AUS-CONTA
               MOVE WS-VIN-PAPEL (WS-IDX-VIN) TO AUS-PAPEL
               MOVE WS-LINHA-DET-AUSENTE TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           ELSE
               IF CONTA-SALDO < 0
                   COMPUTE WS-CONTA-USO = 0 - CONTA-SALDO
               ELSE
                   MOVE 0 TO WS-CONTA-USO
               END-IF
               PERFORM BUSCAR-BLOQUEIO-CONTA
               PERFORM BUSCAR-JUROS-CONTA
               ADD 1 TO WS-TIT-CONTAS
               ADD CONTA-SALDO    TO WS-TIT-SALDO
               ADD CONTA-LIMITE   TO WS-TIT-LIMITE
               ADD WS-CONTA-USO   TO WS-TIT-USO
               ADD WS-CONTA-BLOQ  TO WS-TIT-BLOQ
               ADD WS-CONTA-JUROS TO WS-TIT-JUROS
               IF WS-VIN-PAPEL (WS-IDX-VIN) = 'P'
                   ADD 1 TO WS-GER-CONTAS
                   ADD CONTA-SALDO    TO WS-GER-SALDO
                   ADD WS-CONTA-USO   TO WS-GER-USO
                   ADD WS-CONTA-BLOQ  TO WS-GER-BLOQ
                   ADD WS-CONTA-JUROS TO WS-GER-JUROS
               END-IF
               MOVE CONTA-ID-CONTA TO DET-CONTA
               MOVE WS-VIN-PAPEL (WS-IDX-VIN) TO DET-PAPEL
               MOVE CONTA-STATUS   TO DET-STATUS
               MOVE CONTA-SALDO    TO DET-SALDO
               MOVE CONTA-LIMITE   TO DET-LIMITE
               MOVE WS-CONTA-USO   TO DET-USO
               MOVE WS-CONTA-BLOQ  TO DET-BLOQ
               MOVE WS-CONTA-JUROS TO DET-JUROS
               MOVE WS-LINHA-DET TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF.

       BUSCAR-BLOQUEIO-CONTA.
           MOVE 0 TO WS-CONTA-BLOQ
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
               IF WS-BLQ-CONTA (WS-IDX-BLQ) = CONTA-ID-CONTA
                   MOVE WS-BLQ-VALOR (WS-IDX-BLQ) TO WS-CONTA-BLOQ
               END-IF
           END-PERFORM.

       BUSCAR-JUROS-CONTA.
           MOVE 0 TO WS-CONTA-JUROS
           PERFORM VARYING WS-IDX-JUR FROM 1 BY 1
                   UNTIL WS-IDX-JUR > WS-QTD-JUR
               IF WS-JUR-CONTA (WS-IDX-JUR) = CONTA-ID-CONTA
                   ADD WS-JUR-VALOR (WS-IDX-JUR) TO WS-CONTA-JUROS
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

       ESCREVER-RODAPE.
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-TITULARES-LISTADOS TO TOT-TITULARES
           MOVE WS-LINHA-TOTAL-1 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-GER-CONTAS TO TOT-CONTAS
           MOVE WS-LINHA-TOTAL-2 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-GER-SALDO TO TOT-SALDO
           MOVE WS-LINHA-TOTAL-3 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-GER-USO TO TOT-USO
           MOVE WS-LINHA-TOTAL-4 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-GER-BLOQ TO TOT-BLOQ
           MOVE WS-LINHA-TOTAL-5 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-GER-JUROS TO TOT-JUROS
           MOVE WS-LINHA-TOTAL-6 TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA.

       ESCREVER-CABECALHO.
           *> Cabecalho de pagina; repetido sempre que o numero
           *> maximo de linhas por pagina e atingido
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-PROC TO CAB-DATA
           WRITE LINHA-POSICAO FROM WS-CAB-1
           MOVE SPACES TO LINHA-POSICAO
           WRITE LINHA-POSICAO
           WRITE LINHA-POSICAO FROM WS-CAB-2
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           *> Toda linha do corpo passa por aqui para a quebra de
           *> pagina acontecer em qualquer ponto do relatorio
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-POSICAO FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       END PROGRAM CONSTIT.
