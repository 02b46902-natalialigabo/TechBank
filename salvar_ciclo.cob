       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALVACIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Os dois indexados sao copiados em sequencia de chave
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT ARQUIVO-CONTROLE
           ASSIGN TO 'controle-transacoes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTL-ID-TRANS.

      *> Cada arquivo sequencial vivo da lista de IMGTAB, um de cada
      *> vez - o nome e montado em tempo de execucao; arquivo ainda
      *> inexistente entra na imagem vazio
           SELECT OPTIONAL ARQUIVO-VIVO
           ASSIGN TO DYNAMIC WS-VIVO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Imagem do dia ja existente (reexecucao do ciclo na mesma
      *> data), datada pela data de processamento
           SELECT OPTIONAL ARQUIVO-IMAGEM
           ASSIGN TO DYNAMIC WS-IMAGEM-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> A imagem nova so toma o nome datado via tmp + rename
      *> atomico, depois do registro final gravado
           SELECT ARQUIVO-IMAGEM-TMP ASSIGN TO 'imagem-ciclo.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Lido para saber se a imagem do dia ja vale, e estendido
      *> com o inicio/fim do passo
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

       FD  ARQUIVO-CONTROLE.
       01  REGISTRO-CONTROLE.
           05 CTL-ID-TRANS     PIC 9(06).
           05 CTL-DATA-POSTAGEM PIC 9(08).
           05 CTL-SITUACAO     PIC X(01).
           05 CTL-ID-ESTORNO   PIC 9(06).

       FD  ARQUIVO-VIVO.
       01  REG-VIVO             PIC X(200).

       FD  ARQUIVO-IMAGEM.
       01  REG-IMAGEM-ENT       PIC X(203).

       FD  ARQUIVO-IMAGEM-TMP.
       01  REG-IMAGEM-SAI       PIC X(203).

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
       01  WS-DATA-PROC-X       PIC X(08).

      *> Registro da imagem montado/lido em memoria
           COPY IMGREC.

      *> Lista dos arquivos vivos do ciclo
           COPY IMGTAB.

       01  WS-IMAGEM-NOME       PIC X(40) VALUE SPACES.
       01  WS-VIVO-NOME         PIC X(40) VALUE SPACES.
       01  WS-IMG-NOME-TMP      PIC X(40) VALUE 'imagem-ciclo.tmp'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

      *> A imagem do dia vale se o controle do ciclo tem um fim
      *> limpo deste passo na data que nao foi seguido por um
      *> backout; o arquivo datado precisa ainda estar completo
       01  WS-IMAGEM-REGISTRADA PIC X(01) VALUE 'N'.
           88 IMAGEM-REGISTRADA VALUE 'S'.
       01  WS-IMAGEM-COMPLETA   PIC X(01) VALUE 'N'.
           88 IMAGEM-COMPLETA   VALUE 'S'.

       01  WS-IDX-ARQ           PIC 9(02).
       01  WS-QTD-REG-ARQ       PIC 9(09) VALUE 0.
       01  WS-QTD-REG-TOTAL     PIC 9(09) VALUE 0.
       01  WS-QTD-ARQ-SALVOS    PIC 9(02) VALUE 0.
       01  WS-QTD-CONTAS        PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Imagem anterior do ciclo, primeiro passo do PROCLOTE:
           *> antes de o liberador, a manutencao ou a postagem
           *> tocarem em qualquer coisa, copia para um unico arquivo
           *> datado (imagem-ciclo-AAAAMMDD.dat) todos os arquivos
           *> vivos que os passos do ciclo atualizam (lista em
           *> IMGTAB). E dela que o job de backout (BACKOUT) desfaz o
           *> dia inteiro de uma vez quando a postagem terminou
           *> "limpa" mas errada. Numa reexecucao do ciclo na mesma
           *> data (abend no meio do caminho) a imagem ja tirada e
           *> preservada com RC=4 - os arquivos ja foram mexidos e
           *> uma imagem nova nao seria mais a da abertura do dia;
           *> so depois de um backout a imagem e tirada de novo
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- IMAGEM DO CICLO ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- SALVACIC: IMAGEM ANTERIOR DO CICLO ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           MOVE WS-DATA-PROC TO WS-DATA-PROC-X
           MOVE SPACES TO WS-IMAGEM-NOME
           STRING 'imagem-ciclo-' DELIMITED BY SIZE
                  WS-DATA-PROC-X '.dat' DELIMITED BY SIZE
                  INTO WS-IMAGEM-NOME
           END-STRING

           PERFORM VERIFICAR-IMAGEM-DO-DIA
           IF IMAGEM-REGISTRADA
               IF IMAGEM-COMPLETA
                   DISPLAY "SALVACIC: IMAGEM DE " WS-DATA-PROC
                      " JA TIRADA NESTE CICLO - PRESERVADA"
                   MOVE 4 TO RETURN-CODE
                   PERFORM REGISTRAR-CICLO-FIM
                   DISPLAY "--- FIM DA IMAGEM DO CICLO ---"
                   STOP RUN
               ELSE
                   DISPLAY "ERRO FATAL: IMAGEM DE " WS-DATA-PROC
                      " REGISTRADA NO CONTROLE DO CICLO MAS AUSENTE "
                      "OU INCOMPLETA EM " WS-IMAGEM-NOME
                   DISPLAY "SALVACIC: OS ARQUIVOS JA PODEM TER SIDO "
                      "ALTERADOS PELO CICLO - NOVA IMAGEM NAO TIRADA"
                   MOVE 16 TO RETURN-CODE
                   PERFORM REGISTRAR-CICLO-FIM
                   DISPLAY "--- IMAGEM DO CICLO ABORTADA ---"
                   STOP RUN
               END-IF
           END-IF

           PERFORM SALVAR-IMAGEM

           DISPLAY "ARQUIVOS NA IMAGEM:    " WS-QTD-ARQ-SALVOS
           DISPLAY "REGISTROS COPIADOS:    " WS-QTD-REG-TOTAL
           DISPLAY "CONTAS NA IMAGEM:      " WS-QTD-CONTAS
           DISPLAY "IMAGEM GRAVADA EM:     " WS-IMAGEM-NOME
           MOVE 0 TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA IMAGEM DO CICLO ---"
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
           MOVE WS-QTD-ARQ-SALVOS TO CIC-CONTADOR-1
           MOVE WS-QTD-REG-TOTAL  TO CIC-CONTADOR-2
           MOVE WS-QTD-CONTAS     TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'SALVASTP' TO CIC-PASSO
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

       VERIFICAR-IMAGEM-DO-DIA.
           *> Percorre o controle do ciclo da data: fim limpo deste
           *> passo (RC 0 ou 4) registra a imagem; inicio de um
           *> backout depois dele a invalida - os arquivos voltaram a
           *> abertura do dia e a imagem e tirada de novo, ja com
           *> eventuais correcoes da operacao nos arquivos de entrada
           MOVE 'N' TO WS-IMAGEM-REGISTRADA
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CICLO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-CICLO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CIC-DATA NUMERIC
                          AND CIC-DATA = WS-DATA-PROC
                           IF CIC-PASSO = 'SALVASTP' AND CIC-FIM
                              AND CIC-RC NUMERIC AND CIC-RC <= 4
                               MOVE 'S' TO WS-IMAGEM-REGISTRADA
                           END-IF
                           IF CIC-PASSO = 'BKOUTSTP' AND CIC-INICIO
                               MOVE 'N' TO WS-IMAGEM-REGISTRADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CICLO
           IF IMAGEM-REGISTRADA
               PERFORM CONFERIR-IMAGEM-EXISTENTE
           END-IF.

       CONFERIR-IMAGEM-EXISTENTE.
           *> Basta o cabecalho e o registro final da mesma data: a
           *> imagem so ganha o nome datado depois de fechada
           MOVE 'N' TO WS-IMAGEM-COMPLETA
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-IMAGEM
           READ ARQUIVO-IMAGEM INTO REG-IMAGEM
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'N' AND IMG-CABECALHO
              AND IMG-DATA = WS-DATA-PROC
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ARQUIVO-IMAGEM INTO REG-IMAGEM
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IMG-FINAL AND IMG-DATA = WS-DATA-PROC
                               MOVE 'S' TO WS-IMAGEM-COMPLETA
                           ELSE
                               MOVE 'N' TO WS-IMAGEM-COMPLETA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-IMAGEM.

       SALVAR-IMAGEM.
           *> Cabecalho, os arquivos da lista na ordem de IMGTAB
           *> (registros + trailer de cada um) e o registro final
           *> com os totais; so entao o tmp vira a imagem datada
           OPEN OUTPUT ARQUIVO-IMAGEM-TMP
           MOVE SPACES TO REG-IMAGEM
           MOVE 'C' TO IMG-TIPO
           MOVE 0 TO IMG-ARQUIVO
           MOVE WS-DATA-PROC TO IMG-DATA
           MOVE IMG-QTD-ARQ-TAB TO IMG-QTD-ARQUIVOS
           MOVE 0 TO IMG-QTD-REGISTROS
           WRITE REG-IMAGEM-SAI FROM REG-IMAGEM

           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > IMG-QTD-ARQ-TAB
               MOVE 0 TO WS-QTD-REG-ARQ
               EVALUATE TRUE
                   WHEN WS-IDX-ARQ = 1
                       PERFORM SALVAR-CONTAS
                   WHEN WS-IDX-ARQ = 2
                       PERFORM SALVAR-CONTROLE
                   WHEN IMG-MODO-COPIA (WS-IDX-ARQ)
                       PERFORM SALVAR-SEQUENCIAL
                   WHEN OTHER
                       PERFORM CONTAR-TRILHA
               END-EVALUATE
               PERFORM GRAVAR-TRAILER-ARQUIVO
           END-PERFORM

           MOVE SPACES TO REG-IMAGEM
           MOVE 'F' TO IMG-TIPO
           MOVE 0 TO IMG-ARQUIVO
           MOVE WS-DATA-PROC TO IMG-DATA
           MOVE WS-QTD-ARQ-SALVOS TO IMG-QTD-ARQUIVOS
           MOVE WS-QTD-REG-TOTAL TO IMG-QTD-REGISTROS
           WRITE REG-IMAGEM-SAI FROM REG-IMAGEM
           CLOSE ARQUIVO-IMAGEM-TMP

           CALL "CBL_RENAME_FILE" USING WS-IMG-NOME-TMP
                WS-IMAGEM-NOME
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO GRAVAR "
                  WS-IMAGEM-NOME " (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- IMAGEM DO CICLO ABORTADA ---"
               STOP RUN
           END-IF.

       SALVAR-CONTAS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CONTAS
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO IMG-CONTEUDO
                       MOVE REGISTRO-CONTA TO IMG-CONTEUDO
                       PERFORM GRAVAR-REGISTRO-IMAGEM
                       ADD 1 TO WS-QTD-CONTAS
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CONTAS.

       SALVAR-CONTROLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CONTROLE
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-CONTROLE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO IMG-CONTEUDO
                       MOVE REGISTRO-CONTROLE TO IMG-CONTEUDO
                       PERFORM GRAVAR-REGISTRO-IMAGEM
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CONTROLE.

       SALVAR-SEQUENCIAL.
           MOVE IMG-ARQ-NOME (WS-IDX-ARQ) TO WS-VIVO-NOME
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-VIVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-VIVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE REG-VIVO TO IMG-CONTEUDO
                       PERFORM GRAVAR-REGISTRO-IMAGEM
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VIVO.

       CONTAR-TRILHA.
           *> Trilha so de acrescimo: basta a quantidade de hoje, o
           *> backout corta o que o ciclo acrescentou depois dela
           MOVE IMG-ARQ-NOME (WS-IDX-ARQ) TO WS-VIVO-NOME
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-VIVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-VIVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-REG-ARQ
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VIVO.

       GRAVAR-REGISTRO-IMAGEM.
           MOVE 'R' TO IMG-TIPO
           MOVE WS-IDX-ARQ TO IMG-ARQUIVO
           WRITE REG-IMAGEM-SAI FROM REG-IMAGEM
           ADD 1 TO WS-QTD-REG-ARQ
           ADD 1 TO WS-QTD-REG-TOTAL.

       GRAVAR-TRAILER-ARQUIVO.
           MOVE SPACES TO REG-IMAGEM
           MOVE 'T' TO IMG-TIPO
           MOVE WS-IDX-ARQ TO IMG-ARQUIVO
           MOVE WS-DATA-PROC TO IMG-DATA
           MOVE IMG-QTD-ARQ-TAB TO IMG-QTD-ARQUIVOS
           MOVE WS-QTD-REG-ARQ TO IMG-QTD-REGISTROS
           WRITE REG-IMAGEM-SAI FROM REG-IMAGEM
           ADD 1 TO WS-QTD-ARQ-SALVOS
           DISPLAY "  " IMG-ARQ-NOME (WS-IDX-ARQ) " "
              WS-QTD-REG-ARQ.

       END PROGRAM SALVACIC.
