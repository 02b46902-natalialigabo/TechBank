       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGADEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Retorno da camara: uma linha por TED da remessa recusada
      *> pelo banco do favorecido (conta inexistente, encerrada,
      *> documento divergente...); sem arquivo, nada a devolver
           SELECT OPTIONAL ARQUIVO-DEVOLUCOES
           ASSIGN TO 'ted-devolucoes.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Cadastro permanente das TEDs remetidas (REMTED), regravado
      *> aqui com a marca de devolucao
           SELECT OPTIONAL ARQUIVO-ENVIADAS
           ASSIGN TO 'ted-enviadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ENVIADAS-TMP
           ASSIGN TO 'ted-enviadas.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Creditos de devolucao para o lote do dia, consumidos pelo
      *> liberador de movimentos (LIBERAMOV) logo em seguida
           SELECT ARQUIVO-DEV-POSTAR
           ASSIGN TO 'devolucoes-a-postar.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DEV-REJEITOS
           ASSIGN TO 'ted-devolucoes-rej.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-SEQUENCIA ASSIGN TO 'devted-seq.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-SEQUENCIA-TMP ASSIGN TO 'devted-seq.tmp'
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
      *> O valor vem da camara e e conferido contra o da remessa;
      *> o motivo (codigo e descricao) segue ate o extrato
       FD  ARQUIVO-DEVOLUCOES.
       01  REGISTRO-DEVOLUCAO.
           05 DVR-ID-TED        PIC 9(06).
           05 DVR-VALOR         PIC 9(08)V99.
           05 DVR-COD-MOTIVO    PIC X(02).
           05 DVR-DESCR-MOTIVO  PIC X(30).

       FD  ARQUIVO-ENVIADAS.
           COPY TEDREC.

       FD  ARQUIVO-ENVIADAS-TMP.
       01  REGISTRO-ENVIADA-TMP PIC X(128).

       FD  ARQUIVO-DEV-POSTAR.
       01  REG-DEV-POSTAR       PIC X(95).

       FD  ARQUIVO-DEV-REJEITOS.
       01  REG-DEV-REJEITO.
           05 DRJ-ID-TED        PIC 9(06).
           05 DRJ-VALOR         PIC 9(08)V99.
           05 DRJ-COD-MOTIVO    PIC X(02).
           05 DRJ-DESCR-MOTIVO  PIC X(30).
           05 DRJ-MOTIVO-REJ    PIC X(40).

       FD  ARQUIVO-SEQUENCIA.
       01  REGISTRO-SEQUENCIA.
           05 SEQ-PROXIMO-ID    PIC 9(06).
           05 SEQ-DATA-GERACAO  PIC 9(08).

       FD  ARQUIVO-SEQUENCIA-TMP.
       01  REGISTRO-SEQUENCIA-TMP.
           05 SEQ-TMP-PROXIMO-ID PIC 9(06).
           05 SEQ-TMP-DATA-GERACAO PIC 9(08).

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

       01  WS-DEV-LIDAS         PIC 9(05) VALUE 0.
       01  WS-DEV-GERADAS       PIC 9(05) VALUE 0.
       01  WS-DEV-REJEITADAS    PIC 9(05) VALUE 0.
       01  WS-TOTAL-DEVOLVIDO   PIC 9(10)V99 VALUE 0.

      *> Devolucoes recebidas da camara, carregadas antes da
      *> varredura do cadastro. WS-DEV-SITUACAO: ' ' ainda nao
      *> achada no cadastro, 'G' credito gerado, 'J' rejeitada
       01  WS-TAB-DEVOLUCOES.
           05 WS-QTD-DEV        PIC 9(04) VALUE 0.
           05 WS-DEV-OCORR OCCURS 2000 TIMES.
              10 WS-DEV-ID-TED      PIC 9(06).
              10 WS-DEV-VALOR       PIC 9(08)V99.
              10 WS-DEV-COD-MOTIVO  PIC X(02).
              10 WS-DEV-DESCR-MOTIVO PIC X(30).
              10 WS-DEV-SITUACAO    PIC X(01).
              10 WS-DEV-MOTIVO-REJ  PIC X(40).
       01  WS-IDX-DEV           PIC 9(04).
       01  WS-IDX-DEV-ACHADO    PIC 9(04).

       01  WS-PROXIMO-ID        PIC 9(06) VALUE 700001.
       01  WS-DATA-ULT-GERACAO  PIC 9(08) VALUE 0.

      *> Montagem do registro de movimentacao gerado, no mesmo
      *> layout de detalhe consumido pelo liberador de movimentos;
      *> o complemento leva a TED devolvida e o motivo da camara
       01  REG-DETALHE-SAIDA.
           05 SAI-TIPO-REG      PIC X(01).
           05 SAI-ID-TRANS      PIC 9(06).
           05 SAI-TIPO-TRANS    PIC X(01).
           05 SAI-ID-CONTA      PIC 9(06).
           05 SAI-ID-CONTA-DEST PIC 9(06).
           05 SAI-MOEDA-TRANS   PIC X(03).
           05 SAI-VALOR-TRANS   PIC 9(08)V99.
           05 SAI-DATA-VALOR    PIC 9(08).
      *> Carimbo de lote dos creditos de devolucao: a data da carga
      *> como id e DEVTED como origem
           05 SAI-LOTE-ID       PIC 9(08).
           05 SAI-LOTE-ORIGEM   PIC X(08).
           05 SAI-ID-TED-ORIGINAL PIC 9(06).
           05 SAI-COD-MOTIVO    PIC X(02).
           05 SAI-DESCR-MOTIVO  PIC X(30).

       01  WS-ENV-NOME-TMP      PIC X(20) VALUE 'ted-enviadas.tmp'.
       01  WS-ENV-NOME-FIM      PIC X(20) VALUE 'ted-enviadas.dat'.
       01  WS-SEQ-NOME-TMP      PIC X(20) VALUE 'devted-seq.tmp'.
       01  WS-SEQ-NOME-FIM      PIC X(20) VALUE 'devted-seq.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Carga do retorno da camara: cada TED recusada pelo
           *> banco do favorecido e procurada no cadastro das TEDs
           *> remetidas, conferida (valor, devolucao anterior) e vira
           *> um credito de devolucao (tipo R) ao cliente, entregue
           *> ao lote do dia pelo funil do liberador de movimentos
           *> (devolucoes-a-postar.dat). A TED fica marcada no
           *> cadastro com o ID-TRANS do credito, a data e o motivo -
           *> e de la que o retorno ao remetente e o extrato tiram a
           *> devolucao. Uma reexecucao na mesma data reemite o mesmo
           *> credito com o mesmo ID, e o arquivo de entrega e
           *> regravado a cada execucao, para nenhuma devolucao ser
           *> creditada duas vezes
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           PERFORM CARREGAR-DEVOLUCOES
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- CARGA DE DEVOLUCOES ABORTADA ---"
               STOP RUN
           END-IF

           DISPLAY "--- CARGADEV: DEVOLUCOES DE TED DA CAMARA ---"
           DISPLAY "DATA DE PROCESSAMENTO: " WS-DATA-PROC

           PERFORM LER-SEQUENCIA
           OPEN OUTPUT ARQUIVO-DEV-POSTAR
           OPEN OUTPUT ARQUIVO-DEV-REJEITOS
           PERFORM CONFERIR-CADASTRO
           PERFORM LISTAR-NAO-ENCONTRADAS
           CLOSE ARQUIVO-DEV-POSTAR
           CLOSE ARQUIVO-DEV-REJEITOS

           *> A sequencia e gravada antes do cadastro: uma queda no
           *> meio perde no maximo uma faixa de IDs, nunca reusa um
           *> ID ja marcado numa TED devolvida
           MOVE WS-DATA-PROC TO WS-DATA-ULT-GERACAO
           PERFORM GRAVAR-SEQUENCIA
           PERFORM EFETIVAR-CADASTRO

           DISPLAY "DEVOLUCOES RECEBIDAS:  " WS-DEV-LIDAS
           DISPLAY "CREDITOS GERADOS:      " WS-DEV-GERADAS
           DISPLAY "VALOR DEVOLVIDO (R$):  " WS-TOTAL-DEVOLVIDO
           DISPLAY "DEVOLUCOES REJEITADAS: " WS-DEV-REJEITADAS
           *> Rejeicao termina com RC=4: a lista em
           *> ted-devolucoes-rej.dat vai para a operacao conferir
           *> com a camara, sem segurar o ciclo
           IF WS-DEV-REJEITADAS > 0
               DISPLAY "CARGADEV: HA DEVOLUCOES REJEITADAS - VER "
                  "TED-DEVOLUCOES-REJ.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA CARGA DE DEVOLUCOES ---"
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
           MOVE WS-DEV-LIDAS      TO CIC-CONTADOR-1
           MOVE WS-DEV-GERADAS    TO CIC-CONTADOR-2
           MOVE WS-DEV-REJEITADAS TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'DEVTSTP' TO CIC-PASSO
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

       CARREGAR-DEVOLUCOES.
           *> Linha com ID ou valor nao numerico e a mesma TED
           *> repetida no arquivo ja entram rejeitadas na tabela e
           *> saem na lista de rejeitos junto com as demais
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-DEVOLUCOES
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-DEVOLUCOES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-DEV >= 2000
                           DISPLAY "ERRO FATAL: TED-DEVOLUCOES.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (2000)"
                           MOVE 'S' TO WS-ERRO-FATAL
                       ELSE
                           PERFORM GUARDAR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-DEVOLUCOES.

       GUARDAR-DEVOLUCAO.
           ADD 1 TO WS-DEV-LIDAS
           ADD 1 TO WS-QTD-DEV
           MOVE SPACE TO WS-DEV-SITUACAO (WS-QTD-DEV)
           MOVE SPACES TO WS-DEV-MOTIVO-REJ (WS-QTD-DEV)
           MOVE DVR-COD-MOTIVO   TO WS-DEV-COD-MOTIVO (WS-QTD-DEV)
           MOVE DVR-DESCR-MOTIVO TO WS-DEV-DESCR-MOTIVO (WS-QTD-DEV)
           IF DVR-ID-TED NOT NUMERIC OR DVR-ID-TED = ZEROS
              OR DVR-VALOR NOT NUMERIC OR DVR-VALOR = ZEROS
               MOVE ZEROS TO WS-DEV-ID-TED (WS-QTD-DEV)
               MOVE ZEROS TO WS-DEV-VALOR (WS-QTD-DEV)
               MOVE 'J' TO WS-DEV-SITUACAO (WS-QTD-DEV)
               MOVE "ID DA TED OU VALOR INVALIDO"
                    TO WS-DEV-MOTIVO-REJ (WS-QTD-DEV)
               ADD 1 TO WS-DEV-REJEITADAS
           ELSE
               MOVE DVR-ID-TED TO WS-DEV-ID-TED (WS-QTD-DEV)
               MOVE DVR-VALOR  TO WS-DEV-VALOR (WS-QTD-DEV)
               MOVE 0 TO WS-IDX-DEV-ACHADO
               PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                       UNTIL WS-IDX-DEV >= WS-QTD-DEV
                          OR WS-IDX-DEV-ACHADO > 0
                   IF WS-DEV-ID-TED (WS-IDX-DEV) = DVR-ID-TED
                       MOVE WS-IDX-DEV TO WS-IDX-DEV-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-DEV-ACHADO > 0
                   MOVE 'J' TO WS-DEV-SITUACAO (WS-QTD-DEV)
                   MOVE "TED REPETIDA NO ARQUIVO DA CAMARA"
                        TO WS-DEV-MOTIVO-REJ (WS-QTD-DEV)
                   ADD 1 TO WS-DEV-REJEITADAS
               END-IF
           END-IF.

       LER-SEQUENCIA.
           *> Numerador dos creditos de devolucao (faixa
           *> 700001-799999, fora da numeracao da originacao e das
           *> particoes dos juros, da remuneracao e da agenda)
           OPEN INPUT ARQUIVO-SEQUENCIA
           READ ARQUIVO-SEQUENCIA
               AT END
                   MOVE 700001 TO WS-PROXIMO-ID
                   MOVE 0 TO WS-DATA-ULT-GERACAO
               NOT AT END
                   IF SEQ-PROXIMO-ID NUMERIC
                      AND SEQ-PROXIMO-ID NOT = ZEROS
                       MOVE SEQ-PROXIMO-ID TO WS-PROXIMO-ID
                   END-IF
                   IF SEQ-DATA-GERACAO NUMERIC
                       MOVE SEQ-DATA-GERACAO TO WS-DATA-ULT-GERACAO
                   END-IF
           END-READ
           CLOSE ARQUIVO-SEQUENCIA.

       CONFERIR-CADASTRO.
           *> Varre o cadastro das TEDs remetidas uma vez, copiando
           *> cada linha para o arquivo novo; a TED que consta do
           *> retorno da camara sai marcada como devolvida
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-ENVIADAS
           OPEN OUTPUT ARQUIVO-ENVIADAS-TMP
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-ENVIADAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TEN-TED-SAIDA
                           PERFORM LOCALIZAR-DEVOLUCAO
                           IF WS-IDX-DEV-ACHADO > 0
                               PERFORM CONFERIR-UMA-TED
                           END-IF
                       END-IF
                       MOVE REG-TED TO REGISTRO-ENVIADA-TMP
                       WRITE REGISTRO-ENVIADA-TMP
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-ENVIADAS
           CLOSE ARQUIVO-ENVIADAS-TMP.

       LOCALIZAR-DEVOLUCAO.
           MOVE 0 TO WS-IDX-DEV-ACHADO
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-QTD-DEV
                      OR WS-IDX-DEV-ACHADO > 0
               IF WS-DEV-ID-TED (WS-IDX-DEV) = TEN-ID-TRANS
                  AND WS-DEV-SITUACAO (WS-IDX-DEV) = SPACE
                   MOVE WS-IDX-DEV TO WS-IDX-DEV-ACHADO
               END-IF
           END-PERFORM.

       CONFERIR-UMA-TED.
           *> A TED marcada hoje por uma execucao anterior da mesma
           *> data reemite o credito com o ID ja gravado; marcada em
           *> outra data, a devolucao ja foi creditada e e rejeitada
           MOVE WS-IDX-DEV-ACHADO TO WS-IDX-DEV
           EVALUATE TRUE
               WHEN TEN-DEVOLVIDA
                    AND TEN-DATA-DEVOL = WS-DATA-PROC
                   PERFORM GERAR-CREDITO-DEVOLUCAO
               WHEN TEN-DEVOLVIDA
                   MOVE 'J' TO WS-DEV-SITUACAO (WS-IDX-DEV)
                   MOVE "TED JA DEVOLVIDA ANTERIORMENTE"
                        TO WS-DEV-MOTIVO-REJ (WS-IDX-DEV)
                   ADD 1 TO WS-DEV-REJEITADAS
               WHEN WS-DEV-VALOR (WS-IDX-DEV) NOT = TEN-VALOR
                   MOVE 'J' TO WS-DEV-SITUACAO (WS-IDX-DEV)
                   MOVE "VALOR NAO CONFERE COM A TED REMETIDA"
                        TO WS-DEV-MOTIVO-REJ (WS-IDX-DEV)
                   ADD 1 TO WS-DEV-REJEITADAS
               WHEN WS-PROXIMO-ID > 799999
                   DISPLAY "ERRO FATAL: FAIXA DE ID-TRANS DAS "
                      "DEVOLUCOES DE TED ESGOTADA (799999)"
                   MOVE 16 TO RETURN-CODE
                   PERFORM REGISTRAR-CICLO-FIM
                   DISPLAY "--- CARGA DE DEVOLUCOES ABORTADA ---"
                   STOP RUN
               WHEN OTHER
                   MOVE 'D'           TO TEN-SITUACAO
                   MOVE WS-PROXIMO-ID TO TEN-ID-VINCULADO
                   MOVE WS-DATA-PROC  TO TEN-DATA-DEVOL
                   MOVE WS-DEV-COD-MOTIVO (WS-IDX-DEV)
                        TO TEN-COD-MOTIVO
                   MOVE WS-DEV-DESCR-MOTIVO (WS-IDX-DEV)
                        TO TEN-DESCR-MOTIVO
                   ADD 1 TO WS-PROXIMO-ID
                   PERFORM GERAR-CREDITO-DEVOLUCAO
           END-EVALUATE.

       GERAR-CREDITO-DEVOLUCAO.
           MOVE 'G' TO WS-DEV-SITUACAO (WS-IDX-DEV)
           ADD 1 TO WS-DEV-GERADAS
           ADD TEN-VALOR TO WS-TOTAL-DEVOLVIDO
           MOVE SPACES TO REG-DETALHE-SAIDA
           MOVE '1'              TO SAI-TIPO-REG
           MOVE TEN-ID-VINCULADO TO SAI-ID-TRANS
           MOVE 'R'              TO SAI-TIPO-TRANS
           MOVE TEN-ID-CONTA     TO SAI-ID-CONTA
           MOVE ZEROS            TO SAI-ID-CONTA-DEST
           MOVE 'BRL'            TO SAI-MOEDA-TRANS
           MOVE TEN-VALOR        TO SAI-VALOR-TRANS
           MOVE WS-DATA-PROC     TO SAI-DATA-VALOR
           MOVE WS-DATA-PROC     TO SAI-LOTE-ID
           MOVE 'DEVTED'         TO SAI-LOTE-ORIGEM
           MOVE TEN-ID-TRANS     TO SAI-ID-TED-ORIGINAL
           MOVE TEN-COD-MOTIVO   TO SAI-COD-MOTIVO
           MOVE TEN-DESCR-MOTIVO TO SAI-DESCR-MOTIVO
           MOVE REG-DETALHE-SAIDA TO REG-DEV-POSTAR
           WRITE REG-DEV-POSTAR
           DISPLAY "DEV. TED  ID: " TEN-ID-VINCULADO " CONTA: "
              TEN-ID-CONTA " TED: " TEN-ID-TRANS.

       LISTAR-NAO-ENCONTRADAS.
           *> Devolucao que nao achou a TED no cadastro (ou que ja
           *> entrou rejeitada na carga) vai para a lista de rejeitos
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > WS-QTD-DEV
               IF WS-DEV-SITUACAO (WS-IDX-DEV) = SPACE
                   MOVE 'J' TO WS-DEV-SITUACAO (WS-IDX-DEV)
                   MOVE "TED NAO ENCONTRADA NAS REMESSAS"
                        TO WS-DEV-MOTIVO-REJ (WS-IDX-DEV)
                   ADD 1 TO WS-DEV-REJEITADAS
               END-IF
               IF WS-DEV-SITUACAO (WS-IDX-DEV) = 'J'
                   MOVE WS-DEV-ID-TED (WS-IDX-DEV) TO DRJ-ID-TED
                   MOVE WS-DEV-VALOR (WS-IDX-DEV)  TO DRJ-VALOR
                   MOVE WS-DEV-COD-MOTIVO (WS-IDX-DEV)
                        TO DRJ-COD-MOTIVO
                   MOVE WS-DEV-DESCR-MOTIVO (WS-IDX-DEV)
                        TO DRJ-DESCR-MOTIVO
                   MOVE WS-DEV-MOTIVO-REJ (WS-IDX-DEV)
                        TO DRJ-MOTIVO-REJ
                   WRITE REG-DEV-REJEITO
                   DISPLAY "CARGADEV: TED " WS-DEV-ID-TED (WS-IDX-DEV)
                      " REJEITADA - " WS-DEV-MOTIVO-REJ (WS-IDX-DEV)
               END-IF
           END-PERFORM.

       GRAVAR-SEQUENCIA.
           MOVE WS-PROXIMO-ID       TO SEQ-TMP-PROXIMO-ID
           MOVE WS-DATA-ULT-GERACAO TO SEQ-TMP-DATA-GERACAO
           OPEN OUTPUT ARQUIVO-SEQUENCIA-TMP
           WRITE REGISTRO-SEQUENCIA-TMP
           CLOSE ARQUIVO-SEQUENCIA-TMP
           CALL "CBL_RENAME_FILE" USING WS-SEQ-NOME-TMP
                WS-SEQ-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO GRAVAR DEVTED-SEQ.DAT "
                  "(RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EFETIVAR-CADASTRO.
           CALL "CBL_RENAME_FILE" USING WS-ENV-NOME-TMP
                WS-ENV-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO GRAVAR TED-ENVIADAS.DAT "
                  "(RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CARGADEV.
