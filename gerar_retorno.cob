           SELECT ARQUIVO-RETORNO ASSIGN TO DYNAMIC WS-RET-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Cadastro das TEDs remetidas, marcado pela carga do retorno
      *> da camara (CARGADEV) com a devolucao creditada no ciclo
           SELECT OPTIONAL ARQUIVO-ENVIADAS
           ASSIGN TO 'ted-enviadas.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           05 BXD-LOTE-ID       PIC 9(08).
           05 BXD-LOTE-ORIGEM   PIC X(08).

       FD  ARQUIVO-ENVIADAS.
           COPY TEDREC.

       FD  ARQUIVO-RETORNO.
       01  REG-RETORNO          PIC X(80).

      *>   'R' na carteira de reciclo (motivo e tentativas)
      *>   'B' baixado em definitivo (write-off)
      *>   'J' rejeitado pelo edit estrutural
      *>   'V' TED de lote anterior devolvida pela camara (aviso;
      *>       fora da contagem declarada pelo lote)
       01  WS-TAB-DISP.
           05 WS-QTD-DISP       PIC 9(05) VALUE 0.
           05 WS-DISP-OCORR OCCURS 20000 TIMES.
              10 WS-DSP-DATA       PIC 9(08).
              10 WS-DSP-TENTATIVAS PIC 9(02).
              10 WS-DSP-MOTIVO     PIC X(42).
              10 WS-DSP-ID-DEVOL   PIC 9(06).
              10 WS-DSP-LOTE-ORIG  PIC 9(08).
       01  WS-IDX               PIC 9(05).
       01  WS-ACHOU             PIC X(01) VALUE 'N'.
           88 DISPOSICAO-JA-VISTA VALUE 'S'.
       01  WS-TRB-DATA          PIC 9(08).
       01  WS-TRB-TENTATIVAS    PIC 9(02).
       01  WS-TRB-MOTIVO        PIC X(42).
       01  WS-TRB-ID-DEVOL      PIC 9(06) VALUE 0.
       01  WS-TRB-LOTE-ORIG     PIC 9(08) VALUE 0.

       01  WS-QTD-POSTADOS      PIC 9(07).
       01  WS-QTD-PENDENTES     PIC 9(07).
       01  WS-QTD-RECICLO       PIC 9(07).
       01  WS-QTD-BAIXADOS      PIC 9(07).
       01  WS-QTD-REJEITADOS    PIC 9(07).
       01  WS-QTD-DEVOLVIDAS    PIC 9(07).
       01  WS-QTD-LOTE-TOTAL    PIC 9(07).
       01  WS-QTD-DISPOSTOS     PIC 9(07).
       01  WS-TEDS-DEVOLVIDAS   PIC 9(05) VALUE 0.
       01  WS-ARQUIVOS-GERADOS  PIC 9(03) VALUE 0.

      *> Montagem dos registros do arquivo de retorno
           05 RTD-DATA          PIC 9(08).
           05 RTD-TENTATIVAS    PIC 9(02).
           05 RTD-MOTIVO        PIC X(42).
           05 RTD-ID-DEVOLUCAO  PIC 9(06).
           05 RTD-LOTE-ORIGINAL PIC 9(08).
           05 FILLER            PIC X(06) VALUE SPACES.

       01  REG-RET-TRAILER.
           05 RTT-TIPO-REG      PIC X(01).
           05 RTT-QTD-RECICLO   PIC 9(07).
           05 RTT-QTD-BAIXADOS  PIC 9(07).
           05 RTT-QTD-REJ-EDIT  PIC 9(07).
           05 RTT-QTD-DEVOLVIDAS PIC 9(07).
           05 FILLER            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> aceite formal do lote remetido. Se a soma das
           *> disposicoes de um lote nao fechar com a contagem que o
           *> proprio lote declarou, o retorno sai assim mesmo e o
           *> passo termina com RC=4 para a operacao investigar.
           *> A TED de lote anterior devolvida pela camara e
           *> creditada hoje vai como aviso ('V') no retorno do
           *> primeiro lote do dia da mesma origem - ou num retorno
           *> so de avisos, quando a origem nao remeteu lote hoje
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF ERRO-FATAL
               DISPLAY "--- RETORNO ABORTADO ---"
               STOP RUN
           END-IF

           PERFORM COLHER-DIARIO
           PERFORM COLHER-PENDENTES
           PERFORM COLHER-RECICLO
           PERFORM COLHER-BAIXAS
           PERFORM COLHER-EDIT-REJEITADOS
           PERFORM COLHER-DEVOLUCOES-TED
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- RETORNO ABORTADO ---"
               STOP RUN
           END-IF
           IF WS-QTD-LOTES = 0
               DISPLAY "RETORNO: NENHUM LOTE DE ORIGINACAO NO CICLO"
               MOVE 0 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- FIM DO RETORNO ---"
               STOP RUN
           END-IF

           PERFORM GRAVAR-RETORNOS

           DISPLAY "LOTES RETORNADOS:      " WS-ARQUIVOS-GERADOS
           DISPLAY "TEDS DEVOLVIDAS:       " WS-TEDS-DEVOLVIDAS
           MOVE WS-RC-FINAL TO RETURN-CODE
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DO RETORNO ---"
           MOVE RETURN-CODE TO CIC-RC
           MOVE WS-ARQUIVOS-GERADOS TO CIC-CONTADOR-1
           MOVE WS-QTD-DISP         TO CIC-CONTADOR-2
           MOVE WS-TEDS-DEVOLVIDAS  TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
                            TO WS-DSP-TENTATIVAS (WS-QTD-DISP)
                       MOVE WS-TRB-MOTIVO
                            TO WS-DSP-MOTIVO (WS-QTD-DISP)
                       MOVE 0 TO WS-DSP-ID-DEVOL (WS-QTD-DISP)
                       MOVE 0 TO WS-DSP-LOTE-ORIG (WS-QTD-DISP)
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-EDIT-REJ.

       COLHER-DEVOLUCOES-TED.
           *> TED marcada hoje como devolvida no cadastro das TEDs
           *> remetidas. O lote que a trouxe e de um ciclo anterior
           *> e ja teve o seu retorno; o aviso vai com a origem do
           *> lote original, o ID-TRANS da TED, o ID-TRANS do
           *> credito de devolucao e o motivo dado pela camara
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-ENVIADAS
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-ENVIADAS
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TEN-DEVOLVIDA
                          AND TEN-DATA-DEVOL = WS-DATA-PROC
                           PERFORM GUARDAR-DEVOLUCAO-TED
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-ENVIADAS.

       GUARDAR-DEVOLUCAO-TED.
           *> O aviso nao passa pela conferencia de duplicidade de
           *> GUARDAR-DISPOSICAO: o ID-TRANS e do lote original e
           *> pode coincidir com um detalhe do lote de hoje
           MOVE 0 TO WS-LOTE-ACHADO
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTD-LOTES
                      OR WS-LOTE-ACHADO > 0
               IF WS-LOT-ORIGEM (WS-IDX-LOTE) = TEN-LOTE-ORIGEM
                   MOVE WS-IDX-LOTE TO WS-LOTE-ACHADO
               END-IF
           END-PERFORM
           IF WS-LOTE-ACHADO = 0
               IF WS-QTD-LOTES >= 50
                   DISPLAY "ERRO FATAL: LOTES DE RETORNO EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (50)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-LOTES
                   MOVE WS-DATA-PROC TO WS-LOT-ID (WS-QTD-LOTES)
                   MOVE TEN-LOTE-ORIGEM
                        TO WS-LOT-ORIGEM (WS-QTD-LOTES)
                   MOVE WS-DATA-PROC TO WS-LOT-DATA (WS-QTD-LOTES)
                   MOVE 0 TO WS-LOT-QTD (WS-QTD-LOTES)
                   MOVE WS-QTD-LOTES TO WS-LOTE-ACHADO
               END-IF
           END-IF
           IF WS-LOTE-ACHADO > 0
               IF WS-QTD-DISP >= 20000
                   DISPLAY "ERRO FATAL: DISPOSICOES EXCEDEM A "
                      "CAPACIDADE DA TABELA EM MEMORIA (20000)"
                   MOVE 'S' TO WS-ERRO-FATAL
               ELSE
                   ADD 1 TO WS-QTD-DISP
                   ADD 1 TO WS-TEDS-DEVOLVIDAS
                   MOVE WS-LOTE-ACHADO
                        TO WS-DSP-LOTE-IDX (WS-QTD-DISP)
                   MOVE TEN-ID-TRANS TO WS-DSP-ID-TRANS (WS-QTD-DISP)
                   MOVE 'V' TO WS-DSP-SITUACAO (WS-QTD-DISP)
                   MOVE TEN-DATA-DEVOL TO WS-DSP-DATA (WS-QTD-DISP)
                   MOVE 0 TO WS-DSP-TENTATIVAS (WS-QTD-DISP)
                   MOVE SPACES TO WS-DSP-MOTIVO (WS-QTD-DISP)
                   STRING TEN-COD-MOTIVO DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          TEN-DESCR-MOTIVO DELIMITED BY SIZE
                          INTO WS-DSP-MOTIVO (WS-QTD-DISP)
                   END-STRING
                   MOVE TEN-ID-VINCULADO
                        TO WS-DSP-ID-DEVOL (WS-QTD-DISP)
                   MOVE TEN-LOTE-ID
                        TO WS-DSP-LOTE-ORIG (WS-QTD-DISP)
               END-IF
           END-IF.

       GRAVAR-RETORNOS.
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > WS-QTD-LOTES
           MOVE 0 TO WS-QTD-RECICLO
           MOVE 0 TO WS-QTD-BAIXADOS
           MOVE 0 TO WS-QTD-REJEITADOS
           MOVE 0 TO WS-QTD-DEVOLVIDAS
           MOVE 0 TO WS-QTD-LOTE-TOTAL

           OPEN OUTPUT ARQUIVO-RETORNO
           MOVE WS-QTD-RECICLO    TO RTT-QTD-RECICLO
           MOVE WS-QTD-BAIXADOS   TO RTT-QTD-BAIXADOS
           MOVE WS-QTD-REJEITADOS TO RTT-QTD-REJ-EDIT
           MOVE WS-QTD-DEVOLVIDAS TO RTT-QTD-DEVOLVIDAS
           MOVE REG-RET-TRAILER TO REG-RETORNO
           WRITE REG-RETORNO
           CLOSE ARQUIVO-RETORNO
           DISPLAY "RETORNO: LOTE " WS-LOT-ID (WS-IDX-LOTE) " DE "
              WS-LOT-ORIGEM (WS-IDX-LOTE) ": "
              WS-QTD-LOTE-TOTAL " DISPOSICOES"
           *> Os avisos de TED devolvida nao sao detalhes do lote
           COMPUTE WS-QTD-DISPOSTOS =
                   WS-QTD-LOTE-TOTAL - WS-QTD-DEVOLVIDAS
           IF WS-QTD-DISPOSTOS NOT = WS-LOT-QTD (WS-IDX-LOTE)
               DISPLAY "RETORNO: LOTE " WS-LOT-ID (WS-IDX-LOTE)
                  " DECLAROU " WS-LOT-QTD (WS-IDX-LOTE)
                  " DETALHES MAS " WS-QTD-DISPOSTOS
                  " TEM DISPOSICAO - INVESTIGAR"
               MOVE 4 TO WS-RC-FINAL
           END-IF.
                   ADD 1 TO WS-QTD-BAIXADOS
               WHEN 'J'
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN 'V'
                   ADD 1 TO WS-QTD-DEVOLVIDAS
           END-EVALUATE
           MOVE '1' TO RTD-TIPO-REG
           MOVE WS-DSP-ID-TRANS (WS-IDX)   TO RTD-ID-TRANS
           MOVE WS-DSP-DATA (WS-IDX)       TO RTD-DATA
           MOVE WS-DSP-TENTATIVAS (WS-IDX) TO RTD-TENTATIVAS
           MOVE WS-DSP-MOTIVO (WS-IDX)     TO RTD-MOTIVO
           MOVE WS-DSP-ID-DEVOL (WS-IDX)   TO RTD-ID-DEVOLUCAO
           MOVE WS-DSP-LOTE-ORIG (WS-IDX)  TO RTD-LOTE-ORIGINAL
           MOVE REG-RET-DETALHE TO REG-RETORNO
           WRITE REG-RETORNO.

