           SELECT ARQUIVO-BLOQUEIOS-TMP ASSIGN TO 'bloqueios.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Limites diarios de debito por conta, um teto para saques e
      *> outro para transferencias de saida: a postagem soma os
      *> debitos do dia de cada conta e rejeita o que passar do
      *> teto. Mantido aqui pelas operacoes Q (limite diario de
      *> saque) e T (limite diario de transferencia), via tmp +
      *> rename; teto zerado = conta sem limite diario
           SELECT OPTIONAL ARQUIVO-LIMITES
           ASSIGN TO 'limites-diarios.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-LIMITES-TMP ASSIGN TO 'limites-diarios.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Cadastro de titulares (mantido pela TITMAN, que roda
      *> antes): a abertura so e aceita para titular cadastrado e
      *> ativo, e a conta nova nasce vinculada a ele como primeiro
      *> titular em titularidade.dat
           SELECT OPTIONAL ARQUIVO-TITULARES
           ASSIGN TO 'titulares.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VINCULOS
           ASSIGN TO 'titularidade.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      *> Nas operacoes J (bloqueio de valor) e D (desbloqueio) o
      *> campo MNT-LIMITE carrega o VALOR do bloqueio e MNT-MOTIVO a
      *> justificativa (numero do oficio, por exemplo); linhas das
      *> versoes antigas, sem o motivo, leem em branco. Nas
      *> operacoes Q e T o MNT-LIMITE carrega o novo teto diario.
      *> Na abertura (A) o MNT-ID-TITULAR traz o primeiro titular
      *> da conta nova
       FD  ARQUIVO-MANUT.
       01  REGISTRO-MANUT.
           05 MNT-OPERACAO      PIC X(01).
              88 MNT-MUDA-LIMITE       VALUE 'L'.
              88 MNT-BLOQUEIO          VALUE 'J'.
              88 MNT-DESBLOQUEIO       VALUE 'D'.
              88 MNT-LIMITE-SAQUE      VALUE 'Q'.
              88 MNT-LIMITE-TRANSF     VALUE 'T'.
              88 MNT-OPERACAO-VALIDA   VALUE 'A' 'E' 'S' 'L' 'J' 'D'
                                             'Q' 'T'.
           05 MNT-ID-CONTA      PIC 9(06).
           05 MNT-STATUS        PIC X(01).
              88 MNT-STATUS-VALIDO     VALUE 'A' 'B'.
           05 MNT-LIMITE        PIC 9(09)V99.
           05 MNT-OPERADOR      PIC X(08).
           05 MNT-MOTIVO        PIC X(20).
           05 MNT-ID-TITULAR    PIC 9(08).

       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 MREJ-LIMITE       PIC 9(09)V99.
           05 MREJ-OPERADOR     PIC X(08).
           05 MREJ-MOTIVO       PIC X(42).
           05 MREJ-ID-TITULAR   PIC 9(08).

       FD  ARQUIVO-AUDITORIA.
       01  REG-AUDITORIA.
       FD  ARQUIVO-BLOQUEIOS-TMP.
       01  REGISTRO-BLOQUEIO-TMP PIC X(53).

       FD  ARQUIVO-LIMITES.
       01  REGISTRO-LIMITE-DIA.
           05 LIM-ID-CONTA      PIC 9(06).
           05 LIM-SAQUE         PIC 9(09)V99.
           05 LIM-TRANSF        PIC 9(09)V99.
           05 LIM-DATA          PIC 9(08).
           05 LIM-OPERADOR      PIC X(08).

       FD  ARQUIVO-LIMITES-TMP.
       01  REGISTRO-LIMITE-DIA-TMP PIC X(44).

       FD  ARQUIVO-TITULARES.
       01  REG-TITULAR-ENT      PIC X(155).

       FD  ARQUIVO-VINCULOS.
           COPY VINREC.

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).
       01  WS-CONTA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 CONTA-NO-MESTRE  VALUE 'S'.

      *> Titular da abertura, procurado no cadastro a cada pedido
           COPY TITREC.
       01  WS-EOF-TIT           PIC X(01) VALUE 'N'.
       01  WS-TITULAR-ENCONTRADO PIC X(01) VALUE 'N'.
           88 TITULAR-NO-MESTRE VALUE 'S'.

      *> Imagem "antes" capturada para a trilha de auditoria; numa
      *> abertura a conta nao existia e a imagem anterior sai zerada
      *> com status em branco
       01  WS-BLQ-ERRO          PIC X(01) VALUE 'N'.
           88 BLOQUEIOS-ESTOURADOS VALUE 'S'.

      *> Limites diarios de debito em memoria, uma ocorrencia por
      *> conta com limite, carregados de limites-diarios.dat e
      *> regravados na saida (so os que ainda tem algum teto)
       01  WS-TAB-LIMITES.
           05 WS-QTD-LIM        PIC 9(04) VALUE 0.
           05 WS-LIM-OCORR OCCURS 2000 TIMES.
              10 WS-LIM-CONTA      PIC 9(06).
              10 WS-LIM-SAQUE      PIC 9(09)V99.
              10 WS-LIM-TRANSF     PIC 9(09)V99.
              10 WS-LIM-DATA       PIC 9(08).
              10 WS-LIM-OPERADOR   PIC X(08).
       01  WS-IDX-LIM           PIC 9(04).
       01  WS-IDX-LIM-ACHADO    PIC 9(04) VALUE 0.
       01  WS-LIM-DIA-ANTES     PIC 9(09)V99 VALUE 0.
       01  WS-LIM-ERRO          PIC X(01) VALUE 'N'.
           88 LIMITES-ESTOURADOS VALUE 'S'.

       01  WS-LIM-NOME-TMP      PIC X(20) VALUE 'limites-diarios.tmp'.
       01  WS-LIM-NOME-FIM      PIC X(20) VALUE 'limites-diarios.dat'.

       01  WS-BLQ-NOME-TMP      PIC X(20) VALUE 'bloqueios.tmp'.
       01  WS-BLQ-NOME-FIM      PIC X(20) VALUE 'bloqueios.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.
       MAIN-PROCEDURE.
           *> Manutencao batch do mestre de contas: abre conta (A),
           *> encerra conta (E), muda status (S), muda limite de
           *> cheque especial (L), coloca/levanta bloqueio de valor
           *> (J/D, ordem judicial ou administrativa) e fixa os
           *> limites diarios de saque (Q) e de transferencia (T) a
           *> partir de
           *> manutencao.dat, com validacao de campos, rejeicao de
           *> manutencao contra conta desconhecida, recusa de
           *> abertura para titular fora do cadastro e recusa de
           *> encerramento com saldo diferente de zero. Cada
           *> alteracao aplicada gera um registro antes/depois em
           *> auditoria-contas.dat (aberto em EXTEND - a trilha
           END-IF

           PERFORM CARREGAR-BLOQUEIOS
           IF NOT BLOQUEIOS-ESTOURADOS
               PERFORM CARREGAR-LIMITES
           END-IF
           IF BLOQUEIOS-ESTOURADOS OR LIMITES-ESTOURADOS
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MANUTENCAO ABORTADA ---"
           OPEN I-O ARQUIVO-CONTAS
           OPEN OUTPUT ARQUIVO-MANUT-REJ
           OPEN EXTEND ARQUIVO-AUDITORIA
           OPEN EXTEND ARQUIVO-VINCULOS

           DISPLAY "--- MANUCON: MANUTENCAO DO MESTRE DE CONTAS ---"

           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-MANUT-REJ
           CLOSE ARQUIVO-AUDITORIA
           CLOSE ARQUIVO-VINCULOS

           PERFORM GRAVAR-BLOQUEIOS
           PERFORM GRAVAR-LIMITES

           DISPLAY "MANUTENCOES APLICADAS: " WS-CONTADOR
           DISPLAY "MANUTENCOES REJEITADAS:" WS-CONTADOR-REJ
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM LOCALIZAR-CONTA
                   *> A conta de liquidacao interbancaria (status L)
                   *> nao e conta de cliente: fica fora de qualquer
                   *> manutencao de balcao
                   EVALUATE TRUE
                       WHEN CONTA-NO-MESTRE AND CONTA-STATUS = 'L'
                           MOVE
                              "CONTA DE LIQUIDACAO - MANUTENCAO VEDADA"
                                TO MREJ-MOTIVO
                           PERFORM REJEITAR-MANUTENCAO
                       WHEN MNT-ABERTURA
                           PERFORM APLICAR-ABERTURA
                       WHEN MNT-ENCERRAMENTO
                           PERFORM APLICAR-BLOQUEIO
                       WHEN MNT-DESBLOQUEIO
                           PERFORM APLICAR-DESBLOQUEIO
                       WHEN MNT-LIMITE-SAQUE
                           PERFORM APLICAR-LIMITE-DIARIO
                       WHEN MNT-LIMITE-TRANSF
                           PERFORM APLICAR-LIMITE-DIARIO
                   END-EVALUATE
               END-IF
           END-IF.
       APLICAR-ABERTURA.
           *> Conta nova: nao pode existir (nem encerrada - o ID nao
           *> e reutilizado), nasce com saldo zero, status ativo e o
           *> limite informado, em nome de um titular cadastrado e
           *> ativo, que fica como primeiro titular da conta
           IF CONTA-NO-MESTRE
               MOVE "CONTA JA EXISTE NO MESTRE" TO MREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
                   MOVE "LIMITE EM BRANCO OU INVALIDO" TO MREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM CONFERIR-TITULAR-ABERTURA
               END-IF
           END-IF.

       CONFERIR-TITULAR-ABERTURA.
           IF MNT-ID-TITULAR NOT NUMERIC OR MNT-ID-TITULAR = ZEROS
               MOVE "TITULAR EM BRANCO OU INVALIDO" TO MREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM LOCALIZAR-TITULAR
               IF NOT TITULAR-NO-MESTRE
                   MOVE "TITULAR INEXISTENTE NO CADASTRO"
                        TO MREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   IF NOT TIT-ATIVO
                       MOVE "TITULAR BLOQUEADO OU ENCERRADO"
                            TO MREJ-MOTIVO
                       PERFORM REJEITAR-MANUTENCAO
                   ELSE
                       PERFORM EFETIVAR-ABERTURA
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-ABERTURA.
           MOVE SPACES TO WS-ANT-STATUS
           MOVE 0 TO WS-ANT-SALDO
           MOVE 0 TO WS-ANT-LIMITE
           MOVE MNT-ID-CONTA TO CONTA-ID-CONTA
           MOVE 'A' TO CONTA-STATUS
           MOVE 0 TO CONTA-SALDO
           MOVE MNT-LIMITE TO CONTA-LIMITE
           WRITE REGISTRO-CONTA
               INVALID KEY
                   MOVE "CONTA JA EXISTE NO MESTRE" TO MREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               NOT INVALID KEY
                   PERFORM CONFIRMAR-MANUTENCAO
                   PERFORM VINCULAR-PRIMEIRO-TITULAR
           END-WRITE.

       VINCULAR-PRIMEIRO-TITULAR.
           MOVE MNT-ID-CONTA   TO VIN-ID-CONTA
           MOVE MNT-ID-TITULAR TO VIN-ID-TITULAR
           MOVE 'P'            TO VIN-PAPEL
           MOVE WS-DATA-PROC   TO VIN-DATA
           WRITE REG-VINCULO.

       LOCALIZAR-TITULAR.
           *> Busca sequencial no cadastro de titulares; so a
           *> abertura consulta, e aberturas sao poucas por dia
           MOVE 'N' TO WS-TITULAR-ENCONTRADO
           MOVE 'N' TO WS-EOF-TIT
           OPEN INPUT ARQUIVO-TITULARES
           PERFORM UNTIL WS-EOF-TIT = 'Y' OR TITULAR-NO-MESTRE
               READ ARQUIVO-TITULARES
                   AT END
                       MOVE 'Y' TO WS-EOF-TIT
                   NOT AT END
                       MOVE REG-TITULAR-ENT TO REG-TITULAR
                       IF TIT-ID-TITULAR = MNT-ID-TITULAR
                           MOVE 'S' TO WS-TITULAR-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-TITULARES.

       APLICAR-ENCERRAMENTO.
           *> Encerrar so com saldo zerado: positivo seria dinheiro
           *> do cliente sumindo, negativo seria divida perdoada sem
               END-IF
           END-IF.

       APLICAR-LIMITE-DIARIO.
           *> Fixa (ou, com valor zero, retira) o teto diario de
           *> saques (Q) ou de transferencias de saida (T) da conta.
           *> O teto vale a partir da postagem do proprio dia e nao
           *> mexe no cheque especial: o debito tem de caber nos dois
           IF NOT CONTA-NO-MESTRE
               MOVE "CONTA INEXISTENTE NO MESTRE" TO MREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF CONTA-STATUS = 'E'
                   MOVE "CONTA ENCERRADA NAO MUDA DE LIMITE"
                        TO MREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   IF MNT-LIMITE NOT NUMERIC
                       MOVE "LIMITE EM BRANCO OU INVALIDO"
                            TO MREJ-MOTIVO
                       PERFORM REJEITAR-MANUTENCAO
                   ELSE
                       PERFORM LOCALIZAR-LIMITE-DIARIO
                       IF WS-IDX-LIM-ACHADO = 0 AND WS-QTD-LIM >= 2000
                           MOVE "CARTEIRA DE LIMITES DIARIOS LOTADA"
                                TO MREJ-MOTIVO
                           PERFORM REJEITAR-MANUTENCAO
                       ELSE
                           IF WS-IDX-LIM-ACHADO = 0
                               ADD 1 TO WS-QTD-LIM
                               MOVE WS-QTD-LIM TO WS-IDX-LIM-ACHADO
                               MOVE MNT-ID-CONTA
                                    TO WS-LIM-CONTA (WS-QTD-LIM)
                               MOVE 0 TO WS-LIM-SAQUE (WS-QTD-LIM)
                               MOVE 0 TO WS-LIM-TRANSF (WS-QTD-LIM)
                           END-IF
                           PERFORM ATUALIZAR-LIMITE-DIARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ATUALIZAR-LIMITE-DIARIO.
           IF MNT-LIMITE-SAQUE
               MOVE WS-LIM-SAQUE (WS-IDX-LIM-ACHADO)
                    TO WS-LIM-DIA-ANTES
               MOVE MNT-LIMITE TO WS-LIM-SAQUE (WS-IDX-LIM-ACHADO)
           ELSE
               MOVE WS-LIM-TRANSF (WS-IDX-LIM-ACHADO)
                    TO WS-LIM-DIA-ANTES
               MOVE MNT-LIMITE TO WS-LIM-TRANSF (WS-IDX-LIM-ACHADO)
           END-IF
           MOVE WS-DATA-PROC TO WS-LIM-DATA (WS-IDX-LIM-ACHADO)
           MOVE MNT-OPERADOR TO WS-LIM-OPERADOR (WS-IDX-LIM-ACHADO)
           PERFORM CONFIRMAR-LIMITE-DIARIO.

       LOCALIZAR-LIMITE-DIARIO.
           MOVE 0 TO WS-IDX-LIM-ACHADO
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIM
                      OR WS-IDX-LIM-ACHADO > 0
               IF WS-LIM-CONTA (WS-IDX-LIM) = MNT-ID-CONTA
                   MOVE WS-IDX-LIM TO WS-IDX-LIM-ACHADO
               END-IF
           END-PERFORM.

       CONFIRMAR-LIMITE-DIARIO.
           *> Mesma trilha antes/depois das demais manutencoes; como
           *> no bloqueio, a conta em si nao muda e as colunas de
           *> limite carregam o TETO DIARIO antes e depois - a
           *> operacao (Q ou T) diz de qual dos dois se trata
           ADD 1 TO WS-CONTADOR
           MOVE WS-DATA-PROC       TO AUD-DATA
           MOVE MNT-OPERADOR       TO AUD-OPERADOR
           MOVE MNT-OPERACAO       TO AUD-OPERACAO
           MOVE MNT-ID-CONTA       TO AUD-ID-CONTA
           MOVE CONTA-STATUS       TO AUD-STATUS-ANT
           MOVE CONTA-SALDO        TO AUD-SALDO-ANT
           MOVE WS-LIM-DIA-ANTES   TO AUD-LIMITE-ANT
           MOVE CONTA-STATUS       TO AUD-STATUS-NOV
           MOVE CONTA-SALDO        TO AUD-SALDO-NOV
           MOVE MNT-LIMITE         TO AUD-LIMITE-NOV
           WRITE REG-AUDITORIA
           DISPLAY "MANUTENCAO " MNT-OPERACAO " CONTA: " MNT-ID-CONTA
              " TETO DIARIO: " MNT-LIMITE " OPERADOR: " MNT-OPERADOR.

       SOMAR-BLOQUEIOS-CONTA.
           *> Total dos bloqueios ativos da conta corrente, para a
           *> trilha de auditoria antes/depois
               STOP RUN
           END-IF.

       CARREGAR-LIMITES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-LIMITES
           PERFORM UNTIL WS-EOF = 'Y' OR LIMITES-ESTOURADOS
               READ ARQUIVO-LIMITES
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-LIM >= 2000
                           DISPLAY "ERRO FATAL: LIMITES-DIARIOS.DAT "
                              "EXCEDE A CAPACIDADE DA TABELA EM "
                              "MEMORIA (2000)"
                           MOVE 'S' TO WS-LIM-ERRO
                       ELSE
                           ADD 1 TO WS-QTD-LIM
                           MOVE LIM-ID-CONTA
                                TO WS-LIM-CONTA (WS-QTD-LIM)
                           MOVE LIM-SAQUE
                                TO WS-LIM-SAQUE (WS-QTD-LIM)
                           MOVE LIM-TRANSF
                                TO WS-LIM-TRANSF (WS-QTD-LIM)
                           MOVE LIM-DATA
                                TO WS-LIM-DATA (WS-QTD-LIM)
                           MOVE LIM-OPERADOR
                                TO WS-LIM-OPERADOR (WS-QTD-LIM)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-LIMITES.

       GRAVAR-LIMITES.
           *> Regrava so as contas que ainda tem algum teto, pelo
           *> mesmo caminho tmp + rename dos bloqueios; a historia
           *> dos tetos retirados fica na trilha de auditoria
           OPEN OUTPUT ARQUIVO-LIMITES-TMP
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIM
               IF WS-LIM-SAQUE (WS-IDX-LIM) > 0
                  OR WS-LIM-TRANSF (WS-IDX-LIM) > 0
                   MOVE WS-LIM-CONTA (WS-IDX-LIM)    TO LIM-ID-CONTA
                   MOVE WS-LIM-SAQUE (WS-IDX-LIM)    TO LIM-SAQUE
                   MOVE WS-LIM-TRANSF (WS-IDX-LIM)   TO LIM-TRANSF
                   MOVE WS-LIM-DATA (WS-IDX-LIM)     TO LIM-DATA
                   MOVE WS-LIM-OPERADOR (WS-IDX-LIM) TO LIM-OPERADOR
                   MOVE REGISTRO-LIMITE-DIA TO REGISTRO-LIMITE-DIA-TMP
                   WRITE REGISTRO-LIMITE-DIA-TMP
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-LIMITES-TMP
           CALL "CBL_RENAME_FILE" USING WS-LIM-NOME-TMP
                WS-LIM-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO ATUALIZAR "
                  "LIMITES-DIARIOS.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARDAR-IMAGEM-ANTERIOR.
           MOVE CONTA-STATUS TO WS-ANT-STATUS
           MOVE CONTA-SALDO  TO WS-ANT-SALDO
           MOVE MNT-STATUS    TO MREJ-STATUS
           MOVE MNT-LIMITE    TO MREJ-LIMITE
           MOVE MNT-OPERADOR  TO MREJ-OPERADOR
           MOVE MNT-ID-TITULAR TO MREJ-ID-TITULAR
           WRITE REG-MANUT-REJ.

       LOCALIZAR-CONTA.
