       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITMAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MANUT
           ASSIGN TO 'titulares-manut.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Mestre de titulares e titularidade das contas: carregados
      *> inteiros em memoria e regravados via tmp + rename no fim,
      *> como o mestre de agendamentos
           SELECT OPTIONAL ARQUIVO-TITULARES
           ASSIGN TO 'titulares.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-TITULARES-TMP
           ASSIGN TO 'titulares.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VINCULOS
           ASSIGN TO 'titularidade.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-VINCULOS-TMP
           ASSIGN TO 'titularidade.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> O mestre de contas so e consultado por chave: vinculo so a
      *> conta existente e nao encerrada, e encerramento de titular
      *> so com todas as contas dele encerradas
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT ARQUIVO-MANUT-REJ
           ASSIGN TO 'titulares-manut-rej.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO 'auditoria-titulares.dat'
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
      *> Na inclusao (I) todos os campos cadastrais sao
      *> obrigatorios. Na alteracao (A) so nome e endereco podem
      *> mudar e campo em branco mantem o valor atual; tipo de
      *> pessoa e documento sao ignorados. Na mudanca de situacao
      *> (S) vale TMN-STATUS. No vinculo (V) e no desvinculo (X) de
      *> conta vale TMN-ID-CONTA
       FD  ARQUIVO-MANUT.
       01  REGISTRO-MANUT.
           05 TMN-OPERACAO      PIC X(01).
              88 TMN-INCLUSAO          VALUE 'I'.
              88 TMN-ALTERACAO         VALUE 'A'.
              88 TMN-MUDA-STATUS       VALUE 'S'.
              88 TMN-VINCULO           VALUE 'V'.
              88 TMN-DESVINCULO        VALUE 'X'.
              88 TMN-OPERACAO-VALIDA   VALUE 'I' 'A' 'S' 'V' 'X'.
           05 TMN-ID-TITULAR    PIC 9(08).
           05 TMN-TIPO-PESSOA   PIC X(01).
           05 TMN-DOCUMENTO     PIC 9(14).
           05 TMN-NOME          PIC X(40).
           05 TMN-LOGRADOURO    PIC X(40).
           05 TMN-CIDADE        PIC X(25).
           05 TMN-UF            PIC X(02).
           05 TMN-CEP           PIC X(08).
           05 TMN-STATUS        PIC X(01).
           05 TMN-ID-CONTA      PIC 9(06).
           05 TMN-OPERADOR      PIC X(08).
           05 TMN-MOTIVO        PIC X(20).

       FD  ARQUIVO-TITULARES.
       01  REG-TITULAR-ENT      PIC X(155).

       FD  ARQUIVO-TITULARES-TMP.
       01  REG-TITULAR-SAI      PIC X(155).

       FD  ARQUIVO-VINCULOS.
           COPY VINREC.

       FD  ARQUIVO-VINCULOS-TMP.
       01  REG-VINCULO-SAI.
           05 VSA-ID-CONTA      PIC 9(06).
           05 VSA-ID-TITULAR    PIC 9(08).
           05 VSA-PAPEL         PIC X(01).
           05 VSA-DATA          PIC 9(08).

       FD  ARQUIVO-CONTAS.
       01  REGISTRO-CONTA.
           05 CONTA-ID-CONTA   PIC 9(06).
           05 CONTA-STATUS     PIC X(01).
           05 CONTA-SALDO      PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CONTA-LIMITE     PIC 9(09)V99.

       FD  ARQUIVO-MANUT-REJ.
       01  REG-MANUT-REJ.
           05 TREJ-OPERACAO     PIC X(01).
           05 TREJ-ID-TITULAR   PIC 9(08).
           05 TREJ-TIPO-PESSOA  PIC X(01).
           05 TREJ-DOCUMENTO    PIC 9(14).
           05 TREJ-NOME         PIC X(40).
           05 TREJ-LOGRADOURO   PIC X(40).
           05 TREJ-CIDADE       PIC X(25).
           05 TREJ-UF           PIC X(02).
           05 TREJ-CEP          PIC X(08).
           05 TREJ-STATUS       PIC X(01).
           05 TREJ-ID-CONTA     PIC 9(06).
           05 TREJ-OPERADOR     PIC X(08).
           05 TREJ-MOTIVO       PIC X(42).

      *> Trilha antes/depois do cadastro, no mesmo espirito de
      *> auditoria-contas.dat: a imagem inteira do titular antes e
      *> depois da alteracao e, nos vinculos, a conta e o papel do
      *> titular nela antes e depois (branco = sem vinculo). A
      *> promocao de um co-titular a primeiro titular, quando o
      *> primeiro sai da conta, deixa o seu proprio registro
       FD  ARQUIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 ATT-DATA          PIC 9(08).
           05 ATT-OPERADOR      PIC X(08).
           05 ATT-OPERACAO      PIC X(01).
           05 ATT-ID-TITULAR    PIC 9(08).
           05 ATT-ID-CONTA      PIC 9(06).
           05 ATT-PAPEL-ANT     PIC X(01).
           05 ATT-PAPEL-NOV     PIC X(01).
           05 ATT-IMAGEM-ANT    PIC X(155).
           05 ATT-IMAGEM-NOV    PIC X(155).
           05 ATT-MOTIVO        PIC X(20).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF              PIC X(01) VALUE 'N'.
       01  WS-ERRO-FATAL       PIC X(01) VALUE 'N'.
           88 ERRO-FATAL       VALUE 'S'.
       01  WS-CONTADOR         PIC 9(05) VALUE 0.
       01  WS-CONTADOR-REJ     PIC 9(05) VALUE 0.
       01  WS-DATA-PROC        PIC 9(08) VALUE 0.

      *> Registro de trabalho do titular corrente
           COPY TITREC.

      *> Mestre de titulares em memoria, linha a linha no layout de
      *> TITREC; capacidade checada na carga, como nas demais
      *> tabelas do ciclo
       01  WS-TAB-TITULARES.
           05 WS-QTD-TIT        PIC 9(04) VALUE 0.
           05 WS-TIT-OCORR OCCURS 5000 TIMES.
              10 WS-TIT-LINHA      PIC X(155).
       01  WS-IDX-TIT           PIC 9(04).
       01  WS-IDX-TIT-ACHADO    PIC 9(04) VALUE 0.
       01  WS-TITULAR-ENCONTRADO PIC X(01) VALUE 'N'.
           88 TITULAR-NO-MESTRE VALUE 'S'.

      *> Titularidade em memoria; o desvinculo so marca a
      *> ocorrencia como inativa e a regravacao a deixa de fora
       01  WS-TAB-VINCULOS.
           05 WS-QTD-VIN        PIC 9(04) VALUE 0.
           05 WS-VIN-OCORR OCCURS 9000 TIMES.
              10 WS-VIN-CONTA      PIC 9(06).
              10 WS-VIN-TITULAR    PIC 9(08).
              10 WS-VIN-PAPEL      PIC X(01).
              10 WS-VIN-DATA       PIC 9(08).
              10 WS-VIN-ATIVO      PIC X(01).
       01  WS-IDX-VIN           PIC 9(04).
       01  WS-IDX-VIN-ACHADO    PIC 9(04) VALUE 0.
       01  WS-IDX-VIN-PROMOVER  PIC 9(04) VALUE 0.
       01  WS-CONTA-TEM-PRIMEIRO PIC X(01) VALUE 'N'.
           88 CONTA-COM-PRIMEIRO VALUE 'S'.
       01  WS-CONTAS-ABERTAS    PIC 9(04) VALUE 0.

       01  WS-CONTA-ENCONTRADA PIC X(01) VALUE 'N'.
           88 CONTA-NO-MESTRE  VALUE 'S'.
       01  WS-MOTIVO-REJ       PIC X(42) VALUE SPACES.

      *> Imagem "antes" para a trilha de auditoria; numa inclusao o
      *> titular nao existia e a imagem anterior sai em branco
       01  WS-ANT-IMAGEM       PIC X(155).
       01  WS-ANT-PAPEL        PIC X(01).
       01  WS-NOV-PAPEL        PIC X(01).

      *> Conferencia dos digitos verificadores do CPF (modulo 11,
      *> pesos 10 a 2 e 11 a 2 sobre os 11 digitos da direita) e do
      *> CNPJ (modulo 11, pesos da tabela abaixo sobre os 14
      *> digitos). Documento de digitos todos iguais passa na conta
      *> mas nao existe, e e recusado a parte
       01  WS-DOC-TRAB          PIC 9(14).
       01  WS-DOC-DIGITOS REDEFINES WS-DOC-TRAB.
           05 WS-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.
       01  WS-PESOS-CNPJ-VAL    PIC X(13) VALUE '6543298765432'.
       01  WS-PESOS-CNPJ REDEFINES WS-PESOS-CNPJ-VAL.
           05 WS-PESO-CNPJ      PIC 9(01) OCCURS 13 TIMES.
       01  WS-IDX-DIG           PIC 9(02).
       01  WS-PRIMEIRO-DIG      PIC 9(02).
       01  WS-SOMA-DV           PIC 9(05).
       01  WS-QUOC-DV           PIC 9(05).
       01  WS-RESTO-DV          PIC 9(02).
       01  WS-DV-CALC           PIC 9(01).
       01  WS-DOC-OK            PIC X(01) VALUE 'N'.
           88 DOCUMENTO-VALIDO  VALUE 'S'.
       01  WS-DIG-REPETIDO      PIC X(01) VALUE 'N'.
           88 DIGITOS-TODOS-IGUAIS VALUE 'S'.

       01  WS-TIT-NOME-TMP      PIC X(20) VALUE 'titulares.tmp'.
       01  WS-TIT-NOME-FIM      PIC X(20) VALUE 'titulares.dat'.
       01  WS-VIN-NOME-TMP      PIC X(20) VALUE 'titularidade.tmp'.
       01  WS-VIN-NOME-FIM      PIC X(20) VALUE 'titularidade.dat'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Manutencao batch do mestre de titulares: inclui cliente
           *> novo (I) com conferencia do CPF/CNPJ, altera nome e
           *> endereco (A), muda a situacao cadastral (S) e vincula
           *> (V) ou desvincula (X) um titular de uma conta, a partir
           *> de titulares-manut.dat. Roda antes da manutencao de
           *> contas, que so abre conta para titular ja cadastrado e
           *> ativo. Cada alteracao aplicada gera um registro
           *> antes/depois em auditoria-titulares.dat (aberto em
           *> EXTEND - a trilha acumula entre dias). Mestre e
           *> titularidade so trocam de lugar com os oficiais num fim
           *> de execucao limpo
           PERFORM LER-DATA-PROCESSAMENTO
           PERFORM REGISTRAR-CICLO-INICIO
           IF WS-DATA-PROC = 0
               DISPLAY "ERRO FATAL: DATA-PROCESSAMENTO.DAT AUSENTE "
                  "OU INVALIDO"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MANUTENCAO DE TITULARES ABORTADA ---"
               STOP RUN
           END-IF

           PERFORM CARREGAR-TITULARES
           IF NOT ERRO-FATAL
               PERFORM CARREGAR-VINCULOS
           END-IF
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- MANUTENCAO DE TITULARES ABORTADA ---"
               STOP RUN
           END-IF

           OPEN INPUT ARQUIVO-MANUT
           OPEN INPUT ARQUIVO-CONTAS
           OPEN OUTPUT ARQUIVO-MANUT-REJ
           OPEN EXTEND ARQUIVO-AUDITORIA

           DISPLAY "--- TITMAN: MANUTENCAO DE TITULARES ---"

           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-MANUT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESSAR-MANUTENCAO
               END-READ
           END-PERFORM

           CLOSE ARQUIVO-MANUT
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-MANUT-REJ
           CLOSE ARQUIVO-AUDITORIA

           PERFORM GRAVAR-TITULARES
           PERFORM GRAVAR-VINCULOS

           DISPLAY "MANUTENCOES APLICADAS: " WS-CONTADOR
           DISPLAY "MANUTENCOES REJEITADAS:" WS-CONTADOR-REJ
           IF WS-CONTADOR-REJ > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DA MANUTENCAO DE TITULARES ---"
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
           MOVE WS-CONTADOR     TO CIC-CONTADOR-1
           MOVE WS-CONTADOR-REJ TO CIC-CONTADOR-2
           MOVE WS-QTD-TIT      TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-PROC TO CIC-DATA
           MOVE 'TITMSTP' TO CIC-PASSO
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
                           MOVE VIN-DATA
                                TO WS-VIN-DATA (WS-QTD-VIN)
                           MOVE 'S' TO WS-VIN-ATIVO (WS-QTD-VIN)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VINCULOS.

       PROCESSAR-MANUTENCAO.
           IF NOT TMN-OPERACAO-VALIDA
               MOVE "OPERACAO DE MANUTENCAO INVALIDA" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF TMN-ID-TITULAR NOT NUMERIC
                  OR TMN-ID-TITULAR = ZEROS
                   MOVE "ID-TITULAR EM BRANCO OU INVALIDO"
                        TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM LOCALIZAR-TITULAR
                   EVALUATE TRUE
                       WHEN TMN-INCLUSAO
                           PERFORM APLICAR-INCLUSAO
                       WHEN TMN-ALTERACAO
                           PERFORM APLICAR-ALTERACAO
                       WHEN TMN-MUDA-STATUS
                           PERFORM APLICAR-MUDA-STATUS
                       WHEN TMN-VINCULO
                           PERFORM APLICAR-VINCULO
                       WHEN TMN-DESVINCULO
                           PERFORM APLICAR-DESVINCULO
                   END-EVALUATE
               END-IF
           END-IF.

       APLICAR-INCLUSAO.
           *> Cliente novo: o numero nao pode existir (nem encerrado -
           *> nao e reutilizado) e o documento nao pode estar em nome
           *> de outro titular; nasce ativo
           IF TITULAR-NO-MESTRE
               MOVE "TITULAR JA EXISTE NO MESTRE" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM VALIDAR-INCLUSAO
               IF WS-MOTIVO-REJ NOT = SPACES
                   MOVE WS-MOTIVO-REJ TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   MOVE SPACES TO WS-ANT-IMAGEM
                   MOVE SPACES TO WS-ANT-PAPEL
                   MOVE SPACES TO WS-NOV-PAPEL
                   MOVE SPACES            TO REG-TITULAR
                   MOVE TMN-ID-TITULAR    TO TIT-ID-TITULAR
                   MOVE TMN-TIPO-PESSOA   TO TIT-TIPO-PESSOA
                   MOVE TMN-DOCUMENTO     TO TIT-DOCUMENTO
                   MOVE TMN-NOME          TO TIT-NOME
                   MOVE TMN-LOGRADOURO    TO TIT-LOGRADOURO
                   MOVE TMN-CIDADE        TO TIT-CIDADE
                   MOVE TMN-UF            TO TIT-UF
                   MOVE TMN-CEP           TO TIT-CEP
                   MOVE 'A'               TO TIT-STATUS
                   MOVE WS-DATA-PROC      TO TIT-DATA-INCLUSAO
                   MOVE WS-DATA-PROC      TO TIT-DATA-ULT-ALT
                   MOVE 0 TO TMN-ID-CONTA
                   ADD 1 TO WS-QTD-TIT
                   MOVE WS-QTD-TIT TO WS-IDX-TIT-ACHADO
                   PERFORM REGRAVAR-TITULAR
               END-IF
           END-IF.

       VALIDAR-INCLUSAO.
           *> Primeira inconsistencia encontrada vira o motivo da
           *> rejeicao; a busca do documento repetido vem depois dos
           *> digitos verificadores
           MOVE SPACES TO WS-MOTIVO-REJ
           IF TMN-TIPO-PESSOA NOT = 'F' AND NOT = 'J'
               MOVE "TIPO DE PESSOA INVALIDO - USAR F OU J"
                    TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (TMN-DOCUMENTO NOT NUMERIC
                   OR TMN-DOCUMENTO = ZEROS)
               MOVE "CPF/CNPJ EM BRANCO OU INVALIDO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM VALIDAR-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   IF TMN-TIPO-PESSOA = 'F'
                       MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                            TO WS-MOTIVO-REJ
                   ELSE
                       MOVE "CNPJ COM DIGITO VERIFICADOR INVALIDO"
                            TO WS-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM PROCURAR-DOCUMENTO
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND TMN-NOME = SPACES
               MOVE "NOME EM BRANCO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (TMN-LOGRADOURO = SPACES OR TMN-CIDADE = SPACES
                   OR TMN-UF = SPACES)
               MOVE "ENDERECO INCOMPLETO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (TMN-CEP NOT NUMERIC OR TMN-CEP = ZEROS)
               MOVE "CEP EM BRANCO OU INVALIDO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND WS-QTD-TIT >= 5000
               MOVE "CADASTRO DE TITULARES LOTADO" TO WS-MOTIVO-REJ
           END-IF.

       VALIDAR-DOCUMENTO.
           *> CPF ocupa os 11 digitos da direita (os 3 primeiros tem
           *> de ser zero); CNPJ ocupa os 14
           MOVE 'N' TO WS-DOC-OK
           MOVE TMN-DOCUMENTO TO WS-DOC-TRAB
           IF TMN-TIPO-PESSOA = 'F'
               IF WS-DOC-DIG (1) = 0 AND WS-DOC-DIG (2) = 0
                  AND WS-DOC-DIG (3) = 0
                   MOVE 4 TO WS-PRIMEIRO-DIG
                   PERFORM CONFERIR-DIGITOS-IGUAIS
                   IF NOT DIGITOS-TODOS-IGUAIS
                       PERFORM CONFERIR-DV-CPF
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO WS-PRIMEIRO-DIG
               PERFORM CONFERIR-DIGITOS-IGUAIS
               IF NOT DIGITOS-TODOS-IGUAIS
                   PERFORM CONFERIR-DV-CNPJ
               END-IF
           END-IF.

       CONFERIR-DIGITOS-IGUAIS.
           MOVE 'S' TO WS-DIG-REPETIDO
           PERFORM VARYING WS-IDX-DIG FROM WS-PRIMEIRO-DIG BY 1
                   UNTIL WS-IDX-DIG > 14
               IF WS-DOC-DIG (WS-IDX-DIG)
                  NOT = WS-DOC-DIG (WS-PRIMEIRO-DIG)
                   MOVE 'N' TO WS-DIG-REPETIDO
               END-IF
           END-PERFORM.

       CONFERIR-DV-CPF.
           *> Primeiro DV: digitos 4 a 12 com pesos 10 a 2; segundo
           *> DV: digitos 4 a 13 com pesos 11 a 2
           MOVE 0 TO WS-SOMA-DV
           PERFORM VARYING WS-IDX-DIG FROM 4 BY 1
                   UNTIL WS-IDX-DIG > 12
               COMPUTE WS-SOMA-DV = WS-SOMA-DV
                   + WS-DOC-DIG (WS-IDX-DIG) * (14 - WS-IDX-DIG)
           END-PERFORM
           PERFORM CALCULAR-DIGITO
           IF WS-DV-CALC = WS-DOC-DIG (13)
               MOVE 0 TO WS-SOMA-DV
               PERFORM VARYING WS-IDX-DIG FROM 4 BY 1
                       UNTIL WS-IDX-DIG > 13
                   COMPUTE WS-SOMA-DV = WS-SOMA-DV
                       + WS-DOC-DIG (WS-IDX-DIG) * (15 - WS-IDX-DIG)
               END-PERFORM
               PERFORM CALCULAR-DIGITO
               IF WS-DV-CALC = WS-DOC-DIG (14)
                   MOVE 'S' TO WS-DOC-OK
               END-IF
           END-IF.

       CONFERIR-DV-CNPJ.
           *> Primeiro DV: digitos 1 a 12 com os pesos 2 a 13 da
           *> tabela; segundo DV: digitos 1 a 13 com os pesos 1 a 13
           MOVE 0 TO WS-SOMA-DV
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                   UNTIL WS-IDX-DIG > 12
               COMPUTE WS-SOMA-DV = WS-SOMA-DV
                   + WS-DOC-DIG (WS-IDX-DIG)
                     * WS-PESO-CNPJ (WS-IDX-DIG + 1)
           END-PERFORM
           PERFORM CALCULAR-DIGITO
           IF WS-DV-CALC = WS-DOC-DIG (13)
               MOVE 0 TO WS-SOMA-DV
               PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
                       UNTIL WS-IDX-DIG > 13
                   COMPUTE WS-SOMA-DV = WS-SOMA-DV
                       + WS-DOC-DIG (WS-IDX-DIG)
                         * WS-PESO-CNPJ (WS-IDX-DIG)
               END-PERFORM
               PERFORM CALCULAR-DIGITO
               IF WS-DV-CALC = WS-DOC-DIG (14)
                   MOVE 'S' TO WS-DOC-OK
               END-IF
           END-IF.

       CALCULAR-DIGITO.
           *> Resto da soma por 11: resto 0 ou 1 da DV zero, os
           *> demais dao 11 menos o resto
           DIVIDE WS-SOMA-DV BY 11 GIVING WS-QUOC-DV
               REMAINDER WS-RESTO-DV
           IF WS-RESTO-DV < 2
               MOVE 0 TO WS-DV-CALC
           ELSE
               COMPUTE WS-DV-CALC = 11 - WS-RESTO-DV
           END-IF.

       PROCURAR-DOCUMENTO.
           *> O mesmo CPF/CNPJ nao pode estar em dois titulares, nem
           *> num titular encerrado (a reabertura do cliente e uma
           *> mudanca de situacao, nao um cadastro novo)
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
                      OR WS-MOTIVO-REJ NOT = SPACES
               MOVE WS-TIT-LINHA (WS-IDX-TIT) TO REG-TITULAR
               IF TIT-TIPO-PESSOA = TMN-TIPO-PESSOA
                  AND TIT-DOCUMENTO = TMN-DOCUMENTO
                   MOVE "CPF/CNPJ JA CADASTRADO EM OUTRO TITULAR"
                        TO WS-MOTIVO-REJ
               END-IF
           END-PERFORM.

       APLICAR-ALTERACAO.
           *> Atualizacao cadastral: nome e endereco; campo em branco
           *> no pedido mantem o valor atual
           IF NOT TITULAR-NO-MESTRE
               MOVE "TITULAR INEXISTENTE NO MESTRE" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF TIT-ENCERRADO
                   MOVE "TITULAR ENCERRADO - ALTERACAO RECUSADA"
                        TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   IF TMN-NOME = SPACES AND TMN-LOGRADOURO = SPACES
                      AND TMN-CIDADE = SPACES AND TMN-UF = SPACES
                      AND TMN-CEP = SPACES
                       MOVE "NENHUM DADO CADASTRAL INFORMADO"
                            TO TREJ-MOTIVO
                       PERFORM REJEITAR-MANUTENCAO
                   ELSE
                       IF TMN-CEP NOT = SPACES
                          AND (TMN-CEP NOT NUMERIC OR TMN-CEP = ZEROS)
                           MOVE "CEP EM BRANCO OU INVALIDO"
                                TO TREJ-MOTIVO
                           PERFORM REJEITAR-MANUTENCAO
                       ELSE
                           PERFORM ATUALIZAR-CADASTRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ATUALIZAR-CADASTRO.
           PERFORM GUARDAR-IMAGEM-ANTERIOR
           IF TMN-NOME NOT = SPACES
               MOVE TMN-NOME TO TIT-NOME
           END-IF
           IF TMN-LOGRADOURO NOT = SPACES
               MOVE TMN-LOGRADOURO TO TIT-LOGRADOURO
           END-IF
           IF TMN-CIDADE NOT = SPACES
               MOVE TMN-CIDADE TO TIT-CIDADE
           END-IF
           IF TMN-UF NOT = SPACES
               MOVE TMN-UF TO TIT-UF
           END-IF
           IF TMN-CEP NOT = SPACES
               MOVE TMN-CEP TO TIT-CEP
           END-IF
           MOVE WS-DATA-PROC TO TIT-DATA-ULT-ALT
           MOVE 0 TO TMN-ID-CONTA
           PERFORM REGRAVAR-TITULAR.

       APLICAR-MUDA-STATUS.
           *> Ativo (A), bloqueado (B) ou encerrado (E). Titular
           *> bloqueado ou encerrado nao recebe conta nova nem
           *> vinculo; encerrar exige todas as contas dele encerradas
           *> e e definitivo
           IF NOT TITULAR-NO-MESTRE
               MOVE "TITULAR INEXISTENTE NO MESTRE" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF TMN-STATUS NOT = 'A' AND NOT = 'B' AND NOT = 'E'
                   MOVE "STATUS INVALIDO - USAR A, B OU E"
                        TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   IF TIT-ENCERRADO
                       MOVE "TITULAR ENCERRADO - SITUACAO DEFINITIVA"
                            TO TREJ-MOTIVO
                       PERFORM REJEITAR-MANUTENCAO
                   ELSE
                       IF TMN-STATUS = TIT-STATUS
                           MOVE "TITULAR JA ESTA NA SITUACAO PEDIDA"
                                TO TREJ-MOTIVO
                           PERFORM REJEITAR-MANUTENCAO
                       ELSE
                           PERFORM CONFERIR-MUDA-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFERIR-MUDA-STATUS.
           MOVE 0 TO WS-CONTAS-ABERTAS
           IF TMN-STATUS = 'E'
               PERFORM CONTAR-CONTAS-ABERTAS
           END-IF
           IF WS-CONTAS-ABERTAS > 0
               MOVE "TITULAR COM CONTA NAO ENCERRADA" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM GUARDAR-IMAGEM-ANTERIOR
               MOVE TMN-STATUS   TO TIT-STATUS
               MOVE WS-DATA-PROC TO TIT-DATA-ULT-ALT
               MOVE 0 TO TMN-ID-CONTA
               PERFORM REGRAVAR-TITULAR
           END-IF.

       CONTAR-CONTAS-ABERTAS.
           *> Toda conta vinculada ao titular, em qualquer papel,
           *> que nao esteja encerrada no mestre de contas
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-ATIVO (WS-IDX-VIN) = 'S'
                  AND WS-VIN-TITULAR (WS-IDX-VIN) = TMN-ID-TITULAR
                   MOVE WS-VIN-CONTA (WS-IDX-VIN) TO CONTA-ID-CONTA
                   PERFORM LOCALIZAR-CONTA
                   IF CONTA-NO-MESTRE AND CONTA-STATUS NOT = 'E'
                       ADD 1 TO WS-CONTAS-ABERTAS
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-VINCULO.
           *> Liga o titular a uma conta existente e nao encerrada. A
           *> conta que ainda nao tem primeiro titular (conta anterior
           *> ao cadastro) o recebe; nas demais ele entra como
           *> co-titular
           IF NOT TITULAR-NO-MESTRE
               MOVE "TITULAR INEXISTENTE NO MESTRE" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM VALIDAR-VINCULO
               IF WS-MOTIVO-REJ NOT = SPACES
                   MOVE WS-MOTIVO-REJ TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM GUARDAR-IMAGEM-ANTERIOR
                   MOVE SPACES TO WS-ANT-PAPEL
                   IF CONTA-COM-PRIMEIRO
                       MOVE 'C' TO WS-NOV-PAPEL
                   ELSE
                       MOVE 'P' TO WS-NOV-PAPEL
                   END-IF
                   ADD 1 TO WS-QTD-VIN
                   MOVE TMN-ID-CONTA   TO WS-VIN-CONTA (WS-QTD-VIN)
                   MOVE TMN-ID-TITULAR TO WS-VIN-TITULAR (WS-QTD-VIN)
                   MOVE WS-NOV-PAPEL   TO WS-VIN-PAPEL (WS-QTD-VIN)
                   MOVE WS-DATA-PROC   TO WS-VIN-DATA (WS-QTD-VIN)
                   MOVE 'S'            TO WS-VIN-ATIVO (WS-QTD-VIN)
                   PERFORM CONFIRMAR-MANUTENCAO
               END-IF
           END-IF.

       VALIDAR-VINCULO.
           MOVE SPACES TO WS-MOTIVO-REJ
           IF NOT TIT-ATIVO
               MOVE "TITULAR BLOQUEADO OU ENCERRADO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
              AND (TMN-ID-CONTA NOT NUMERIC OR TMN-ID-CONTA = ZEROS)
               MOVE "ID-CONTA EM BRANCO OU INVALIDO" TO WS-MOTIVO-REJ
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               MOVE TMN-ID-CONTA TO CONTA-ID-CONTA
               PERFORM LOCALIZAR-CONTA
               IF NOT CONTA-NO-MESTRE OR CONTA-STATUS = 'E'
                   MOVE "CONTA INEXISTENTE OU ENCERRADA"
                        TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES
               PERFORM LOCALIZAR-VINCULO
               IF WS-IDX-VIN-ACHADO > 0
                   MOVE "TITULAR JA VINCULADO A CONTA" TO WS-MOTIVO-REJ
               END-IF
           END-IF
           IF WS-MOTIVO-REJ = SPACES AND WS-QTD-VIN >= 9000
               MOVE "TABELA DE TITULARIDADE LOTADA" TO WS-MOTIVO-REJ
           END-IF.

       APLICAR-DESVINCULO.
           *> Tira o titular da conta. Se ele era o primeiro titular,
           *> o co-titular mais antigo e promovido; o unico titular
           *> de uma conta nunca sai - a conta fica com o seu dono
           *> mesmo depois de encerrada
           IF NOT TITULAR-NO-MESTRE
               MOVE "TITULAR INEXISTENTE NO MESTRE" TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               IF TMN-ID-CONTA NOT NUMERIC OR TMN-ID-CONTA = ZEROS
                   MOVE "ID-CONTA EM BRANCO OU INVALIDO"
                        TO TREJ-MOTIVO
                   PERFORM REJEITAR-MANUTENCAO
               ELSE
                   PERFORM LOCALIZAR-VINCULO
                   IF WS-IDX-VIN-ACHADO = 0
                       MOVE "TITULAR NAO VINCULADO A CONTA"
                            TO TREJ-MOTIVO
                       PERFORM REJEITAR-MANUTENCAO
                   ELSE
                       PERFORM EFETIVAR-DESVINCULO
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-DESVINCULO.
           MOVE 0 TO WS-IDX-VIN-PROMOVER
           IF WS-VIN-PAPEL (WS-IDX-VIN-ACHADO) = 'P'
               PERFORM LOCALIZAR-CO-TITULAR
           END-IF
           IF WS-VIN-PAPEL (WS-IDX-VIN-ACHADO) = 'P'
              AND WS-IDX-VIN-PROMOVER = 0
               MOVE "UNICO TITULAR DA CONTA - DESVINCULO RECUSADO"
                    TO TREJ-MOTIVO
               PERFORM REJEITAR-MANUTENCAO
           ELSE
               PERFORM GUARDAR-IMAGEM-ANTERIOR
               MOVE WS-VIN-PAPEL (WS-IDX-VIN-ACHADO) TO WS-ANT-PAPEL
               MOVE SPACES TO WS-NOV-PAPEL
               MOVE 'N' TO WS-VIN-ATIVO (WS-IDX-VIN-ACHADO)
               PERFORM CONFIRMAR-MANUTENCAO
               IF WS-IDX-VIN-PROMOVER > 0
                   PERFORM PROMOVER-CO-TITULAR
               END-IF
           END-IF.

       PROMOVER-CO-TITULAR.
           *> O co-titular promovido ganha o seu proprio registro na
           *> trilha, com o mesmo operador e motivo do desvinculo
           MOVE 'P' TO WS-VIN-PAPEL (WS-IDX-VIN-PROMOVER)
           MOVE WS-VIN-TITULAR (WS-IDX-VIN-PROMOVER) TO ATT-ID-TITULAR
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               MOVE WS-TIT-LINHA (WS-IDX-TIT) TO REG-TITULAR
               IF TIT-ID-TITULAR = ATT-ID-TITULAR
                   MOVE REG-TITULAR TO ATT-IMAGEM-ANT
                   MOVE REG-TITULAR TO ATT-IMAGEM-NOV
               END-IF
           END-PERFORM
           MOVE 'C' TO ATT-PAPEL-ANT
           MOVE 'P' TO ATT-PAPEL-NOV
           WRITE REG-AUDITORIA
           DISPLAY "PROMOVIDO A PRIMEIRO TITULAR: " ATT-ID-TITULAR
              " CONTA: " TMN-ID-CONTA.

       LOCALIZAR-VINCULO.
           *> Vinculo ativo do titular do pedido com a conta do pedido
           MOVE 0 TO WS-IDX-VIN-ACHADO
           MOVE 'N' TO WS-CONTA-TEM-PRIMEIRO
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-ATIVO (WS-IDX-VIN) = 'S'
                  AND WS-VIN-CONTA (WS-IDX-VIN) = TMN-ID-CONTA
                   IF WS-VIN-PAPEL (WS-IDX-VIN) = 'P'
                       MOVE 'S' TO WS-CONTA-TEM-PRIMEIRO
                   END-IF
                   IF WS-VIN-TITULAR (WS-IDX-VIN) = TMN-ID-TITULAR
                       MOVE WS-IDX-VIN TO WS-IDX-VIN-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZAR-CO-TITULAR.
           *> Co-titular ativo mais antigo da conta (primeiro na
           *> ordem do arquivo)
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
                      OR WS-IDX-VIN-PROMOVER > 0
               IF WS-VIN-ATIVO (WS-IDX-VIN) = 'S'
                  AND WS-VIN-CONTA (WS-IDX-VIN) = TMN-ID-CONTA
                  AND WS-VIN-PAPEL (WS-IDX-VIN) = 'C'
                   MOVE WS-IDX-VIN TO WS-IDX-VIN-PROMOVER
               END-IF
           END-PERFORM.

       GUARDAR-IMAGEM-ANTERIOR.
           MOVE REG-TITULAR TO WS-ANT-IMAGEM
           MOVE SPACES TO WS-ANT-PAPEL
           MOVE SPACES TO WS-NOV-PAPEL.

       REGRAVAR-TITULAR.
           MOVE REG-TITULAR TO WS-TIT-LINHA (WS-IDX-TIT-ACHADO)
           PERFORM CONFIRMAR-MANUTENCAO.

       CONFIRMAR-MANUTENCAO.
           *> Toda alteracao aplicada deixa a imagem antes/depois na
           *> trilha de auditoria, com data, operador e motivo
           ADD 1 TO WS-CONTADOR
           MOVE WS-DATA-PROC       TO ATT-DATA
           MOVE TMN-OPERADOR       TO ATT-OPERADOR
           MOVE TMN-OPERACAO       TO ATT-OPERACAO
           MOVE TMN-ID-TITULAR     TO ATT-ID-TITULAR
           MOVE TMN-ID-CONTA       TO ATT-ID-CONTA
           MOVE WS-ANT-PAPEL       TO ATT-PAPEL-ANT
           MOVE WS-NOV-PAPEL       TO ATT-PAPEL-NOV
           MOVE WS-ANT-IMAGEM      TO ATT-IMAGEM-ANT
           MOVE REG-TITULAR        TO ATT-IMAGEM-NOV
           MOVE TMN-MOTIVO         TO ATT-MOTIVO
           WRITE REG-AUDITORIA
           DISPLAY "MANUTENCAO " TMN-OPERACAO " TITULAR: "
              TMN-ID-TITULAR " OPERADOR: " TMN-OPERADOR.

       REJEITAR-MANUTENCAO.
           ADD 1 TO WS-CONTADOR-REJ
           MOVE TMN-OPERACAO      TO TREJ-OPERACAO
           MOVE TMN-ID-TITULAR    TO TREJ-ID-TITULAR
           MOVE TMN-TIPO-PESSOA   TO TREJ-TIPO-PESSOA
           MOVE TMN-DOCUMENTO     TO TREJ-DOCUMENTO
           MOVE TMN-NOME          TO TREJ-NOME
           MOVE TMN-LOGRADOURO    TO TREJ-LOGRADOURO
           MOVE TMN-CIDADE        TO TREJ-CIDADE
           MOVE TMN-UF            TO TREJ-UF
           MOVE TMN-CEP           TO TREJ-CEP
           MOVE TMN-STATUS        TO TREJ-STATUS
           MOVE TMN-ID-CONTA      TO TREJ-ID-CONTA
           MOVE TMN-OPERADOR      TO TREJ-OPERADOR
           WRITE REG-MANUT-REJ.

       LOCALIZAR-TITULAR.
           *> A busca nao filtra por situacao: a manutencao precisa
           *> enxergar titulares bloqueados e encerrados para recusar
           *> conforme a operacao. O titular achado fica no registro
           *> de trabalho
           MOVE 'N' TO WS-TITULAR-ENCONTRADO
           MOVE 0 TO WS-IDX-TIT-ACHADO
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
                      OR TITULAR-NO-MESTRE
               MOVE WS-TIT-LINHA (WS-IDX-TIT) TO REG-TITULAR
               IF TIT-ID-TITULAR = TMN-ID-TITULAR
                   MOVE 'S' TO WS-TITULAR-ENCONTRADO
                   MOVE WS-IDX-TIT TO WS-IDX-TIT-ACHADO
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

       GRAVAR-TITULARES.
           *> Regrava o mestre inteiro pelo mesmo caminho tmp +
           *> rename atomico dos demais arquivos vivos do ciclo
           OPEN OUTPUT ARQUIVO-TITULARES-TMP
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               MOVE WS-TIT-LINHA (WS-IDX-TIT) TO REG-TITULAR-SAI
               WRITE REG-TITULAR-SAI
           END-PERFORM
           CLOSE ARQUIVO-TITULARES-TMP
           CALL "CBL_RENAME_FILE" USING WS-TIT-NOME-TMP
                WS-TIT-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO ATUALIZAR "
                  "TITULARES.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRAVAR-VINCULOS.
           *> So os vinculos ativos voltam para o arquivo
           OPEN OUTPUT ARQUIVO-VINCULOS-TMP
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > WS-QTD-VIN
               IF WS-VIN-ATIVO (WS-IDX-VIN) = 'S'
                   MOVE WS-VIN-CONTA (WS-IDX-VIN)   TO VSA-ID-CONTA
                   MOVE WS-VIN-TITULAR (WS-IDX-VIN) TO VSA-ID-TITULAR
                   MOVE WS-VIN-PAPEL (WS-IDX-VIN)   TO VSA-PAPEL
                   MOVE WS-VIN-DATA (WS-IDX-VIN)    TO VSA-DATA
                   WRITE REG-VINCULO-SAI
               END-IF
           END-PERFORM
           CLOSE ARQUIVO-VINCULOS-TMP
           CALL "CBL_RENAME_FILE" USING WS-VIN-NOME-TMP
                WS-VIN-NOME-FIM
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO ATUALIZAR "
                  "TITULARIDADE.DAT (RENAME RC=" WS-RENAME-RC ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM TITMAN.
