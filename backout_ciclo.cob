       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Data do ciclo a desfazer, informada pela operacao
           SELECT OPTIONAL ARQUIVO-PARAM ASSIGN TO 'backout-param.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DATA-PROC
           ASSIGN TO 'data-processamento.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Imagem anterior do ciclo tirada pelo SALVACIC, datada
           SELECT OPTIONAL ARQUIVO-IMAGEM
           ASSIGN TO DYNAMIC WS-IMAGEM-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Os indexados sao esvaziados e recarregados no lugar (DELETE
      *> + WRITE), sem redefinir o cluster
           SELECT ARQUIVO-CONTAS ASSIGN TO 'contas.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTA-ID-CONTA.

           SELECT ARQUIVO-CONTROLE
           ASSIGN TO 'controle-transacoes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-ID-TRANS.

      *> Arquivo sequencial vivo da lista de IMGTAB em restauracao;
      *> a copia nova so toma o lugar dele via tmp + rename atomico
           SELECT OPTIONAL ARQUIVO-VIVO
           ASSIGN TO DYNAMIC WS-VIVO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-VIVO-TMP ASSIGN TO 'backout.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> Fotografia do mestre gravada pela postagem do dia: e contra
      *> ela que o mestre restaurado e provado
           SELECT OPTIONAL ARQUIVO-ABERTURA
           ASSIGN TO 'contas-abertura.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO ASSIGN TO 'backout-relatorio.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CICLO
           ASSIGN TO 'ciclo-controle.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARAM.
       01  REG-PARAM.
           05 PAR-DATA-BACKOUT  PIC 9(08).

       FD  ARQUIVO-DATA-PROC.
       01  REGISTRO-DATA-PROC.
           05 PROC-DATA         PIC 9(08).

       FD  ARQUIVO-IMAGEM.
       01  REG-IMAGEM-ENT       PIC X(203).

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

       FD  ARQUIVO-VIVO-TMP.
       01  REG-VIVO-TMP         PIC X(200).

       FD  ARQUIVO-ABERTURA.
       01  REGISTRO-ABERTURA.
           05 ABER-ID-CONTA    PIC 9(06).
           05 ABER-STATUS      PIC X(01).
           05 ABER-SALDO       PIC S9(09)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 ABER-LIMITE      PIC 9(09)V99.

       FD  ARQUIVO-RELATORIO.
       01  LINHA-BACKOUT        PIC X(80).

       FD  ARQUIVO-CICLO.
           COPY CICLOREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF               PIC X(01) VALUE 'N'.
       01  WS-ERRO-FATAL        PIC X(01) VALUE 'N'.
           88 ERRO-FATAL        VALUE 'S'.
       01  WS-DATA-PROC         PIC 9(08) VALUE 0.
       01  WS-DATA-BACKOUT      PIC 9(08) VALUE 0.
       01  WS-DATA-BACKOUT-X    PIC X(08).

      *> Registro da imagem lido em memoria
           COPY IMGREC.

      *> Lista dos arquivos vivos do ciclo
           COPY IMGTAB.

       01  WS-IMAGEM-NOME       PIC X(40) VALUE SPACES.
       01  WS-VIVO-NOME         PIC X(40) VALUE SPACES.
       01  WS-VIVO-NOME-TMP     PIC X(40) VALUE 'backout.tmp'.
       01  WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.

      *> Conferencia da imagem inteira antes de tocar em qualquer
      *> arquivo: cabecalho e final da data pedida, arquivos na
      *> ordem de IMGTAB e contagem de cada trailer batendo com os
      *> registros lidos. Qualquer falha recusa o backout sem
      *> alterar nada
       01  WS-ACHOU-CABECALHO   PIC X(01) VALUE 'N'.
       01  WS-ACHOU-FINAL       PIC X(01) VALUE 'N'.
       01  WS-IMAGEM-INVALIDA   PIC X(01) VALUE 'N'.
           88 IMAGEM-INVALIDA   VALUE 'S'.
       01  WS-MOTIVO-IMAGEM     PIC X(50) VALUE SPACES.
       01  WS-ARQ-ESPERADO      PIC 9(02) VALUE 0.
       01  WS-QTD-REG-IMAGEM    PIC 9(09) VALUE 0.

      *> Trilhas so de acrescimo: quantidade na imagem e no disco
      *> (uma posicao por arquivo de IMGTAB)
       01  WS-TAB-TRILHAS.
           05 WS-TRL-OCORR OCCURS 33 TIMES.
              10 WS-TRL-QTD-IMAGEM PIC 9(09).
              10 WS-TRL-QTD-ATUAL  PIC 9(09).

       01  WS-IDX-ARQ           PIC 9(02).
       01  WS-ARQ-CORRENTE      PIC 9(02) VALUE 0.
       01  WS-QTD-REG-ARQ       PIC 9(09) VALUE 0.
       01  WS-QTD-REG-ANTES     PIC 9(09) VALUE 0.
       01  WS-QTD-ARQ-RESTAURADOS PIC 9(02) VALUE 0.

      *> Prova do mestre restaurado contra a abertura do dia: casa-
      *> mento das duas sequencias por conta (a abertura sai do
      *> indexado lido em ordem de chave); 9999999 marca o fim
       01  WS-CHAVE-REST        PIC 9(07) VALUE 0.
       01  WS-CHAVE-ABER        PIC 9(07) VALUE 0.
       01  WS-QTD-CONTAS-REST   PIC 9(07) VALUE 0.
       01  WS-SALDO-REST        PIC S9(11)V99 VALUE 0.
       01  WS-QTD-CONTAS-ABER   PIC 9(07) VALUE 0.
       01  WS-SALDO-ABER        PIC S9(11)V99 VALUE 0.
       01  WS-QTD-ABERTAS-DIA   PIC 9(07) VALUE 0.
       01  WS-QTD-DIVERGENCIAS  PIC 9(07) VALUE 0.
      *> contas-abertura.dat so e da data pedida se a postagem
      *> (POSTASTP) chegou a rodar nela; um ciclo retido antes da
      *> postagem deixa no arquivo a abertura do dia anterior
       01  WS-ABERTURA-DO-DIA   PIC X(01) VALUE 'N'.
           88 ABERTURA-DO-DIA   VALUE 'S'.

       01  WS-PAGINA            PIC 9(04) VALUE 0.
       01  WS-LINHAS-PAGINA     PIC 9(02) VALUE 0.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 40.
       01  WS-LINHA-SAIDA       PIC X(80).
      *> Cabecalho de colunas da secao em curso do relatorio
       01  WS-CAB-SECAO         PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05 FILLER            PIC X(19) VALUE SPACES.
           05 FILLER            PIC X(31)
              VALUE 'TECHBANK - BACKOUT DO CICLO DE '.
           05 CAB-DATA          PIC 9(08).
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE '  PAG: '.
           05 CAB-PAGINA        PIC ZZZ9.

       01  WS-CAB-ARQUIVOS.
           05 FILLER            PIC X(30) VALUE 'ARQUIVO RESTAURADO'.
           05 FILLER            PIC X(10) VALUE '     ANTES'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE '    DEPOIS'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'SITUACAO'.

       01  WS-LINHA-ARQUIVO.
           05 DET-ARQ-NOME      PIC X(29).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-ARQ-ANTES     PIC Z(08)9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 DET-ARQ-DEPOIS    PIC Z(08)9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-ARQ-SITUACAO  PIC X(12).

       01  WS-CAB-PROVA.
           05 FILLER            PIC X(08) VALUE 'CONTA'.
           05 FILLER            PIC X(15) VALUE 'SALDO RESTAUR.'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'SALDO ABERTURA'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE 'OCORRENCIA'.

       01  WS-LINHA-PROVA.
           05 DET-CONTA         PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DET-SALDO-REST    PIC X(13).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DET-SALDO-ABER    PIC X(13).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DET-OCORRENCIA    PIC X(30).

       01  WS-SALDO-EDIT        PIC Z(08)9.99-.

       01  WS-LINHA-TITULO-PROVA.
           05 FILLER            PIC X(31)
              VALUE 'PROVA DE CONTAS.DAT RESTAURADO '.
           05 FILLER            PIC X(34)
              VALUE 'CONTRA CONTAS-ABERTURA.DAT DO DIA'.

       01  WS-LINHA-SEM-ABERTURA.
           05 FILLER            PIC X(41)
              VALUE 'DIA SEM ABERTURA - NAO HOUVE POSTAGEM EM '.
           05 SAB-DATA          PIC 9(08).
           05 FILLER            PIC X(22)
              VALUE ' - PROVA NAO EXECUTADA'.

       01  WS-LINHA-TOTAL.
           05 TOT-ROTULO        PIC X(35).
           05 TOT-VALOR         PIC Z(06)9.

       01  WS-LINHA-TOTAL-SALDO.
           05 TOT-SALDO-ROTULO  PIC X(35).
           05 TOT-SALDO         PIC Z(10)9.99-.

       01  WS-LINHA-CONCLUSAO.
           05 FILLER            PIC X(35)
              VALUE 'CONCLUSAO.........................:'.
           05 TOT-CONCLUSAO     PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           *> Backout do ciclo, submetido pela operacao fora do
           *> PROCLOTE: devolve TODOS os arquivos vivos do ciclo,
           *> juntos, ao estado da imagem anterior tirada pelo
           *> SALVACIC no comeco do dia pedido - mestre de contas,
           *> controle de duplicidade, bloqueios, acumuladores de
           *> juros e de rendimentos, juros-a-postar.dat, agenda,
           *> pendentes, carteira de reciclagem, razao etc. (lista em
           *> IMGTAB); trilhas so de acrescimo voltam a contagem da
           *> imagem. So roda enquanto o FECHACIC nao tiver rolado
           *> data-processamento.dat alem da data pedida, e so depois
           *> de conferir a imagem inteira - recusa nao altera nada.
           *> O backout fica no controle do ciclo (passo BKOUTSTP):
           *> o fechamento desconsidera os passos daquela data
           *> anteriores a ele, entao o dia so fecha com o ciclo
           *> reprocessado inteiro. O relatorio prova o mestre
           *> restaurado contra contas-abertura.dat gravado pela
           *> postagem do dia: mesma conta, mesmo saldo, mesmos
           *> totais (a manutencao do dia so abre conta com saldo
           *> zero); divergencia devolve RC=8. Data sem postagem
           *> nao tem abertura propria: a prova nao e feita
           DISPLAY "--- BACKOUT: DESFAZIMENTO DO CICLO ---"
           PERFORM LER-PARAMETRO
           PERFORM LER-DATA-PROCESSAMENTO
           IF NOT ERRO-FATAL
               PERFORM VERIFICAR-DATA
           END-IF
           IF ERRO-FATAL
               MOVE 16 TO RETURN-CODE
               DISPLAY "--- BACKOUT RECUSADO - NADA FOI ALTERADO ---"
               STOP RUN
           END-IF

           DISPLAY "DATA DO BACKOUT:       " WS-DATA-BACKOUT
           MOVE WS-DATA-BACKOUT TO WS-DATA-BACKOUT-X
           MOVE SPACES TO WS-IMAGEM-NOME
           STRING 'imagem-ciclo-' DELIMITED BY SIZE
                  WS-DATA-BACKOUT-X '.dat' DELIMITED BY SIZE
                  INTO WS-IMAGEM-NOME
           END-STRING
           DISPLAY "IMAGEM:                " WS-IMAGEM-NOME

           PERFORM CONFERIR-IMAGEM
           IF IMAGEM-INVALIDA
               DISPLAY "ERRO FATAL: " WS-IMAGEM-NOME " - "
                  WS-MOTIVO-IMAGEM
               MOVE 16 TO RETURN-CODE
               DISPLAY "--- BACKOUT RECUSADO - NADA FOI ALTERADO ---"
               STOP RUN
           END-IF

           PERFORM REGISTRAR-CICLO-INICIO
           OPEN OUTPUT ARQUIVO-RELATORIO
           MOVE WS-CAB-ARQUIVOS TO WS-CAB-SECAO
           PERFORM ESCREVER-CABECALHO
           PERFORM RESTAURAR-IMAGEM
           IF ERRO-FATAL
               CLOSE ARQUIVO-RELATORIO
               DISPLAY "BACKOUT: RESTAURACAO INTERROMPIDA - CORRIGIR "
                  "A CAUSA E REEXECUTAR O BACKOUT (A IMAGEM "
                  "CONTINUA INTACTA)"
               MOVE 16 TO RETURN-CODE
               PERFORM REGISTRAR-CICLO-FIM
               DISPLAY "--- BACKOUT ABORTADO ---"
               STOP RUN
           END-IF

           PERFORM PROVAR-CONTAS
           PERFORM ESCREVER-RODAPE
           CLOSE ARQUIVO-RELATORIO

           DISPLAY "ARQUIVOS RESTAURADOS:  " WS-QTD-ARQ-RESTAURADOS
           DISPLAY "CONTAS RESTAURADAS:    " WS-QTD-CONTAS-REST
           DISPLAY "CONTAS NA ABERTURA:    " WS-QTD-CONTAS-ABER
           DISPLAY "DIVERGENCIAS:          " WS-QTD-DIVERGENCIAS
           IF WS-QTD-DIVERGENCIAS > 0
               DISPLAY "BACKOUT: MESTRE RESTAURADO NAO CONFERE COM A "
                  "ABERTURA DO DIA - CONFERIR ANTES DE REPROCESSAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT ABERTURA-DO-DIA
                   DISPLAY "BACKOUT: SEM POSTAGEM EM " WS-DATA-BACKOUT
                      " - PROVA CONTRA A ABERTURA NAO EXECUTADA"
               END-IF
               DISPLAY "BACKOUT: CICLO DE " WS-DATA-BACKOUT
                  " DESFEITO - REPROCESSAR O PROCLOTE"
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-CICLO-FIM
           DISPLAY "--- FIM DO BACKOUT ---"
           STOP RUN.

       REGISTRAR-CICLO-INICIO.
           *> O inicio do backout no controle do ciclo e a marca que
           *> o fechamento e a imagem do ciclo respeitam: dali para
           *> tras nada daquela data vale mais
           MOVE 'I' TO CIC-EVENTO
           MOVE 0 TO CIC-RC
           MOVE 0 TO CIC-CONTADOR-1
           MOVE 0 TO CIC-CONTADOR-2
           MOVE 0 TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       REGISTRAR-CICLO-FIM.
           MOVE 'F' TO CIC-EVENTO
           MOVE RETURN-CODE TO CIC-RC
           MOVE WS-QTD-ARQ-RESTAURADOS TO CIC-CONTADOR-1
           MOVE WS-QTD-CONTAS-REST     TO CIC-CONTADOR-2
           MOVE WS-QTD-DIVERGENCIAS    TO CIC-CONTADOR-3
           PERFORM GRAVAR-REGISTRO-CICLO.

       GRAVAR-REGISTRO-CICLO.
           MOVE WS-DATA-BACKOUT TO CIC-DATA
           MOVE 'BKOUTSTP' TO CIC-PASSO
           OPEN EXTEND ARQUIVO-CICLO
           WRITE REG-CICLO
           CLOSE ARQUIVO-CICLO.

       LER-PARAMETRO.
           OPEN INPUT ARQUIVO-PARAM
           READ ARQUIVO-PARAM
               AT END
                   MOVE ZEROS TO REG-PARAM
           END-READ
           CLOSE ARQUIVO-PARAM
           IF PAR-DATA-BACKOUT NOT NUMERIC
              OR PAR-DATA-BACKOUT = 0
               DISPLAY "ERRO FATAL: BACKOUT-PARAM.DAT AUSENTE OU "
                  "COM DATA INVALIDA"
               MOVE 'S' TO WS-ERRO-FATAL
           ELSE
               MOVE PAR-DATA-BACKOUT TO WS-DATA-BACKOUT
           END-IF.

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

       VERIFICAR-DATA.
           *> So o ciclo ainda aberto pode ser desfeito: com a data
           *> ja rolada pelo FECHACIC o dia esta fechado e o ciclo
           *> seguinte pode ter partido do estado dele
           IF WS-DATA-PROC > WS-DATA-BACKOUT
               DISPLAY "ERRO FATAL: FECHACIC JA AVANCOU "
                  "DATA-PROCESSAMENTO.DAT PARA " WS-DATA-PROC
                  " - CICLO DE " WS-DATA-BACKOUT " FECHADO"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF
           IF WS-DATA-PROC < WS-DATA-BACKOUT
               DISPLAY "ERRO FATAL: CICLO DE " WS-DATA-BACKOUT
                  " AINDA NAO PROCESSADO (DATA CORRENTE "
                  WS-DATA-PROC ")"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF.

       CONFERIR-IMAGEM.
           MOVE 'N' TO WS-ACHOU-CABECALHO
           MOVE 'N' TO WS-ACHOU-FINAL
           MOVE 'N' TO WS-IMAGEM-INVALIDA
           MOVE 0 TO WS-ARQ-ESPERADO
           MOVE 0 TO WS-QTD-REG-ARQ
           MOVE 0 TO WS-QTD-REG-IMAGEM
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-IMAGEM
           PERFORM UNTIL WS-EOF = 'Y' OR IMAGEM-INVALIDA
               READ ARQUIVO-IMAGEM INTO REG-IMAGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-IMAGEM
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-IMAGEM
           IF NOT IMAGEM-INVALIDA
               IF WS-ACHOU-CABECALHO = 'N'
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'IMAGEM AUSENTE OU VAZIA' TO WS-MOTIVO-IMAGEM
               ELSE
                   IF WS-ACHOU-FINAL = 'N'
                       MOVE 'S' TO WS-IMAGEM-INVALIDA
                       MOVE 'IMAGEM INCOMPLETA (SEM REGISTRO FINAL)'
                            TO WS-MOTIVO-IMAGEM
                   END-IF
               END-IF
           END-IF.

       CONFERIR-REGISTRO-IMAGEM.
           EVALUATE TRUE
               WHEN WS-ACHOU-FINAL = 'S'
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'REGISTRO APOS O FINAL DA IMAGEM'
                        TO WS-MOTIVO-IMAGEM
               WHEN IMG-CABECALHO
                   IF WS-ACHOU-CABECALHO = 'S'
                      OR IMG-DATA NOT = WS-DATA-BACKOUT
                      OR IMG-QTD-ARQUIVOS NOT = IMG-QTD-ARQ-TAB
                       MOVE 'S' TO WS-IMAGEM-INVALIDA
                       MOVE 'CABECALHO REPETIDO OU DE OUTRA DATA/LISTA'
                            TO WS-MOTIVO-IMAGEM
                   ELSE
                       MOVE 'S' TO WS-ACHOU-CABECALHO
                       MOVE 1 TO WS-ARQ-ESPERADO
                   END-IF
               WHEN WS-ACHOU-CABECALHO = 'N'
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'IMAGEM SEM CABECALHO' TO WS-MOTIVO-IMAGEM
               WHEN IMG-REGISTRO
                   IF IMG-ARQUIVO NOT = WS-ARQ-ESPERADO
                      OR WS-ARQ-ESPERADO > IMG-QTD-ARQ-TAB
                       MOVE 'S' TO WS-IMAGEM-INVALIDA
                       MOVE 'REGISTRO FORA DA ORDEM DOS ARQUIVOS'
                            TO WS-MOTIVO-IMAGEM
                   ELSE
                       ADD 1 TO WS-QTD-REG-ARQ
                       ADD 1 TO WS-QTD-REG-IMAGEM
                   END-IF
               WHEN IMG-TRAILER
                   IF IMG-ARQUIVO NOT = WS-ARQ-ESPERADO
                      OR WS-ARQ-ESPERADO > IMG-QTD-ARQ-TAB
                       MOVE 'S' TO WS-IMAGEM-INVALIDA
                       MOVE 'TRAILER FORA DA ORDEM DOS ARQUIVOS'
                            TO WS-MOTIVO-IMAGEM
                   ELSE
                       PERFORM CONFERIR-TRAILER
                       ADD 1 TO WS-ARQ-ESPERADO
                       MOVE 0 TO WS-QTD-REG-ARQ
                   END-IF
               WHEN IMG-FINAL
                   IF WS-ARQ-ESPERADO NOT = IMG-QTD-ARQ-TAB + 1
                      OR IMG-DATA NOT = WS-DATA-BACKOUT
                      OR IMG-QTD-ARQUIVOS NOT = IMG-QTD-ARQ-TAB
                      OR IMG-QTD-REGISTROS NOT = WS-QTD-REG-IMAGEM
                       MOVE 'S' TO WS-IMAGEM-INVALIDA
                       MOVE 'REGISTRO FINAL NAO CONFERE COM A IMAGEM'
                            TO WS-MOTIVO-IMAGEM
                   ELSE
                       MOVE 'S' TO WS-ACHOU-FINAL
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'TIPO DE REGISTRO INVALIDO NA IMAGEM'
                        TO WS-MOTIVO-IMAGEM
           END-EVALUATE.

       CONFERIR-TRAILER.
           *> Arquivo copiado: o trailer conta os registros que o
           *> antecedem. Trilha: o trailer traz a quantidade da
           *> abertura e a trilha no disco nao pode ter menos que
           *> ela (cortar para cima perderia registros)
           IF IMG-MODO-TRILHA (WS-ARQ-ESPERADO)
               MOVE IMG-QTD-REGISTROS
                    TO WS-TRL-QTD-IMAGEM (WS-ARQ-ESPERADO)
               MOVE IMG-ARQ-NOME (WS-ARQ-ESPERADO) TO WS-VIVO-NOME
               PERFORM CONTAR-VIVO
               MOVE WS-QTD-REG-ANTES
                    TO WS-TRL-QTD-ATUAL (WS-ARQ-ESPERADO)
               IF WS-QTD-REG-ARQ NOT = 0
                  OR WS-QTD-REG-ANTES < IMG-QTD-REGISTROS
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'TRILHA NO DISCO MENOR QUE NA IMAGEM'
                        TO WS-MOTIVO-IMAGEM
               END-IF
           ELSE
               IF IMG-QTD-REGISTROS NOT = WS-QTD-REG-ARQ
                   MOVE 'S' TO WS-IMAGEM-INVALIDA
                   MOVE 'CONTAGEM DE ARQUIVO NAO CONFERE COM O TRAILER'
                        TO WS-MOTIVO-IMAGEM
               END-IF
           END-IF.

       CONTAR-VIVO.
           MOVE 0 TO WS-QTD-REG-ANTES
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-VIVO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-VIVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-REG-ANTES
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VIVO.

       RESTAURAR-IMAGEM.
           *> Segunda passada pela imagem ja conferida: o primeiro
           *> registro (ou o trailer, se vazio) de cada arquivo abre
           *> o destino, os registros sao regravados e o trailer
           *> fecha e efetiva o arquivo
           MOVE 0 TO WS-ARQ-CORRENTE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-IMAGEM
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-IMAGEM INTO REG-IMAGEM
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IMG-REGISTRO
                           IF IMG-ARQUIVO NOT = WS-ARQ-CORRENTE
                               PERFORM ABRIR-DESTINO
                           END-IF
                           PERFORM GRAVAR-DESTINO
                       END-IF
                       IF IMG-TRAILER
                           IF IMG-ARQUIVO NOT = WS-ARQ-CORRENTE
                               PERFORM ABRIR-DESTINO
                           END-IF
                           PERFORM FECHAR-DESTINO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-IMAGEM.

       ABRIR-DESTINO.
           MOVE IMG-ARQUIVO TO WS-ARQ-CORRENTE
           MOVE WS-ARQ-CORRENTE TO WS-IDX-ARQ
           MOVE IMG-ARQ-NOME (WS-IDX-ARQ) TO WS-VIVO-NOME
           MOVE 0 TO WS-QTD-REG-ARQ
           MOVE 0 TO WS-QTD-REG-ANTES
           EVALUATE TRUE
               WHEN WS-IDX-ARQ = 1
                   OPEN I-O ARQUIVO-CONTAS
                   PERFORM ESVAZIAR-CONTAS
               WHEN WS-IDX-ARQ = 2
                   OPEN I-O ARQUIVO-CONTROLE
                   PERFORM ESVAZIAR-CONTROLE
               WHEN IMG-MODO-COPIA (WS-IDX-ARQ)
                   PERFORM CONTAR-VIVO
                   OPEN OUTPUT ARQUIVO-VIVO-TMP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESVAZIAR-CONTAS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-CONTAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DELETE ARQUIVO-CONTAS RECORD
                           INVALID KEY
                               DISPLAY "ERRO FATAL: FALHA AO "
                                  "REMOVER CONTA " CONTA-ID-CONTA
                               MOVE 'S' TO WS-ERRO-FATAL
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-REG-ANTES
                       END-DELETE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       ESVAZIAR-CONTROLE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR ERRO-FATAL
               READ ARQUIVO-CONTROLE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       DELETE ARQUIVO-CONTROLE RECORD
                           INVALID KEY
                               DISPLAY "ERRO FATAL: FALHA AO "
                                  "REMOVER CONTROLE " CTL-ID-TRANS
                               MOVE 'S' TO WS-ERRO-FATAL
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-REG-ANTES
                       END-DELETE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       GRAVAR-DESTINO.
           EVALUATE TRUE
               WHEN WS-IDX-ARQ = 1
                   MOVE IMG-CONTEUDO TO REGISTRO-CONTA
                   WRITE REGISTRO-CONTA
                       INVALID KEY
                           DISPLAY "ERRO FATAL: CONTA "
                              CONTA-ID-CONTA " DUPLICADA NA RECARGA"
                           MOVE 'S' TO WS-ERRO-FATAL
                   END-WRITE
               WHEN WS-IDX-ARQ = 2
                   MOVE IMG-CONTEUDO TO REGISTRO-CONTROLE
                   WRITE REGISTRO-CONTROLE
                       INVALID KEY
                           DISPLAY "ERRO FATAL: CONTROLE "
                              CTL-ID-TRANS " DUPLICADO NA RECARGA"
                           MOVE 'S' TO WS-ERRO-FATAL
                   END-WRITE
               WHEN OTHER
                   WRITE REG-VIVO-TMP FROM IMG-CONTEUDO
           END-EVALUATE
           ADD 1 TO WS-QTD-REG-ARQ.

       FECHAR-DESTINO.
           EVALUATE TRUE
               WHEN WS-IDX-ARQ = 1
                   CLOSE ARQUIVO-CONTAS
                   MOVE 'RECARREGADO' TO DET-ARQ-SITUACAO
               WHEN WS-IDX-ARQ = 2
                   CLOSE ARQUIVO-CONTROLE
                   MOVE 'RECARREGADO' TO DET-ARQ-SITUACAO
               WHEN IMG-MODO-COPIA (WS-IDX-ARQ)
                   CLOSE ARQUIVO-VIVO-TMP
                   PERFORM EFETIVAR-DESTINO
                   MOVE 'RESTAURADO' TO DET-ARQ-SITUACAO
               WHEN OTHER
                   PERFORM CORTAR-TRILHA
           END-EVALUATE
           IF NOT ERRO-FATAL
               ADD 1 TO WS-QTD-ARQ-RESTAURADOS
               MOVE IMG-ARQ-NOME (WS-IDX-ARQ) TO DET-ARQ-NOME
               MOVE WS-QTD-REG-ANTES TO DET-ARQ-ANTES
               MOVE WS-QTD-REG-ARQ TO DET-ARQ-DEPOIS
               MOVE WS-LINHA-ARQUIVO TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
           END-IF
           MOVE 0 TO WS-ARQ-CORRENTE.

       CORTAR-TRILHA.
           *> Mantem os N primeiros registros da trilha (os da
           *> abertura do dia) e descarta o que o ciclo acrescentou
           MOVE WS-TRL-QTD-IMAGEM (WS-IDX-ARQ) TO WS-QTD-REG-ARQ
           MOVE 0 TO WS-QTD-REG-ANTES
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-VIVO
           OPEN OUTPUT ARQUIVO-VIVO-TMP
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-VIVO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-REG-ANTES
                       IF WS-QTD-REG-ANTES <= WS-QTD-REG-ARQ
                           WRITE REG-VIVO-TMP FROM REG-VIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-VIVO
           CLOSE ARQUIVO-VIVO-TMP
           IF WS-QTD-REG-ANTES > WS-QTD-REG-ARQ
               PERFORM EFETIVAR-DESTINO
               MOVE 'CORTADO' TO DET-ARQ-SITUACAO
           ELSE
               MOVE 'INALTERADO' TO DET-ARQ-SITUACAO
           END-IF.

       EFETIVAR-DESTINO.
           CALL "CBL_RENAME_FILE" USING WS-VIVO-NOME-TMP
                WS-VIVO-NOME
               RETURNING WS-RENAME-RC
           END-CALL
           IF WS-RENAME-RC NOT = 0
               DISPLAY "ERRO FATAL: FALHA AO RESTAURAR "
                  WS-VIVO-NOME " (RENAME RC=" WS-RENAME-RC ")"
               MOVE 'S' TO WS-ERRO-FATAL
           END-IF.

       PROVAR-CONTAS.
           *> Casamento do mestre restaurado com a abertura do dia,
           *> conta a conta: saldo diferente, conta so no mestre ou
           *> conta so na abertura com saldo e divergencia; conta so
           *> na abertura com saldo zero foi aberta pela manutencao
           *> do dia e apenas se lista. Sem postagem na data pedida
           *> o mestre restaurado so e totalizado
           MOVE WS-CAB-PROVA TO WS-CAB-SECAO
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE WS-LINHA-TITULO-PROVA TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           MOVE SPACES TO WS-LINHA-SAIDA
           PERFORM GRAVAR-LINHA
           PERFORM VERIFICAR-ABERTURA-DO-DIA
           IF NOT ABERTURA-DO-DIA
               MOVE WS-DATA-BACKOUT TO SAB-DATA
               MOVE WS-LINHA-SEM-ABERTURA TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
               OPEN INPUT ARQUIVO-CONTAS
               PERFORM LER-CONTA-RESTAURADA
               PERFORM UNTIL WS-CHAVE-REST = 9999999
                   PERFORM LER-CONTA-RESTAURADA
               END-PERFORM
               CLOSE ARQUIVO-CONTAS
           ELSE
               MOVE WS-CAB-PROVA TO WS-LINHA-SAIDA
               PERFORM GRAVAR-LINHA
               PERFORM CASAR-CONTAS
           END-IF.

       VERIFICAR-ABERTURA-DO-DIA.
           *> Qualquer inicio de POSTASTP na data basta: a abertura
           *> e gravada no primeiro lote do dia e nao faz parte da
           *> imagem, entao sobrevive a um backout anterior da data
           MOVE 'N' TO WS-ABERTURA-DO-DIA
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CICLO
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARQUIVO-CICLO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CIC-DATA NUMERIC
                          AND CIC-DATA = WS-DATA-BACKOUT
                          AND CIC-PASSO = 'POSTASTP' AND CIC-INICIO
                           MOVE 'S' TO WS-ABERTURA-DO-DIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE ARQUIVO-CICLO.

       CASAR-CONTAS.
           OPEN INPUT ARQUIVO-CONTAS
           OPEN INPUT ARQUIVO-ABERTURA
           PERFORM LER-CONTA-RESTAURADA
           PERFORM LER-CONTA-ABERTURA
           PERFORM UNTIL WS-CHAVE-REST = 9999999
                     AND WS-CHAVE-ABER = 9999999
               EVALUATE TRUE
                   WHEN WS-CHAVE-REST < WS-CHAVE-ABER
                       MOVE CONTA-ID-CONTA TO DET-CONTA
                       MOVE CONTA-SALDO TO WS-SALDO-EDIT
                       MOVE WS-SALDO-EDIT TO DET-SALDO-REST
                       MOVE SPACES TO DET-SALDO-ABER
                       MOVE 'AUSENTE NA ABERTURA' TO DET-OCORRENCIA
                       ADD 1 TO WS-QTD-DIVERGENCIAS
                       MOVE WS-LINHA-PROVA TO WS-LINHA-SAIDA
                       PERFORM GRAVAR-LINHA
                       PERFORM LER-CONTA-RESTAURADA
                   WHEN WS-CHAVE-ABER < WS-CHAVE-REST
                       MOVE ABER-ID-CONTA TO DET-CONTA
                       MOVE SPACES TO DET-SALDO-REST
                       MOVE ABER-SALDO TO WS-SALDO-EDIT
                       MOVE WS-SALDO-EDIT TO DET-SALDO-ABER
                       IF ABER-SALDO = 0
                           MOVE 'ABERTA NO DIA' TO DET-OCORRENCIA
                           ADD 1 TO WS-QTD-ABERTAS-DIA
                       ELSE
                           MOVE 'AUSENTE NO MESTRE RESTAURADO'
                                TO DET-OCORRENCIA
                           ADD 1 TO WS-QTD-DIVERGENCIAS
                       END-IF
                       MOVE WS-LINHA-PROVA TO WS-LINHA-SAIDA
                       PERFORM GRAVAR-LINHA
                       PERFORM LER-CONTA-ABERTURA
                   WHEN OTHER
                       IF CONTA-SALDO NOT = ABER-SALDO
                           MOVE CONTA-ID-CONTA TO DET-CONTA
                           MOVE CONTA-SALDO TO WS-SALDO-EDIT
                           MOVE WS-SALDO-EDIT TO DET-SALDO-REST
                           MOVE ABER-SALDO TO WS-SALDO-EDIT
                           MOVE WS-SALDO-EDIT TO DET-SALDO-ABER
                           MOVE 'SALDO DIVERGENTE' TO DET-OCORRENCIA
                           ADD 1 TO WS-QTD-DIVERGENCIAS
                           MOVE WS-LINHA-PROVA TO WS-LINHA-SAIDA
                           PERFORM GRAVAR-LINHA
                       END-IF
                       PERFORM LER-CONTA-RESTAURADA
                       PERFORM LER-CONTA-ABERTURA
               END-EVALUATE
           END-PERFORM
           CLOSE ARQUIVO-CONTAS
           CLOSE ARQUIVO-ABERTURA.

       LER-CONTA-RESTAURADA.
           READ ARQUIVO-CONTAS NEXT RECORD
               AT END
                   MOVE 9999999 TO WS-CHAVE-REST
               NOT AT END
                   MOVE CONTA-ID-CONTA TO WS-CHAVE-REST
                   ADD 1 TO WS-QTD-CONTAS-REST
                   ADD CONTA-SALDO TO WS-SALDO-REST
           END-READ.

       LER-CONTA-ABERTURA.
           READ ARQUIVO-ABERTURA
               AT END
                   MOVE 9999999 TO WS-CHAVE-ABER
               NOT AT END
                   MOVE ABER-ID-CONTA TO WS-CHAVE-ABER
                   ADD 1 TO WS-QTD-CONTAS-ABER
                   ADD ABER-SALDO TO WS-SALDO-ABER
           END-READ.

       ESCREVER-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO CAB-PAGINA
           MOVE WS-DATA-BACKOUT TO CAB-DATA
           WRITE LINHA-BACKOUT FROM WS-CAB-1
           MOVE SPACES TO LINHA-BACKOUT
           WRITE LINHA-BACKOUT
           WRITE LINHA-BACKOUT FROM WS-CAB-SECAO
           MOVE SPACES TO LINHA-BACKOUT
           WRITE LINHA-BACKOUT
           MOVE 0 TO WS-LINHAS-PAGINA.

       GRAVAR-LINHA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM ESCREVER-CABECALHO
           END-IF
           WRITE LINHA-BACKOUT FROM WS-LINHA-SAIDA
           ADD 1 TO WS-LINHAS-PAGINA.

       ESCREVER-RODAPE.
           MOVE SPACES TO LINHA-BACKOUT
           WRITE LINHA-BACKOUT
           MOVE 'ARQUIVOS RESTAURADOS..............:' TO TOT-ROTULO
           MOVE WS-QTD-ARQ-RESTAURADOS TO TOT-VALOR
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL
           MOVE 'CONTAS RESTAURADAS................:' TO TOT-ROTULO
           MOVE WS-QTD-CONTAS-REST TO TOT-VALOR
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL
           MOVE 'SALDO TOTAL RESTAURADO............:'
                TO TOT-SALDO-ROTULO
           MOVE WS-SALDO-REST TO TOT-SALDO
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL-SALDO
           MOVE 'CONTAS NA ABERTURA DO DIA.........:' TO TOT-ROTULO
           MOVE WS-QTD-CONTAS-ABER TO TOT-VALOR
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL
           MOVE 'SALDO TOTAL NA ABERTURA DO DIA....:'
                TO TOT-SALDO-ROTULO
           MOVE WS-SALDO-ABER TO TOT-SALDO
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL-SALDO
           MOVE 'CONTAS ABERTAS NO DIA (SALDO ZERO):' TO TOT-ROTULO
           MOVE WS-QTD-ABERTAS-DIA TO TOT-VALOR
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL
           MOVE 'CONTAS COM DIVERGENCIA............:' TO TOT-ROTULO
           MOVE WS-QTD-DIVERGENCIAS TO TOT-VALOR
           WRITE LINHA-BACKOUT FROM WS-LINHA-TOTAL
           EVALUATE TRUE
               WHEN NOT ABERTURA-DO-DIA
                   MOVE 'SEM POSTAGEM NA DATA - PROVA NAO EXECUTADA'
                        TO TOT-CONCLUSAO
               WHEN WS-QTD-DIVERGENCIAS = 0
                   MOVE 'TOTAIS CONFEREM COM A ABERTURA DO DIA'
                        TO TOT-CONCLUSAO
               WHEN OTHER
                   MOVE 'DIVERGENCIA - CONFERIR ANTES DE REPROCESSAR'
                        TO TOT-CONCLUSAO
           END-EVALUATE
           WRITE LINHA-BACKOUT FROM WS-LINHA-CONCLUSAO.

       END PROGRAM BACKOUT.
