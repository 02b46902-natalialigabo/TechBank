       01  WS-DATA-PROC         PIC 9(08) VALUE 0.

      *> Cadeia obrigatoria do ciclo, na ordem do JCL, com o maior
      *> RC aceito de cada passo: RC=4 e desvio benigno na imagem
      *> do ciclo (imagem do dia preservada), na carga das
      *> devolucoes de TED (linhas recusadas), no liberador
      *> (lote preservado), nas manutencoes de titulares, de
      *> contas e de agendamentos (rejeicoes parciais), no gerador de
      *> agendamentos (parcelas rejeitadas/ordens suspensas), na
      *> previsao da postagem (rejeicoes previstas), na remessa
      *> de TED (cadastro preservado na reexecucao), no
      *> arquivamento (historico preservado), no retorno (contagem
      *> a investigar), na vigia de risco (lista de alerta nao
      *> vazia) e no monitoramento PLD (ocorrencias para o
      *> compliance); nos demais so o zero fecha o dia. RPTSTP
      *> (IEBGENER) nao registra no controle e fica fora da cadeia
       01  WS-TAB-PASSOS-VAL.
           05 FILLER PIC X(10) VALUE 'SALVASTP04'.
           05 FILLER PIC X(10) VALUE 'DEVTSTP 04'.
           05 FILLER PIC X(10) VALUE 'WAREHSTP04'.
           05 FILLER PIC X(10) VALUE 'TITMSTP 04'.
           05 FILLER PIC X(10) VALUE 'MANTSTP 04'.
           05 FILLER PIC X(10) VALUE 'AGMANSTP04'.
           05 FILLER PIC X(10) VALUE 'EDITSTP 00'.
           05 FILLER PIC X(10) VALUE 'SIMSTP  04'.
           05 FILLER PIC X(10) VALUE 'POSTASTP00'.
           05 FILLER PIC X(10) VALUE 'RECONSTP00'.
           05 FILLER PIC X(10) VALUE 'TEDSTP  04'.
           05 FILLER PIC X(10) VALUE 'RISCSTP 04'.
           05 FILLER PIC X(10) VALUE 'JUROSTP 00'.
           05 FILLER PIC X(10) VALUE 'REMUNSTP00'.
           05 FILLER PIC X(10) VALUE 'AGENDSTP04'.
           05 FILLER PIC X(10) VALUE 'RECYSTP 00'.
           05 FILLER PIC X(10) VALUE 'RETSTP  04'.
           05 FILLER PIC X(10) VALUE 'HISTSTP 04'.
           05 FILLER PIC X(10) VALUE 'PLDSTP  04'.
           05 FILLER PIC X(10) VALUE 'DORMSTP 00'.
           05 FILLER PIC X(10) VALUE 'CTITSTP 00'.
           05 FILLER PIC X(10) VALUE 'CONTBSTP00'.
           05 FILLER PIC X(10) VALUE 'CAMBSTP 00'.
           05 FILLER PIC X(10) VALUE 'EXTRSTP 00'.
       01  WS-TAB-PASSOS REDEFINES WS-TAB-PASSOS-VAL.
           05 WS-PASSO-OCORR OCCURS 24 TIMES.
              10 WS-PAS-NOME       PIC X(08).
              10 WS-PAS-RC-MAX     PIC 9(02).
       01  WS-QTD-PASSOS        PIC 9(02) VALUE 24.

       01  WS-TAB-APURADO.
           05 WS-APU-OCORR OCCURS 24 TIMES.
              10 WS-APU-INICIO     PIC X(01).
              10 WS-APU-FIM        PIC X(01).
              10 WS-APU-RC         PIC 9(02).
           *> Fechamento do ciclo: le o controle do ciclo
           *> (ciclo-controle.dat, alimentado por cada passo com
           *> inicio/fim, RC e contadores), prova que a cadeia
           *> obrigatoria inteira - da imagem do ciclo ao extrato -
           *> rodou limpa para a data de processamento corrente,
           *> imprime o resumo de uma pagina para a operacao e, so
           *> entao, avanca data-processamento.dat para o proximo dia
           *> util do calendario do banco. Passo ausente, sem registro
           *> de fim ou com RC acima do aceito segura a data e devolve
           *> RC=8: a data nunca mais anda com um RECONSTP pulado
           *> sem ninguem ver. Este e o unico programa autorizado a
           *> gravar data-processamento.dat
           *> So os registros da data corrente interessam; de cada
           *> passo vale o ULTIMO registro de fim (uma resubmissao
           *> depois de abend grava um novo par e e o desfecho dela
           *> que conta). O inicio de um backout do ciclo (BKOUTSTP)
           *> zera a apuracao: os arquivos voltaram a abertura do
           *> dia e so os passos reprocessados depois dele valem
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARQUIVO-CICLO
           PERFORM UNTIL WS-EOF = 'Y'
                   NOT AT END
                       IF CIC-DATA NUMERIC
                          AND CIC-DATA = WS-DATA-PROC
                           IF CIC-PASSO = 'BKOUTSTP' AND CIC-INICIO
                               PERFORM ZERAR-APURADO
                           ELSE
                               PERFORM APURAR-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
