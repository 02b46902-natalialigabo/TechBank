      *****************************************************************
      *> TEDREC - LAYOUT DO MOVIMENTO DE TED
      *> (teds-postadas.dat e ted-enviadas.dat)
      *>
      *> teds-postadas.dat e o extrato do dia gravado pela postagem
      *> (PROCESSAR-LOTE): uma linha por TED de saida ('X') e por
      *> devolucao de TED ('R') efetivamente postada. A remessa
      *> (REMTED) le o arquivo, gera o arquivo de remessa para a
      *> camara com as TEDs de saida e o resumo de liquidacao do dia.
      *>
      *> ted-enviadas.dat e o cadastro permanente das TEDs remetidas:
      *> a REMTED acrescenta ali cada TED do dia e a carga do retorno
      *> da camara (CARGADEV) marca a TED como devolvida, guardando o
      *> ID-TRANS do credito de devolucao, a data e o motivo. E dele
      *> que o retorno ao remetente (RETORNO) e o extrato (EXTRATO)
      *> tiram os dados do favorecido e do motivo da devolucao.
      *>
      *> TEN-ID-VINCULADO: no cadastro, o ID-TRANS da devolucao; numa
      *> devolucao postada ('R'), o ID-TRANS da TED devolvida
      *****************************************************************
       01  REG-TED.
           05 TEN-TIPO-MOV      PIC X(01).
              88 TEN-TED-SAIDA          VALUE 'X'.
              88 TEN-DEVOLUCAO          VALUE 'R'.
           05 TEN-DATA-MOV      PIC 9(08).
           05 TEN-ID-TRANS      PIC 9(06).
           05 TEN-ID-CONTA      PIC 9(06).
           05 TEN-VALOR         PIC 9(08)V99.
           05 TEN-BANCO         PIC 9(03).
           05 TEN-AGENCIA       PIC 9(04).
           05 TEN-CONTA-FAV     PIC X(12).
           05 TEN-DOC-FAV       PIC 9(14).
           05 TEN-TIPO-PESSOA   PIC X(01).
           05 TEN-LOTE-ID       PIC 9(08).
           05 TEN-LOTE-ORIGEM   PIC X(08).
           05 TEN-SITUACAO      PIC X(01).
              88 TEN-ENVIADA            VALUE ' '.
              88 TEN-DEVOLVIDA          VALUE 'D'.
           05 TEN-ID-VINCULADO  PIC 9(06).
           05 TEN-DATA-DEVOL    PIC 9(08).
           05 TEN-COD-MOTIVO    PIC X(02).
           05 TEN-DESCR-MOTIVO  PIC X(30).
