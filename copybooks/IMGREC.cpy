      *****************************************************************
      *> IMGREC - LAYOUT DA IMAGEM ANTERIOR DO CICLO
      *> (imagem-ciclo-AAAAMMDD.dat)
      *> Fotografia, tirada pelo primeiro passo do PROCLOTE (SALVACIC)
      *> antes de qualquer passo tocar nos arquivos, de todos os
      *> arquivos vivos que o ciclo atualiza - a lista fica em
      *> IMGTAB. E dela que o backout do ciclo (BACKOUT) devolve o
      *> dia inteiro ao estado de abertura, todos os arquivos juntos.
      *>
      *> Um registro de cabecalho ('C') com a data de processamento,
      *> depois, para cada arquivo da lista, os seus registros
      *> ('R', conteudo da linha como esta no disco) seguidos do
      *> trailer do arquivo ('T', com a contagem); as trilhas so de
      *> acrescimo (modo 'T' em IMGTAB) levam apenas o trailer com a
      *> quantidade de registros, e o backout as corta de volta a
      *> ela. O registro final ('F') repete a data e os totais: a
      *> imagem sem ele esta incompleta e nao serve para backout
      *****************************************************************
       01  REG-IMAGEM.
           05 IMG-TIPO          PIC X(01).
              88 IMG-CABECALHO          VALUE 'C'.
              88 IMG-REGISTRO           VALUE 'R'.
              88 IMG-TRAILER            VALUE 'T'.
              88 IMG-FINAL              VALUE 'F'.
           05 IMG-ARQUIVO       PIC 9(02).
           05 IMG-CONTEUDO      PIC X(200).
           05 IMG-CONTROLE REDEFINES IMG-CONTEUDO.
              10 IMG-DATA       PIC 9(08).
              10 IMG-QTD-ARQUIVOS PIC 9(02).
              10 IMG-QTD-REGISTROS PIC 9(09).
              10 FILLER         PIC X(181).
