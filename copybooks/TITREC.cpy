      *****************************************************************
      *> TITREC - LAYOUT DO MESTRE DE TITULARES (titulares.dat)
      *> Uma linha por cliente do banco, pessoa fisica ou juridica,
      *> identificado pelo numero de titular: nome, CPF/CNPJ (com
      *> digitos verificadores conferidos na inclusao), endereco e
      *> situacao cadastral. Mantido pela manutencao de titulares
      *> (TITMAN: inclusao, alteracao cadastral e mudanca de
      *> situacao) e lido pela abertura de contas (MANUCON), pelo
      *> extrato (EXTRATO) e pela posicao consolidada (CONSTIT).
      *>
      *> TIT-DOCUMENTO guarda o CNPJ nos 14 digitos ou o CPF
      *> alinhado a direita, com zeros a esquerda. O documento nao
      *> muda depois da inclusao: cliente com outro documento e
      *> outro titular. A ligacao conta x titular fica em
      *> titularidade.dat (VINREC)
      *****************************************************************
       01  REG-TITULAR.
           05 TIT-ID-TITULAR    PIC 9(08).
           05 TIT-TIPO-PESSOA   PIC X(01).
              88 TIT-PESSOA-FISICA      VALUE 'F'.
              88 TIT-PESSOA-JURIDICA    VALUE 'J'.
              88 TIT-TIPO-VALIDO        VALUE 'F' 'J'.
           05 TIT-DOCUMENTO     PIC 9(14).
           05 TIT-NOME          PIC X(40).
           05 TIT-LOGRADOURO    PIC X(40).
           05 TIT-CIDADE        PIC X(25).
           05 TIT-UF            PIC X(02).
           05 TIT-CEP           PIC 9(08).
           05 TIT-STATUS        PIC X(01).
              88 TIT-ATIVO              VALUE 'A'.
              88 TIT-BLOQUEADO          VALUE 'B'.
              88 TIT-ENCERRADO          VALUE 'E'.
           05 TIT-DATA-INCLUSAO PIC 9(08).
           05 TIT-DATA-ULT-ALT  PIC 9(08).
