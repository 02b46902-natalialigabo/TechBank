      *****************************************************************
      *> IMGTAB - ARQUIVOS VIVOS COBERTOS PELA IMAGEM DO CICLO
      *> Todo arquivo que algum passo do PROCLOTE atualiza e que
      *> atravessa de um dia para o outro, na ordem da imagem. O
      *> numero de ordem e o IMG-ARQUIVO de IMGREC. Modos:
      *>   'X' - indexado (contas e controle de duplicidade), copiado
      *>         em sequencia de chave e recarregado no lugar;
      *>   'C' - sequencial copiado linha a linha e devolvido inteiro;
      *>   'T' - trilha so de acrescimo (historico e auditorias):
      *>         guarda so a contagem e o backout corta o excedente.
      *> Os relatorios e arquivos do dia, que cada passo recria com
      *> OPEN OUTPUT, ficam de fora: o reprocessamento os refaz. O
      *> controle do ciclo tambem fica de fora - e nele que o
      *> backout se registra. Arquivo novo no ciclo entra aqui,
      *> e com isso na imagem e no backout, sem outra alteracao
      *****************************************************************
       01  IMG-TAB-ARQUIVOS-VAL.
           05 FILLER PIC X(30) VALUE 'Xcontas.dat'.
           05 FILLER PIC X(30) VALUE 'Xcontrole-transacoes.dat'.
           05 FILLER PIC X(30) VALUE 'Cbloqueios.dat'.
           05 FILLER PIC X(30) VALUE 'Cacumulado-juros.dat'.
           05 FILLER PIC X(30) VALUE 'Cjuros-seq.dat'.
           05 FILLER PIC X(30) VALUE 'Cjuros-a-postar.dat'.
           05 FILLER PIC X(30) VALUE 'Cacumulado-rendimentos.dat'.
           05 FILLER PIC X(30) VALUE 'Crendimentos-seq.dat'.
           05 FILLER PIC X(30) VALUE 'Cagendamentos.dat'.
           05 FILLER PIC X(30) VALUE 'Cagenda-seq.dat'.
           05 FILLER PIC X(30) VALUE 'Cagendados-a-postar.dat'.
           05 FILLER PIC X(30) VALUE 'Cpendentes.dat'.
           05 FILLER PIC X(30) VALUE 'Cliberacao-data.dat'.
           05 FILLER PIC X(30) VALUE 'Clotes-do-dia.dat'.
           05 FILLER PIC X(30) VALUE 'Creapresentar.dat'.
           05 FILLER PIC X(30) VALUE 'Creciclo.dat'.
           05 FILLER PIC X(30) VALUE 'Cdivida-ciclos.dat'.
           05 FILLER PIC X(30) VALUE 'Cpld-comunicados.dat'.
           05 FILLER PIC X(30) VALUE 'Chistorico-data.dat'.
           05 FILLER PIC X(30) VALUE 'Crazao-contabil.dat'.
           05 FILLER PIC X(30) VALUE 'Ccheckpoint.dat'.
           05 FILLER PIC X(30) VALUE 'Thistorico-movimentos.dat'.
           05 FILLER PIC X(30) VALUE 'Tauditoria-contas.dat'.
           05 FILLER PIC X(30) VALUE 'Tauditoria-agendamentos.dat'.
           05 FILLER PIC X(30) VALUE 'Climites-diarios.dat'.
           05 FILLER PIC X(30) VALUE 'Cdebitos-dia.dat'.
           05 FILLER PIC X(30) VALUE 'Ctitulares.dat'.
           05 FILLER PIC X(30) VALUE 'Ctitularidade.dat'.
           05 FILLER PIC X(30) VALUE 'Tauditoria-titulares.dat'.
           05 FILLER PIC X(30) VALUE 'Cposicao-cambio.dat'.
           05 FILLER PIC X(30) VALUE 'Cted-enviadas.dat'.
           05 FILLER PIC X(30) VALUE 'Cdevted-seq.dat'.
           05 FILLER PIC X(30) VALUE 'Cdevolucoes-a-postar.dat'.
       01  IMG-TAB-ARQUIVOS REDEFINES IMG-TAB-ARQUIVOS-VAL.
           05 IMG-ARQ-OCORR OCCURS 33 TIMES.
              10 IMG-ARQ-MODO      PIC X(01).
                 88 IMG-MODO-INDEXADO   VALUE 'X'.
                 88 IMG-MODO-COPIA      VALUE 'C'.
                 88 IMG-MODO-TRILHA     VALUE 'T'.
              10 IMG-ARQ-NOME      PIC X(29).
       01  IMG-QTD-ARQ-TAB      PIC 9(02) VALUE 33.
