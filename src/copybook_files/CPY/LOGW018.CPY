      *ITENS GRAVADOS POR UMA EXECUCAO DE GERADOR EM LOTE (VER LOG017
      *E GRDEXE): A CHAVE DE CADA REGISTRO QUE A EXECUCAO INCLUIU OU
      *MARCOU. O ESTORNO PERCORRE ESTA LISTA E DESFAZ SO O QUE ESTA
      *AQUI; ITEM DESFEITO E' APAGADO, ITEM QUE NAO PODE SER DESFEITO
      *(JA MOVIMENTADO) FICA.
       FD  LOG018.
       01  REG-LOG018.
           05  CHAVE-LOG18.
               10  PROGRAMA-LOG18    PIC X(8).
               10  EXECUCAO-LOG18    PIC 9(6).
               10  SEQ-LOG18         PIC 9(6).
           05  ARQUIVO-LOG18         PIC X(8).
           05  ACAO-LOG18            PIC X(1).
      *    ACAO-LOG18 = "I" REGISTRO INCLUIDO - O ESTORNO EXCLUI;
      *                 "M" REGISTRO MARCADO - O ESTORNO DESMARCA
           05  CHAVE-REG-LOG18       PIC X(30).
           05  FILLER                PIC X(10).
