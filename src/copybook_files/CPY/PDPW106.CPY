      *ARQUIVO DAS LINHAS DE CADA VERSAO DE PROPOSTA (PDD105): COPIA
      *DAS LINHAS DO PDD101 COMO FORAM IMPRESSAS, COM O PRECO DE
      *TABELA DO RCD101 E A CAMPANHA DO PDD104 DA EPOCA, PARA A
      *REIMPRESSAO NO PDP111 SAIR IGUAL AO PAPEL ENTREGUE.
       FD  PDD106.
       01  REG-PDD106.
           05  CHAVE-PD106.
               10  SEQUENCIA-PD106   PIC 9(6).
               10  VERSAO-PD106      PIC 9(3).
               10  ITEM-PD106        PIC 9(3).
           05  PRODUTO-PD106         PIC 9(4).
           05  MODELO-PD106          PIC 9(4).
           05  DESCRICAO-PD106       PIC X(30).
           05  QTDE-PD106            PIC 9(5).
           05  PRECO-TABELA-PD106    PIC 9(6)V99.
           05  VLRUNI-PD106          PIC 9(6)V99.
           05  VLRTOTAL-PD106        PIC 9(8)V99.
           05  CAMPANHA-PD106        PIC X(4).
           05  FILLER                PIC X(10).
